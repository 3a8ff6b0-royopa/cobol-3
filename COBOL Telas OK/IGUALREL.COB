       IDENTIFICATION DIVISION.
       PROGRAM-ID. IGUALREL.
       AUTHOR. MATEUS.
      ***************************************************
      * TRANSPARENCIA SALARIAL - IGUALDADE POR SEXO     *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
       SELECT CADEMPRESA ASSIGN TO DYNAMIC W-ARQ-EMP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-EMP.
       SELECT FOLHARES ASSIGN TO DYNAMIC W-ARQ-RES
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FR-CHAVE
                    FILE STATUS  IS ST-RES.
       SELECT IGUALLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
           COPY "PFLSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                   88 FUNC-PREADM    VALUE "P".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 DATANASC       PIC 9(08).
                03 ESTCIVIL       PIC X(01).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 TIPOSAL        PIC X(02).
                03 FSALBASE       PIC 9(06)V99.
                03 DTADMISSAO.
                   05 DADIA       PIC 9(02).
                   05 DAMES       PIC 9(02).
                   05 DAANO       PIC 9(04).
                03 DTDEMISSAO.
                   05 DDDIA       PIC 9(02).
                   05 DDMES       PIC 9(02).
                   05 DDANO       PIC 9(04).
                03 FILLER         PIC X(110).
                03 FEMPRESA       PIC 9(02).
                03 FILLER         PIC X(16).
                03 FSEXO          PIC X(01).
                   88 SEXO-MASC      VALUE "M".
                   88 SEXO-FEM       VALUE "F".
                03 FILLER         PIC X(01).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 CODIGO2        PIC 9(03).
                03 DENOMINACAO2   PIC X(20).
                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 NIVELESCOLAR2  PIC 9(01).
                03 CARGOCBO2      PIC 9(06).
                03 CGRAURISCO2    PIC 9(01).
                03 CBASERISCO2    PIC X(01).
                03 FILLER         PIC X(23).
       FD CADEMPRESA
               LABEL RECORD IS STANDARD.
       01 REGEMPRESA.
                03 EP-CODIGO      PIC 9(02).
                03 EP-CNPJ        PIC 9(14).
                03 EP-RAZAO       PIC X(30).
                03 FILLER         PIC X(14).
       FD FOLHARES
               LABEL RECORD IS STANDARD.
       01 REGFOLHARES.
                03 FR-CHAVE.
                   05 FR-CHAPA     PIC 9(05).
                   05 FR-COMPET    PIC 9(06).
                03 FR-BRUTO        PIC 9(08)V99.
                03 FR-INSS         PIC 9(08)V99.
                03 FR-IRRF         PIC 9(08)V99.
                03 FR-LIQUIDO      PIC 9(08)V99.
                03 FR-DEPART       PIC 9(03).
                03 FR-FGTS         PIC 9(08)V99.
                03 FR-EMPRESA      PIC 9(02).
                03 FILLER          PIC X(24).
       FD IGUALLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-IGUALLIST  PIC X(80).
           COPY "PFLFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "PFLWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-EMP        PIC X(02) VALUE "00".
       77 ST-RES        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-ARQ-EMP     PIC X(64) VALUE SPACES.
       77 W-ARQ-RES     PIC X(64) VALUE SPACES.
       77 W-EMP-OK      PIC X(01) VALUE "N".
       77 W-RES-OK      PIC X(01) VALUE "N".
       77 W-ANO         PIC 9(04) VALUE ZEROS.
       77 W-SEMESTRE    PIC 9(01) VALUE ZEROS.
       77 W-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 W-LIMITE      PIC 9(02)V99 VALUE ZEROS.
       77 W-MESINI      PIC 9(02) VALUE ZEROS.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-DTFIMSEM    PIC 9(08) VALUE ZEROS.
       77 W-DTADM       PIC 9(08) VALUE ZEROS.
       77 W-TIPOSAL     PIC 9(01) VALUE ZEROS.
       77 W-SALMENSAL   PIC 9(08)V99 VALUE ZEROS.
       77 W-SOMAREM     PIC 9(09)V99 VALUE ZEROS.
       77 W-MESESREM    PIC 9(02) VALUE ZEROS.
       77 W-QT-FUNC     PIC 9(04) VALUE ZEROS.
       77 W-QT-SEMSEXO  PIC 9(05) VALUE ZEROS.
       77 W-QT-EXCEDE   PIC 9(05) VALUE ZEROS.
       77 W-QT-ALERTA   PIC 9(05) VALUE ZEROS.
       77 W-I           PIC 9(04) VALUE ZEROS.
       77 W-J           PIC 9(04) VALUE ZEROS.
       77 W-K           PIC 9(04) VALUE ZEROS.
       77 W-SX          PIC 9(01) VALUE ZEROS.
       77 W-EMPATU      PIC 9(02) VALUE ZEROS.
       77 W-CARGOATU    PIC 9(03) VALUE ZEROS.
       77 W-MEIO        PIC 9(04) VALUE ZEROS.
       77 W-RESTO       PIC 9(01) VALUE ZEROS.
       77 W-DIFSAL      PIC S9(03)V99 VALUE ZEROS.
       77 W-DIFREM      PIC S9(03)V99 VALUE ZEROS.
       77 W-CALC        PIC S9(07)V99 VALUE ZEROS.
       77 W-ALERTA      PIC X(01) VALUE "N".
      *
      * FUNCIONARIOS DO PERIODO, ORDENADOS POR EMPRESA, CARGO, SEXO E
      * SALARIO PARA O CALCULO DA MEDIANA
      *
       01 TAB-FUNC.
           03 TAB-FUNC-ITEM OCCURS 3000 TIMES.
               05 TF-CHAVE.
                   07 TF-EMPRESA   PIC 9(02).
                   07 TF-CARGO     PIC 9(03).
                   07 TF-SEXO      PIC X(01).
                   07 TF-SALARIO   PIC 9(08)V99.
               05 TF-REMUN     PIC 9(08)V99.
               05 TF-MESESREM  PIC 9(02).
       01 W-ITEM.
           03 WI-CHAVE      PIC X(16).
           03 WI-REMUN      PIC 9(08)V99.
           03 WI-MESESREM   PIC 9(02).
      *
      * ACUMULADOS POR SEXO (1=FEMININO 2=MASCULINO) DO CARGO E DA
      * EMPRESA
      *
       01 TAB-SEXO.
           03 TAB-SEXO-ITEM OCCURS 2 TIMES.
               05 SX-QTDE      PIC 9(05).
               05 SX-PRIM      PIC 9(04).
               05 SX-SOMASAL   PIC 9(10)V99.
               05 SX-QTREM     PIC 9(05).
               05 SX-SOMAREM   PIC 9(10)V99.
               05 SX-MEDIA     PIC 9(08)V99.
               05 SX-MEDIANA   PIC 9(08)V99.
               05 SX-MEDREM    PIC 9(08)V99.
       01 TAB-SEXO-EMP.
           03 TAB-SXE-ITEM OCCURS 2 TIMES.
               05 SE-QTDE      PIC 9(05).
               05 SE-SOMASAL   PIC 9(10)V99.
               05 SE-QTREM     PIC 9(05).
               05 SE-SOMAREM   PIC 9(10)V99.
       01 TAB-DESCSEXO.
           03 FILLER        PIC X(09) VALUE "FEMININO ".
           03 FILLER        PIC X(09) VALUE "MASCULINO".
       01 TAB-DESCSEXO-R REDEFINES TAB-DESCSEXO.
           03 DESCSEXO      PIC X(09) OCCURS 2 TIMES.
       01 W-CABPER.
           03 FILLER        PIC X(10) VALUE "SEMESTRE: ".
           03 CP-SEMESTRE   PIC 9(01).
           03 FILLER        PIC X(01) VALUE "/".
           03 CP-ANO        PIC 9(04).
           03 FILLER        PIC X(22) VALUE "   LIMITE DIFERENCA: ".
           03 CP-LIMITE     PIC Z9,99.
           03 FILLER        PIC X(01) VALUE "%".
       01 W-CABEMP.
           03 FILLER        PIC X(09) VALUE "EMPRESA: ".
           03 CE-CODIGO     PIC 9(02).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CE-RAZAO      PIC X(30).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "   SEXO      QTDE   SAL.MEDIO     MEDIAN".
           03 FILLER        PIC X(40) VALUE
              "A    REMUN.MEDIA".
       01 W-CARGOLIN.
           03 FILLER        PIC X(06) VALUE "CARGO ".
           03 CG-CODIGO     PIC 9(03).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CG-DENOM      PIC X(20).
           03 FILLER        PIC X(06) VALUE "  CBO ".
           03 CG-CBO        PIC 9(06).
       01 W-DETLIN.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-SEXO       PIC X(09).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-QTDE       PIC ZZZ9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-MEDIA      PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-MEDIANA    PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-MEDREM     PIC Z.ZZZ.ZZ9,99.
       01 W-DIFLIN.
           03 FILLER        PIC X(22) VALUE
              "   DIFERENCA SALARIO:".
           03 DF-SAL        PIC -ZZ9,99.
           03 FILLER        PIC X(15) VALUE "%  REMUNERACAO:".
           03 DF-REM        PIC -ZZ9,99.
           03 FILLER        PIC X(02) VALUE "% ".
           03 DF-ALERTA     PIC X(22).
       01 W-TOTLIN.
           03 FILLER        PIC X(29) VALUE
              "TOTAL DA EMPRESA POR SEXO".
       01 W-RODAPE1.
           03 FILLER        PIC X(38) VALUE
              "CARGOS COM DIFERENCA ACIMA DO LIMITE: ".
           03 RD-ALERTA     PIC ZZZZ9.
       01 W-RODAPE2.
           03 FILLER        PIC X(33) VALUE
              "FUNCIONARIOS SEM SEXO INFORMADO: ".
           03 RD-SEMSEXO    PIC ZZZZ9.
       01 W-LEGENDA     PIC X(80) VALUE
           "DIFERENCA = (MEDIA MASC - MEDIA FEM) / MEDIA MASC X 100".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           MOVE "CADEMPRESA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-EMP
           MOVE "FOLHARES.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RES
           DISPLAY "TRANSPARENCIA SALARIAL - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "ANO (AAAA): "
           ACCEPT W-ANO
           IF W-ANO < 2000
              GO TO ABR-002.
       ABR-002A.
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT W-SEMESTRE
           IF W-SEMESTRE NOT = 1 AND W-SEMESTRE NOT = 2
              GO TO ABR-002A.
       ABR-002B.
           DISPLAY "EMPRESA (0=TODAS): "
           ACCEPT W-EMPRESA.
       ABR-002C.
           DISPLAY "LIMITE DE DIFERENCA EM % (0=5%): "
           ACCEPT W-LIMITE
           IF W-LIMITE = ZEROS
              MOVE 5 TO W-LIMITE.
           MOVE 1 TO W-MESINI
           COMPUTE W-DTFIMSEM = W-ANO * 10000 + 0630
           IF W-SEMESTRE = 2
              MOVE 7 TO W-MESINI
              COMPUTE W-DTFIMSEM = W-ANO * 10000 + 1231.
       ABR-003.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              GO TO ROT-FIM.
           OPEN INPUT CADCARGO
           IF ST-CARGO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO: " ST-CARGO
              CLOSE CADFUNC
              GO TO ROT-FIM.
           OPEN INPUT FOLHARES
           IF ST-RES = "00"
              MOVE "S" TO W-RES-OK
           ELSE
              DISPLAY "AVISO: SEM ARQUIVO FOLHARES - SEM REMUNERACAO".
           OPEN INPUT CADEMPRESA
           IF ST-EMP = "00"
              MOVE "S" TO W-EMP-OK.
           OPEN OUTPUT IGUALLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO IGUALLIST: " ST-LIST
              CLOSE CADFUNC CADCARGO
              GO TO ROT-FIM.
           PERFORM ABR-PARFOL
           MOVE "IGUALREL" TO REL-PROGRAMA
           STRING "ANO " W-ANO " SEMESTRE " W-SEMESTRE
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "TRANSPARENCIA SALARIAL" TO REL-TITULO
           MOVE W-CABCOLS                TO REL-COLUNAS.
      *
      ***************************************
      * CARGA DOS FUNCIONARIOS DO PERIODO   *
      ***************************************
      *
      * ENTRAM OS FUNCIONARIOS NAO DESLIGADOS ADMITIDOS ATE O FIM DO
      * SEMESTRE. O SALARIO E O MENSAL EQUIVALENTE E A REMUNERACAO E
      * A MEDIA DO BRUTO DA FOLHA NOS MESES DO SEMESTRE
      *
       LER-FUNC.
           READ CADFUNC NEXT RECORD
               AT END GO TO ROT-ORDENA.
           IF W-EMPRESA NOT = ZEROS AND FEMPRESA NOT = W-EMPRESA
              GO TO LER-FUNC.
           IF FUNC-PREADM OR FUNC-DEMITIDO
              GO TO LER-FUNC.
           COMPUTE W-DTADM = DAANO * 10000 + DAMES * 100 + DADIA
           IF W-DTADM > W-DTFIMSEM
              GO TO LER-FUNC.
           IF NOT SEXO-MASC AND NOT SEXO-FEM
              ADD 1 TO W-QT-SEMSEXO
              GO TO LER-FUNC.
           IF W-QT-FUNC NOT < 3000
              ADD 1 TO W-QT-EXCEDE
              GO TO LER-FUNC.
           PERFORM CALCULA-SALMENSAL THRU CALCULA-SALMENSAL-FIM
           MOVE ZEROS TO W-SOMAREM W-MESESREM
           IF W-RES-OK = "S"
              PERFORM SOMA-REMUN THRU SOMA-REMUN-FIM
                      VARYING W-MES FROM W-MESINI BY 1
                      UNTIL W-MES > W-MESINI + 5.
           ADD 1 TO W-QT-FUNC
           MOVE FEMPRESA    TO TF-EMPRESA (W-QT-FUNC)
           MOVE FCARGO      TO TF-CARGO (W-QT-FUNC)
           MOVE FSEXO       TO TF-SEXO (W-QT-FUNC)
           MOVE W-SALMENSAL TO TF-SALARIO (W-QT-FUNC)
           MOVE W-MESESREM  TO TF-MESESREM (W-QT-FUNC)
           MOVE ZEROS       TO TF-REMUN (W-QT-FUNC)
           IF W-MESESREM > ZEROS
              COMPUTE TF-REMUN (W-QT-FUNC) ROUNDED =
                      W-SOMAREM / W-MESESREM.
           GO TO LER-FUNC.
      *
       SOMA-REMUN.
           MOVE CHAPA TO FR-CHAPA
           COMPUTE FR-COMPET = W-ANO * 100 + W-MES
           READ FOLHARES
           IF ST-RES = "00"
              ADD FR-BRUTO TO W-SOMAREM
              ADD 1 TO W-MESESREM.
       SOMA-REMUN-FIM.
           EXIT.
      *
      * ORDENACAO POR INSERCAO DA TABELA DE FUNCIONARIOS
      *
       ROT-ORDENA.
           IF W-QT-EXCEDE > ZEROS
              DISPLAY "AVISO: FUNCIONARIOS ALEM DE 3000 IGNORADOS: "
                      W-QT-EXCEDE.
           PERFORM ORDENA-ITEM THRU ORDENA-ITEM-FIM
                   VARYING W-I FROM 2 BY 1 UNTIL W-I > W-QT-FUNC
           MOVE 1 TO W-I
           MOVE 99 TO W-EMPATU.
      *
      ***************************************
      * IMPRESSAO POR EMPRESA E CARGO       *
      ***************************************
      *
       ROT-CARGO.
           IF W-I > W-QT-FUNC
              GO TO ROT-RODAPE.
           IF TF-EMPRESA (W-I) NOT = W-EMPATU
              PERFORM QUEBRA-EMPRESA THRU QUEBRA-EMPRESA-FIM.
           MOVE TF-CARGO (W-I) TO W-CARGOATU
           MOVE ZEROS TO TAB-SEXO.
       ROT-CARGO1.
           IF W-I > W-QT-FUNC
              GO TO ROT-CARGO2.
           IF TF-EMPRESA (W-I) NOT = W-EMPATU
              OR TF-CARGO (W-I) NOT = W-CARGOATU
              GO TO ROT-CARGO2.
           PERFORM ACUMULA-ITEM THRU ACUMULA-ITEM-FIM
           ADD 1 TO W-I
           GO TO ROT-CARGO1.
       ROT-CARGO2.
           PERFORM CALCULA-SEXO THRU CALCULA-SEXO-FIM
                   VARYING W-SX FROM 1 BY 1 UNTIL W-SX > 2
           MOVE W-CARGOATU TO CG-CODIGO CODIGO2
           MOVE SPACES     TO CG-DENOM
           MOVE ZEROS      TO CG-CBO
           READ CADCARGO
           IF ST-CARGO = "00"
              MOVE DENOMINACAO2 TO CG-DENOM
              MOVE CARGOCBO2    TO CG-CBO.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CARGOLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM IMPRIME-SEXO THRU IMPRIME-SEXO-FIM
                   VARYING W-SX FROM 1 BY 1 UNTIL W-SX > 2
           IF SX-QTDE (1) > ZEROS AND SX-QTDE (2) > ZEROS
              PERFORM IMPRIME-DIFERENCA THRU IMPRIME-DIFERENCA-FIM.
           GO TO ROT-CARGO.
      *
       ROT-RODAPE.
           IF W-QT-FUNC > ZEROS
              PERFORM TOTAL-EMPRESA THRU TOTAL-EMPRESA-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-QT-ALERTA TO RD-ALERTA
           MOVE W-RODAPE1 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-QT-SEMSEXO TO RD-SEMSEXO
           MOVE W-RODAPE2 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LEGENDA TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE CADFUNC CADCARGO IGUALLIST
           IF W-RES-OK = "S"
              CLOSE FOLHARES.
           IF W-EMP-OK = "S"
              CLOSE CADEMPRESA.
           PERFORM FECHA-PARFOL
           DISPLAY "FUNCIONARIOS: " W-QT-FUNC
                   "  SEM SEXO: " W-QT-SEMSEXO
                   "  CARGOS ACIMA DO LIMITE: " W-QT-ALERTA.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
       ORDENA-ITEM.
           MOVE TAB-FUNC-ITEM (W-I) TO W-ITEM
           COMPUTE W-J = W-I - 1.
       ORDENA-ITEM1.
           IF W-J = ZEROS
              GO TO ORDENA-ITEM2.
           IF TF-CHAVE (W-J) NOT > WI-CHAVE
              GO TO ORDENA-ITEM2.
           COMPUTE W-K = W-J + 1
           MOVE TAB-FUNC-ITEM (W-J) TO TAB-FUNC-ITEM (W-K)
           SUBTRACT 1 FROM W-J
           GO TO ORDENA-ITEM1.
       ORDENA-ITEM2.
           COMPUTE W-K = W-J + 1
           MOVE W-ITEM TO TAB-FUNC-ITEM (W-K).
       ORDENA-ITEM-FIM.
           EXIT.
      *
       QUEBRA-EMPRESA.
           IF W-EMPATU NOT = 99
              PERFORM TOTAL-EMPRESA THRU TOTAL-EMPRESA-FIM.
           MOVE TF-EMPRESA (W-I) TO W-EMPATU CE-CODIGO
           MOVE ZEROS TO TAB-SEXO-EMP
           MOVE SPACES TO CE-RAZAO
           IF W-EMP-OK = "S"
              MOVE W-EMPATU TO EP-CODIGO
              READ CADEMPRESA
              IF ST-EMP = "00"
                 MOVE EP-RAZAO TO CE-RAZAO.
           MOVE 99 TO REL-LINCONT
           MOVE W-SEMESTRE TO CP-SEMESTRE
           MOVE W-ANO      TO CP-ANO
           MOVE W-LIMITE   TO CP-LIMITE
           MOVE W-CABPER TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CABEMP TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       QUEBRA-EMPRESA-FIM.
           EXIT.
      *
       ACUMULA-ITEM.
           MOVE 2 TO W-SX
           IF TF-SEXO (W-I) = "F"
              MOVE 1 TO W-SX.
           IF SX-QTDE (W-SX) = ZEROS
              MOVE W-I TO SX-PRIM (W-SX).
           ADD 1 TO SX-QTDE (W-SX) SE-QTDE (W-SX)
           ADD TF-SALARIO (W-I) TO SX-SOMASAL (W-SX) SE-SOMASAL (W-SX)
           IF TF-MESESREM (W-I) > ZEROS
              ADD 1 TO SX-QTREM (W-SX) SE-QTREM (W-SX)
              ADD TF-REMUN (W-I) TO SX-SOMAREM (W-SX)
                                    SE-SOMAREM (W-SX).
       ACUMULA-ITEM-FIM.
           EXIT.
      *
      * MEDIA, MEDIANA (ITENS JA ORDENADOS POR SALARIO DENTRO DO SEXO)
      * E REMUNERACAO MEDIA
      *
       CALCULA-SEXO.
           MOVE ZEROS TO SX-MEDIA (W-SX) SX-MEDIANA (W-SX)
                         SX-MEDREM (W-SX)
           IF SX-QTDE (W-SX) = ZEROS
              GO TO CALCULA-SEXO-FIM.
           COMPUTE SX-MEDIA (W-SX) ROUNDED =
                   SX-SOMASAL (W-SX) / SX-QTDE (W-SX)
           IF SX-QTREM (W-SX) > ZEROS
              COMPUTE SX-MEDREM (W-SX) ROUNDED =
                      SX-SOMAREM (W-SX) / SX-QTREM (W-SX).
           DIVIDE SX-QTDE (W-SX) BY 2 GIVING W-MEIO REMAINDER W-RESTO
           COMPUTE W-J = SX-PRIM (W-SX) + W-MEIO
           IF W-RESTO = 1
              MOVE TF-SALARIO (W-J) TO SX-MEDIANA (W-SX)
           ELSE
              COMPUTE W-K = W-J - 1
              COMPUTE SX-MEDIANA (W-SX) ROUNDED =
                      (TF-SALARIO (W-K) + TF-SALARIO (W-J)) / 2.
       CALCULA-SEXO-FIM.
           EXIT.
      *
       IMPRIME-SEXO.
           IF SX-QTDE (W-SX) = ZEROS
              GO TO IMPRIME-SEXO-FIM.
           MOVE DESCSEXO (W-SX)    TO DL-SEXO
           MOVE SX-QTDE (W-SX)     TO DL-QTDE
           MOVE SX-MEDIA (W-SX)    TO DL-MEDIA
           MOVE SX-MEDIANA (W-SX)  TO DL-MEDIANA
           MOVE SX-MEDREM (W-SX)   TO DL-MEDREM
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-SEXO-FIM.
           EXIT.
      *
      * DIFERENCA POSITIVA: MULHERES GANHAM MENOS QUE OS HOMENS. O
      * ALERTA VALE PARA QUALQUER DOS SENTIDOS ACIMA DO LIMITE
      *
       IMPRIME-DIFERENCA.
           MOVE ZEROS TO W-DIFSAL W-DIFREM
           MOVE "N" TO W-ALERTA
           IF SX-MEDIA (2) > ZEROS
              COMPUTE W-CALC ROUNDED = (SX-MEDIA (2) - SX-MEDIA (1))
                                       * 100 / SX-MEDIA (2)
              PERFORM LIMITA-DIF THRU LIMITA-DIF-FIM
              MOVE W-CALC TO W-DIFSAL.
           IF SX-MEDREM (2) > ZEROS AND SX-MEDREM (1) > ZEROS
              COMPUTE W-CALC ROUNDED = (SX-MEDREM (2) - SX-MEDREM (1))
                                       * 100 / SX-MEDREM (2)
              PERFORM LIMITA-DIF THRU LIMITA-DIF-FIM
              MOVE W-CALC TO W-DIFREM.
           MOVE W-DIFSAL TO DF-SAL
           MOVE W-DIFREM TO DF-REM
           MOVE SPACES   TO DF-ALERTA
           IF W-ALERTA = "S"
              MOVE "<<< ACIMA DO LIMITE" TO DF-ALERTA
              ADD 1 TO W-QT-ALERTA.
           MOVE W-DIFLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-DIFERENCA-FIM.
           EXIT.
      *
       LIMITA-DIF.
           IF W-CALC > 999
              MOVE 999 TO W-CALC.
           IF W-CALC < -999
              MOVE -999 TO W-CALC.
           IF W-CALC > W-LIMITE OR W-CALC < ZEROS - W-LIMITE
              MOVE "S" TO W-ALERTA.
       LIMITA-DIF-FIM.
           EXIT.
      *
       TOTAL-EMPRESA.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE ZEROS TO TAB-SEXO
           PERFORM TOTAL-SEXO THRU TOTAL-SEXO-FIM
                   VARYING W-SX FROM 1 BY 1 UNTIL W-SX > 2
           IF SX-QTDE (1) > ZEROS AND SX-QTDE (2) > ZEROS
              MOVE W-QT-ALERTA TO W-K
              PERFORM IMPRIME-DIFERENCA THRU IMPRIME-DIFERENCA-FIM
              MOVE W-K TO W-QT-ALERTA.
       TOTAL-EMPRESA-FIM.
           EXIT.
      *
       TOTAL-SEXO.
           IF SE-QTDE (W-SX) = ZEROS
              GO TO TOTAL-SEXO-FIM.
           MOVE SE-QTDE (W-SX) TO SX-QTDE (W-SX)
           COMPUTE SX-MEDIA (W-SX) ROUNDED =
                   SE-SOMASAL (W-SX) / SE-QTDE (W-SX)
           IF SE-QTREM (W-SX) > ZEROS
              COMPUTE SX-MEDREM (W-SX) ROUNDED =
                      SE-SOMAREM (W-SX) / SE-QTREM (W-SX).
           MOVE DESCSEXO (W-SX)    TO DL-SEXO
           MOVE SX-QTDE (W-SX)     TO DL-QTDE
           MOVE SX-MEDIA (W-SX)    TO DL-MEDIA
           MOVE ZEROS              TO DL-MEDIANA
           MOVE SX-MEDREM (W-SX)   TO DL-MEDREM
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       TOTAL-SEXO-FIM.
           EXIT.
      *
      * SALARIO MENSAL EQUIVALENTE, COMO NO CALCULO DA FOLHA: O
      * FSALBASE DOS HORISTAS E POR HORA (DIVISOR DO PARFOLHA) E O
      * DOS DIARISTAS POR DIA (DIAS DO MES DO PARFOLHA), NOS
      * PARAMETROS DO FIM DO SEMESTRE; TAREFEIROS E COMISSIONADOS
      * USAM O SALARIO BASE DO CARGO
      *
       CALCULA-SALMENSAL.
           MOVE 3 TO W-TIPOSAL
           MOVE ZEROS TO SALARIOBASE2
           MOVE FCARGO TO CODIGO2
           READ CADCARGO
           IF ST-CARGO = "00"
              MOVE TIPOSALARIO2 TO W-TIPOSAL.
           MOVE FEMPRESA TO W-PFL-EMPRESA
           DIVIDE W-DTFIMSEM BY 100 GIVING W-PFL-COMPET
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
           MOVE FSALBASE TO W-SALMENSAL
           IF W-TIPOSAL = 1
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIVISOR.
           IF W-TIPOSAL = 2
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIASMES.
           IF W-TIPOSAL = 4 OR W-TIPOSAL = 5
              MOVE SALARIOBASE2 TO W-SALMENSAL.
       CALCULA-SALMENSAL-FIM.
           EXIT.
      *
           COPY "AMBPAR.CPY".
           COPY "PFLPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-IGUALLIST==.
           COPY "SPLPAR.CPY".
