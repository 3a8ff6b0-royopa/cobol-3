       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINDREL.
       AUTHOR. MATEUS.
      ***************************************************
      * RECOLHIMENTO SINDICAL POR SINDICATO E CONFERENCIA *
      * DOS SALARIOS ABAIXO DO PISO DA CATEGORIA          *
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
           COPY "SINSEL.CPY".
           COPY "FICSEL.CPY".
           COPY "PFLSEL.CPY".
       SELECT SINDLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
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
                   88 FUNC-AFASTADO  VALUES "F" "M" "L".
                03 NOME           PIC X(35).
                03 FILLER         PIC X(35).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 TIPOSAL        PIC X(02).
                03 FSALBASE       PIC 9(06)V99.
                03 FILLER         PIC X(126).
                03 FEMPRESA       PIC 9(02).
                03 FILLER         PIC X(10).
                03 FSINDICATO     PIC 9(03).
                03 FASSOCSIND     PIC X(01).
                03 FOPOSICAO      PIC X(01).
                03 FILLER         PIC X(03).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 CODIGO2        PIC 9(03).
                03 DENOMINACAO2   PIC X(20).
                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 FILLER         PIC X(32).
           COPY "SINFD.CPY".
           COPY "FICFD.CPY".
           COPY "PFLFD.CPY".
       FD SINDLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-SINDLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "SINWS.CPY".
           COPY "FICWS.CPY".
           COPY "PFLWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-CARGO-OK    PIC X(01) VALUE "N".
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-TIPOSAL     PIC 9(01) VALUE ZEROS.
       77 W-SALMENSAL   PIC 9(08)V99 VALUE ZEROS.
       77 W-DIFPISO     PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRMENS     PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRASSIST   PIC 9(08)V99 VALUE ZEROS.
       77 W-QT-SIND     PIC 9(05) VALUE ZEROS.
       77 W-SUB-MENS    PIC 9(08)V99 VALUE ZEROS.
       77 W-SUB-ASSIST  PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-MENS    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-ASSIST  PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-SIND   PIC 9(03) VALUE ZEROS.
       77 W-CONT-CONTR  PIC 9(05) VALUE ZEROS.
       77 W-CONT-PISO   PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMCAD PIC 9(05) VALUE ZEROS.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CHAPA NOME                         A O  ".
           03 FILLER        PIC X(40) VALUE
              " MENSALIDADE   ASSISTENC.         TOTAL".
       01 W-CABPISO.
           03 FILLER        PIC X(40) VALUE
              "CHAPA NOME                         SIN S".
           03 FILLER        PIC X(40) VALUE
              "AL.MENSAL     PISO  DIFERENCA".
       01 W-SINLIN.
           03 FILLER        PIC X(11) VALUE "SINDICATO: ".
           03 SL-CODIGO     PIC 9(03).
           03 FILLER        PIC X(03) VALUE " - ".
           03 SL-NOME       PIC X(40).
           03 FILLER        PIC X(23) VALUE SPACES.
       01 W-CNPJLIN.
           03 FILLER        PIC X(11) VALUE "   CNPJ:   ".
           03 CL-CNPJ       PIC 99.999.999/9999B99.
           03 FILLER        PIC X(13) VALUE "  DATA-BASE: ".
           03 CL-MESBASE    PIC 99.
           03 FILLER        PIC X(08) VALUE "  PISO: ".
           03 CL-PISO       PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(18) VALUE SPACES.
       01 W-DETLIN.
           03 DL-CHAPA      PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(28).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ASSOC      PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-OPOS       PIC X(01).
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-MENS       PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-ASSIST     PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-TOTAL      PIC ZZ.ZZZ.ZZ9,99.
       01 W-SUBLIN.
           03 SB-ROTULO     PIC X(20).
           03 SB-QTDE       PIC ZZZ9.
           03 FILLER        PIC X(15) VALUE SPACES.
           03 SB-MENS       PIC Z.ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 SB-ASSIST     PIC Z.ZZZ.ZZ9,99.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 SB-TOTAL      PIC ZZ.ZZZ.ZZ9,99.
       01 W-PISOLIN.
           03 PL-CHAPA      PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-NOME       PIC X(28).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-SIND       PIC 9(03).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-SALARIO    PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-PISO       PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-DIFERENCA  PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(09) VALUE SPACES.
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
           MOVE "FICHAFIN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FICHAFIN
           DISPLAY "RECOLHIMENTO SINDICAL - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET < 190001 OR W-COMPET > 299912
              DISPLAY "COMPETENCIA INVALIDA: " W-COMPET
              GO TO ABR-002.
       ABR-003.
           PERFORM ABR-SINDIC
           IF W-SIN-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSINDIC: "
                      ST-SINDIC
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              PERFORM FECHA-SINDIC
              GO TO ROT-FIM.
           OPEN INPUT FICHAFIN
           IF ST-FICHAFIN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FICHAFIN: "
                      ST-FICHAFIN
              PERFORM FECHA-SINDIC
              CLOSE CADFUNC
              GO TO ROT-FIM.
           OPEN INPUT CADCARGO
           IF ST-CARGO = "00"
              MOVE "S" TO W-CARGO-OK
           ELSE
              DISPLAY "AVISO: SEM CADCARGO - SALARIO DA FICHA "
                      "TRATADO COMO MENSAL".
           PERFORM ABR-PARFOL
           OPEN OUTPUT SINDLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO SINDLIST: " ST-LIST
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-FIM.
           MOVE "SINDREL" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "RECOLHIMENTO SINDICAL"  TO REL-TITULO
           MOVE W-CABCOLS                TO REL-COLUNAS.
      *
      **************************************
      * CONTRIBUINTES DE CADA SINDICATO    *
      **************************************
      *
      * VALORES DESCONTADOS NA COMPETENCIA CONFORME A FICHA
      * FINANCEIRA: MENSALIDADE (VERBA 523) E CONTRIBUICAO
      * ASSISTENCIAL (VERBA 524). O SUBTOTAL E O VALOR DA GUIA
      *
       LER-SINDIC.
           READ CADSINDIC NEXT RECORD
               AT END GO TO TOTAL-GERAL.
           MOVE ZEROS TO W-QT-SIND W-SUB-MENS W-SUB-ASSIST
           MOVE SN-CODIGO  TO SL-CODIGO
           MOVE SN-NOME    TO SL-NOME
           MOVE W-SINLIN   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SN-CNPJ    TO CL-CNPJ
           MOVE SN-MESBASE TO CL-MESBASE
           MOVE SN-PISO    TO CL-PISO
           MOVE W-CNPJLIN  TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE ZEROS TO CHAPA
           START CADFUNC KEY IS NOT LESS THAN CHAPA
           IF ST-FUNC NOT = "00"
              GO TO FECHA-SINDICATO.
       LER-FILIADO.
           READ CADFUNC NEXT RECORD
               AT END GO TO FECHA-SINDICATO.
           IF FSINDICATO NOT NUMERIC
              GO TO LER-FILIADO.
           IF FSINDICATO NOT = SN-CODIGO
              GO TO LER-FILIADO.
           MOVE 523 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           MOVE W-VLRASSIST TO W-VLRMENS
           MOVE 524 TO FF-VERBA
           PERFORM LE-VERBA THRU LE-VERBA-FIM
           IF W-VLRMENS = ZEROS AND W-VLRASSIST = ZEROS
              GO TO LER-FILIADO.
           ADD 1 TO W-QT-SIND
           ADD W-VLRMENS   TO W-SUB-MENS
           ADD W-VLRASSIST TO W-SUB-ASSIST
           MOVE CHAPA       TO DL-CHAPA
           MOVE NOME        TO DL-NOME
           MOVE FASSOCSIND  TO DL-ASSOC
           MOVE FOPOSICAO   TO DL-OPOS
           MOVE W-VLRMENS   TO DL-MENS
           MOVE W-VLRASSIST TO DL-ASSIST
           COMPUTE DL-TOTAL = W-VLRMENS + W-VLRASSIST
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           GO TO LER-FILIADO.
      *
       FECHA-SINDICATO.
           IF W-QT-SIND = ZEROS
              MOVE "   NENHUM DESCONTO NA COMPETENCIA" TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ELSE
              ADD 1 TO W-CONT-SIND
              ADD W-QT-SIND    TO W-CONT-CONTR
              ADD W-SUB-MENS   TO W-TOT-MENS
              ADD W-SUB-ASSIST TO W-TOT-ASSIST
              MOVE "   VALOR DA GUIA ..:" TO SB-ROTULO
              MOVE W-QT-SIND    TO SB-QTDE
              MOVE W-SUB-MENS   TO SB-MENS
              MOVE W-SUB-ASSIST TO SB-ASSIST
              COMPUTE SB-TOTAL = W-SUB-MENS + W-SUB-ASSIST
              MOVE W-SUBLIN TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           GO TO LER-SINDIC.
      *
       TOTAL-GERAL.
           MOVE "TOTAL GERAL .......:" TO SB-ROTULO
           MOVE W-CONT-CONTR  TO SB-QTDE
           MOVE W-TOT-MENS    TO SB-MENS
           MOVE W-TOT-ASSIST  TO SB-ASSIST
           COMPUTE SB-TOTAL = W-TOT-MENS + W-TOT-ASSIST
           MOVE W-SUBLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
      **************************************
      * SALARIOS ABAIXO DO PISO            *
      **************************************
      *
      * ATIVOS E AFASTADOS COM SINDICATO NA FICHA CUJO SALARIO
      * MENSAL EQUIVALENTE ESTA ABAIXO DO PISO DA CATEGORIA
      *
       PISO-INI.
           MOVE "SALARIOS ABAIXO DO PISO" TO REL-TITULO
           MOVE W-CABPISO                 TO REL-COLUNAS
           MOVE 99 TO REL-LINCONT
           MOVE ZEROS TO CHAPA
           START CADFUNC KEY IS NOT LESS THAN CHAPA
           IF ST-FUNC NOT = "00"
              GO TO PISO-FIM.
       PISO-LER.
           READ CADFUNC NEXT RECORD
               AT END GO TO PISO-FIM.
           IF NOT FUNC-ATIVO AND NOT FUNC-AFASTADO
              GO TO PISO-LER.
           IF FSINDICATO NOT NUMERIC
              GO TO PISO-LER.
           IF FSINDICATO = ZEROS
              GO TO PISO-LER.
           MOVE FSINDICATO TO SN-CODIGO
           READ CADSINDIC
           IF ST-SINDIC NOT = "00"
              ADD 1 TO W-CONT-SEMCAD
              DISPLAY "AVISO: CHAPA " CHAPA " COM SINDICATO "
                      FSINDICATO " NAO CADASTRADO"
              GO TO PISO-LER.
           IF SN-PISO = ZEROS
              GO TO PISO-LER.
           PERFORM CALCULA-SALMENSAL THRU CALCULA-SALMENSAL-FIM
           IF W-SALMENSAL NOT < SN-PISO
              GO TO PISO-LER.
           ADD 1 TO W-CONT-PISO
           COMPUTE W-DIFPISO = SN-PISO - W-SALMENSAL
           MOVE CHAPA       TO PL-CHAPA
           MOVE NOME        TO PL-NOME
           MOVE FSINDICATO  TO PL-SIND
           MOVE W-SALMENSAL TO PL-SALARIO
           MOVE SN-PISO     TO PL-PISO
           MOVE W-DIFPISO   TO PL-DIFERENCA
           MOVE W-PISOLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           GO TO PISO-LER.
       PISO-FIM.
           IF W-CONT-PISO = ZEROS
              MOVE "NENHUM SALARIO ABAIXO DO PISO" TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
           CLOSE SINDLIST
           DISPLAY "SINDICATOS COM RECOLHIMENTO ...: " W-CONT-SIND
           DISPLAY "CONTRIBUINTES .................: " W-CONT-CONTR
           DISPLAY "SALARIOS ABAIXO DO PISO .......: " W-CONT-PISO
           IF W-CONT-SEMCAD NOT = ZEROS
              DISPLAY "FICHAS COM SINDICATO INEXISTENTE: "
                      W-CONT-SEMCAD.
      *
       ROT-FIM.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           PERFORM FECHA-SINDIC
           PERFORM FECHA-PARFOL
           CLOSE CADFUNC FICHAFIN
           IF W-CARGO-OK = "S"
              CLOSE CADCARGO.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *
      * VALOR DA VERBA FF-VERBA DO FUNCIONARIO NA COMPETENCIA
      * (RETORNA EM W-VLRASSIST)
      *
       LE-VERBA.
           MOVE ZEROS    TO W-VLRASSIST
           MOVE CHAPA    TO FF-CHAPA
           MOVE W-COMPET TO FF-COMPET
           READ FICHAFIN
           IF ST-FICHAFIN = "00"
              MOVE FF-VALOR TO W-VLRASSIST.
       LE-VERBA-FIM.
           EXIT.
      *
      * SALARIO MENSAL EQUIVALENTE, COMO NO CALCULO DA FOLHA: O
      * FSALBASE DOS HORISTAS E POR HORA (DIVISOR DO PARFOLHA) E O
      * DOS DIARISTAS POR DIA (DIAS DO MES DO PARFOLHA); TAREFEIROS
      * E COMISSIONADOS USAM O SALARIO BASE DO CARGO
      *
       CALCULA-SALMENSAL.
           MOVE 3 TO W-TIPOSAL
           MOVE ZEROS TO SALARIOBASE2
           IF W-CARGO-OK = "S"
              MOVE FCARGO TO CODIGO2
              READ CADCARGO
              IF ST-CARGO = "00"
                 MOVE TIPOSALARIO2 TO W-TIPOSAL.
           MOVE FEMPRESA TO W-PFL-EMPRESA
           MOVE W-COMPET TO W-PFL-COMPET
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
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "SINPAR.CPY".
           COPY "PFLPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-SINDLIST==.
           COPY "SPLPAR.CPY".
