       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJFOLHA.
       AUTHOR. MATEUS.
      ***************************************************
      * PROJECAO DO CUSTO DA FOLHA - 12 MESES POR DEPTO *
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
       SELECT CADEPTO ASSIGN TO DYNAMIC W-ARQ-DEPTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEPTO.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
       SELECT CADCCE ASSIGN TO DYNAMIC W-ARQ-CCE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CCCODIGO
                    FILE STATUS  IS ST-CCE.
       SELECT CADFERIAS ASSIGN TO DYNAMIC W-ARQ-FER
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-FER.
       SELECT TABQUINQ ASSIGN TO DYNAMIC W-ARQ-QUI
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TQ-CHAVE
                    FILE STATUS  IS ST-QUI.
       SELECT TABENCARGO ASSIGN TO DYNAMIC W-ARQ-ENC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TE-VIGENCIA
                    FILE STATUS  IS ST-ENC.
       SELECT QUADROVAGAS ASSIGN TO DYNAMIC W-ARQ-QV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QV-CHAVE
                    FILE STATUS  IS ST-QV.
       SELECT ORCDEPTO ASSIGN TO DYNAMIC W-ARQ-ORC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OR-CHAVE
                    FILE STATUS  IS ST-ORC.
       SELECT PROJLIST ASSIGN TO DISK
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
                   88 FUNC-AFASTADO  VALUES "F" "M" "L".
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
                03 FILLER         PIC X(118).
                03 FEMPRESA       PIC 9(02).
                03 FILLER         PIC X(18).
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
                03 CODIGO         PIC 9(03).
                03 DENOMINACAO    PIC X(15).
                03 CENTRODECUSTO  PIC 9(02).
                03 DEPTOPAI       PIC 9(03).
                03 FILLER         PIC X(41).
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
       FD CADCCE
               LABEL RECORD IS STANDARD.
       01 REGCCE.
                03 CCCODIGO       PIC 9(02).
                03 CCDENOM        PIC X(30).
                03 FILLER         PIC X(18).
       FD CADFERIAS
               LABEL RECORD IS STANDARD.
       01 REGFERIAS.
                03 FE-CHAVE.
                   05 FE-CHAPA     PIC 9(05).
                   05 FE-AQINI     PIC 9(08).
                03 FE-AQFIM        PIC 9(08).
                03 FE-GOZOINI      PIC 9(08).
                03 FE-GOZOFIM      PIC 9(08).
                03 FE-SITUACAO     PIC X(01).
                   88 FER-ABERTA      VALUE "A".
                   88 FER-PROGRAMADA  VALUE "P".
                   88 FER-GOZADA      VALUE "G".
                03 FILLER          PIC X(10).
       FD TABQUINQ
               LABEL RECORD IS STANDARD.
       01 REGQUINQ.
                03 TQ-CHAVE.
                   05 TQ-VIGENCIA  PIC 9(08).
                   05 TQ-FAIXA     PIC 9(02).
                03 TQ-PCT          PIC 9(02)V99.
                03 FILLER          PIC X(16).
       FD TABENCARGO
               LABEL RECORD IS STANDARD.
       01 REGENCARGO.
                03 TE-VIGENCIA    PIC 9(08).
                03 TE-PATRONAL    PIC 9(02)V99.
                03 TE-RAT         PIC 9(02)V99.
                03 TE-TERCEIROS   PIC 9(02)V99.
                03 FILLER         PIC X(20).
       FD QUADROVAGAS
               LABEL RECORD IS STANDARD.
       01 REGQUADRO.
                03 QV-CHAVE.
                   05 QV-DEPTO     PIC 9(03).
                   05 QV-CARGO     PIC 9(03).
                03 QV-VAGAS        PIC 9(04).
                03 FILLER          PIC X(22).
       FD ORCDEPTO
               LABEL RECORD IS STANDARD.
       01 REGORCDEP.
                03 OR-CHAVE.
                   05 OR-DEPTO     PIC 9(03).
                   05 OR-ANO       PIC 9(04).
                03 OR-VALORMES     PIC 9(08)V99.
                03 FILLER          PIC X(15).
       FD PROJLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-PROJLIST   PIC X(80).
           COPY "PFLFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "PFLWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-CCE        PIC X(02) VALUE "00".
       77 ST-FER        PIC X(02) VALUE "00".
       77 ST-QUI        PIC X(02) VALUE "00".
       77 ST-ENC        PIC X(02) VALUE "00".
       77 ST-QV         PIC X(02) VALUE "00".
       77 ST-ORC        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-DEPTO   PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-ARQ-CCE     PIC X(64) VALUE SPACES.
       77 W-ARQ-FER     PIC X(64) VALUE SPACES.
       77 W-ARQ-QUI     PIC X(64) VALUE SPACES.
       77 W-ARQ-ENC     PIC X(64) VALUE SPACES.
       77 W-ARQ-QV      PIC X(64) VALUE SPACES.
       77 W-ARQ-ORC     PIC X(64) VALUE SPACES.
       77 W-CCE-OK      PIC X(01) VALUE "N".
       77 W-FER-OK      PIC X(01) VALUE "N".
       77 W-QUI-OK      PIC X(01) VALUE "N".
       77 W-ENC-OK      PIC X(01) VALUE "N".
       77 W-QV-OK       PIC X(01) VALUE "N".
       77 W-ORC-OK      PIC X(01) VALUE "N".
       01 W-COMPET.
           03 W-CMP-ANO     PIC 9(04).
           03 W-CMP-MES     PIC 9(02).
       77 W-DATA-REF    PIC 9(08) VALUE ZEROS.
       77 W-PCTDISS     PIC 9(02)V99 VALUE ZEROS.
       77 W-MESDISS     PIC 9(02) VALUE ZEROS.
       77 W-IDXDISS     PIC 9(02) VALUE 13.
       77 W-MESVAGA     PIC 9(02) VALUE ZEROS.
       77 W-SALMINIMO   PIC 9(06)V99 VALUE 880,00.
       77 W-PCT-FGTS    PIC 9(02)V99 VALUE 08,00.
       77 W-VIG-ENC     PIC 9(08) VALUE ZEROS.
       77 W-PCT-ENC     PIC 9(03)V99 VALUE ZEROS.
       77 W-QT-QUINQ    PIC 9(02) VALUE ZEROS.
       77 W-VIG-QUINQ   PIC 9(08) VALUE ZEROS.
       01 TAB-QUINQ.
           03 TB-QQ-ITEM OCCURS 20 TIMES.
               05 TB-QQ-PCT        PIC 9(02)V99.
      *
      * OS 12 MESES DA PROJECAO (TM-ABS = ANO * 12 + MES - 1)
      *
       01 TAB-MESES.
           03 TM-ITEM OCCURS 12 TIMES.
               05 TM-COMPET.
                  07 TM-ANO        PIC 9(04).
                  07 TM-MES        PIC 9(02).
               05 TM-ABS           PIC 9(06).
       77 W-ABS         PIC 9(06) VALUE ZEROS.
       77 W-M           PIC 9(02) VALUE ZEROS.
       77 W-IDX         PIC 9(04) VALUE ZEROS.
       77 W-IDXDEP      PIC 9(04) VALUE ZEROS.
       77 W-IDXCCE      PIC 9(03) VALUE ZEROS.
      *
      * FUNCIONARIO (OU VAGA) EM PROJECAO
      *
       77 W-PJ-DEPTO    PIC 9(03) VALUE ZEROS.
       77 W-PJ-QTD      PIC 9(04) VALUE ZEROS.
       77 W-PJ-SALMES   PIC 9(08)V99 VALUE ZEROS.
       77 W-PJ-PCTRISCO PIC 9(02)V99 VALUE ZEROS.
       77 W-PJ-BASERISC PIC X(01) VALUE SPACES.
       77 W-PJ-ADMABS   PIC 9(06) VALUE ZEROS.
       77 W-PJ-ADMANO   PIC 9(04) VALUE ZEROS.
       77 W-PJ-ADMMES   PIC 9(02) VALUE ZEROS.
       77 W-PJ-QUINQ    PIC X(01) VALUE "N".
       01 TAB-FERMES.
           03 TF-QTD        PIC 9(01) OCCURS 12 TIMES.
       77 W-SALPROJ     PIC 9(08)V99 VALUE ZEROS.
       77 W-MESESSRV    PIC 9(05) VALUE ZEROS.
       77 W-QUINQS      PIC 9(02) VALUE ZEROS.
       77 W-VLRQUINQ    PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRRISCO    PIC 9(08)V99 VALUE ZEROS.
       77 W-REMMES      PIC 9(09)V99 VALUE ZEROS.
       77 W-EXTRA       PIC 9(09)V99 VALUE ZEROS.
       77 W-ENCMES      PIC 9(09)V99 VALUE ZEROS.
       77 W-AVOS        PIC 9(02) VALUE ZEROS.
       77 W-FERABS      PIC 9(06) VALUE ZEROS.
       77 W-FERANO      PIC 9(04) VALUE ZEROS.
       77 W-FERMES      PIC 9(02) VALUE ZEROS.
       77 W-AUX         PIC 9(08) VALUE ZEROS.
      *
      * QUADRO DE VAGAS E OCUPACAO
      *
       77 W-MAXQV       PIC 9(04) VALUE 500.
       77 W-QT-QV       PIC 9(04) VALUE ZEROS.
       77 W-LIVRES      PIC S9(04) VALUE ZEROS.
       01 TAB-QUADRO.
           03 TQV-ITEM OCCURS 500 TIMES.
               05 TQV-DEPTO     PIC 9(03).
               05 TQV-CARGO     PIC 9(03).
               05 TQV-VAGAS     PIC 9(04).
               05 TQV-OCUP      PIC 9(04).
      *
      * ACUMULADORES: DEPTO (CODIGO + 1) X MES, MES GERAL E CENTRO DE
      * CUSTO (CODIGO + 1)
      *
       01 TAB-PROJ.
           03 TP-DEPTO OCCURS 1000 TIMES.
               05 TP-QTFUNC     PIC 9(05).
               05 TP-QTVAGA     PIC 9(04).
               05 TP-MES OCCURS 12 TIMES.
                  07 TP-REM     PIC 9(09)V99.
                  07 TP-EXT     PIC 9(09)V99.
                  07 TP-ENC     PIC 9(09)V99.
       01 TAB-GERAL.
           03 TG-MES OCCURS 12 TIMES.
               05 TG-REM        PIC 9(11)V99.
               05 TG-EXT        PIC 9(11)V99.
               05 TG-ENC        PIC 9(11)V99.
               05 TG-ORC        PIC 9(11)V99.
       01 TAB-CCE.
           03 TC-ITEM OCCURS 100 TIMES.
               05 TC-TOT        PIC 9(11)V99.
               05 TC-ORC        PIC 9(11)V99.
       77 W-TOTMES      PIC 9(11)V99 VALUE ZEROS.
       77 W-ORCMES      PIC 9(11)V99 VALUE ZEROS.
       77 W-VARIACAO    PIC S9(11)V99 VALUE ZEROS.
       77 W-DEP-REM     PIC 9(11)V99 VALUE ZEROS.
       77 W-DEP-EXT     PIC 9(11)V99 VALUE ZEROS.
       77 W-DEP-ENC     PIC 9(11)V99 VALUE ZEROS.
       77 W-DEP-TOT     PIC 9(11)V99 VALUE ZEROS.
       77 W-DEP-ORC     PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-REM     PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-EXT     PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-ENC     PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-TOT     PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-ORC     PIC 9(11)V99 VALUE ZEROS.
       77 W-CONT-FUNC   PIC 9(05) VALUE ZEROS.
       77 W-CONT-VAGA   PIC 9(05) VALUE ZEROS.
       77 W-CONT-DEPTO  PIC 9(04) VALUE ZEROS.
       77 W-CONT-ESTOURO PIC 9(04) VALUE ZEROS.
       77 W-CONT-SEMD   PIC 9(05) VALUE ZEROS.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "COMPET REMUNERACAO 13O/FERIAS   ENCARGOS".
           03 FILLER        PIC X(40) VALUE
              "      TOTAL     ORCADO    VARIACAO".
       01 W-CABCCE.
           03 FILLER        PIC X(40) VALUE
              "CC DENOMINACAO                   TOTAL 1".
           03 FILLER        PIC X(40) VALUE
              "2 MESES    ORCADO 12 M     VARIACAO".
       01 W-DEPLIN.
           03 FILLER        PIC X(07) VALUE "DEPTO: ".
           03 DP-CODIGO     PIC 9(03).
           03 FILLER        PIC X(03) VALUE " - ".
           03 DP-DENOM      PIC X(15).
           03 FILLER        PIC X(06) VALUE "  CC: ".
           03 DP-CCE        PIC 9(02).
           03 FILLER        PIC X(08) VALUE "  FUNC: ".
           03 DP-QTFUNC     PIC ZZZZ9.
           03 FILLER        PIC X(09) VALUE "  VAGAS: ".
           03 DP-QTVAGA     PIC ZZZ9.
           03 FILLER        PIC X(18) VALUE SPACES.
       01 W-DETLIN.
           03 DL-COMPET     PIC X(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-REM        PIC ZZ.ZZZ.ZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-EXT        PIC ZZ.ZZZ.ZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ENC        PIC ZZ.ZZZ.ZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-TOT        PIC ZZ.ZZZ.ZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ORC        PIC ZZ.ZZZ.ZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VAR        PIC ZZ.ZZZ.ZZ9-.
           03 FILLER        PIC X(07) VALUE SPACES.
       01 W-CCELIN.
           03 CL-CODIGO     PIC 9(02).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CL-DENOM      PIC X(25).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CL-TOT        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CL-ORC        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CL-VAR        PIC ZZZ.ZZZ.ZZ9,99-.
       01 W-PARLIN1.
           03 FILLER        PIC X(24) VALUE "COMPETENCIA INICIAL ...:".
           03 PL-COMPINI    PIC 9(06).
           03 FILLER        PIC X(20) VALUE "   ENCARGOS+FGTS ..:".
           03 PL-PCTENC     PIC ZZ9,99.
           03 FILLER        PIC X(01) VALUE "%".
       01 W-PARLIN2.
           03 FILLER        PIC X(24) VALUE "DISSIDIO PREVISTO .....:".
           03 PL-PCTDISS    PIC Z9,99.
           03 FILLER        PIC X(10) VALUE "%  NO MES ".
           03 PL-MESDISS    PIC Z9.
       01 W-PARLIN3.
           03 FILLER        PIC X(24) VALUE "FUNCIONARIOS PROJETADOS:".
           03 PL-QTFUNC     PIC ZZZZ9.
           03 FILLER        PIC X(21) VALUE "   VAGAS A PREENCHER:".
           03 PL-QTVAGA     PIC ZZZZ9.
           03 FILLER        PIC X(10) VALUE "  A PARTIR".
           03 FILLER        PIC X(08) VALUE " DO MES ".
           03 PL-MESVAGA    PIC Z9.
       01 W-PARLIN4.
           03 FILLER        PIC X(24) VALUE "DEPTOS ACIMA DO ORCADO :".
           03 PL-ESTOURO    PIC ZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADEPTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEPTO
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           MOVE "CADCCE.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CCE
           MOVE "CADFERIAS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FER
           MOVE "TABQUINQ.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-QUI
           MOVE "TABENCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ENC
           MOVE "QUADROVAGAS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-QV
           MOVE "ORCDEPTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ORC
           DISPLAY "PROJECAO DA FOLHA - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "PRIMEIRA COMPETENCIA DA PROJECAO (AAAAMM): "
           ACCEPT W-COMPET
           IF W-CMP-MES < 1 OR W-CMP-MES > 12 OR W-CMP-ANO < 1900
              DISPLAY "COMPETENCIA INVALIDA: " W-COMPET
              GO TO ABR-002.
           COMPUTE W-DATA-REF = W-CMP-ANO * 10000 + W-CMP-MES * 100
                              + 01.
       ABR-002A.
           DISPLAY "PERCENTUAL DE DISSIDIO PREVISTO (0=NENHUM): "
           ACCEPT W-PCTDISS
           MOVE ZEROS TO W-MESDISS
           IF W-PCTDISS = ZEROS
              GO TO ABR-002B.
           DISPLAY "MES DE VIGENCIA DO DISSIDIO (1-12): "
           ACCEPT W-MESDISS
           IF W-MESDISS < 1 OR W-MESDISS > 12
              DISPLAY "MES INVALIDO: " W-MESDISS
              GO TO ABR-002A.
       ABR-002B.
           DISPLAY "MES DA PROJECAO PARA PREENCHER AS VAGAS EM ABERTO "
                   "(1-12, 0=NAO PROJETAR): "
           ACCEPT W-MESVAGA
           IF W-MESVAGA > 12
              GO TO ABR-002B.
           PERFORM MONTA-MESES THRU MONTA-MESES-FIM.
       ABR-003.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              GO TO ROT-ABEND.
           OPEN INPUT CADEPTO
           IF ST-DEPTO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO: " ST-DEPTO
              CLOSE CADFUNC
              GO TO ROT-ABEND.
           OPEN INPUT CADCARGO
           IF ST-CARGO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO: " ST-CARGO
              CLOSE CADFUNC CADEPTO
              GO TO ROT-ABEND.
           OPEN OUTPUT PROJLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PROJLIST: " ST-LIST
              CLOSE CADFUNC CADEPTO CADCARGO
              GO TO ROT-ABEND.
           OPEN INPUT CADCCE
           IF ST-CCE = "00"
              MOVE "S" TO W-CCE-OK.
           OPEN INPUT CADFERIAS
           IF ST-FER = "00"
              MOVE "S" TO W-FER-OK
           ELSE
              DISPLAY "AVISO: SEM ARQUIVO DE FERIAS CADFERIAS".
           OPEN INPUT TABQUINQ
           IF ST-QUI = "00"
              MOVE "S" TO W-QUI-OK
           ELSE
              DISPLAY "AVISO: SEM TABELA DE QUINQUENIOS".
           OPEN INPUT TABENCARGO
           IF ST-ENC = "00"
              MOVE "S" TO W-ENC-OK
           ELSE
              DISPLAY "AVISO: SEM TABELA DE ENCARGOS - SO FGTS".
           OPEN INPUT QUADROVAGAS
           IF ST-QV = "00"
              MOVE "S" TO W-QV-OK
           ELSE
              DISPLAY "AVISO: SEM QUADRO DE VAGAS".
           OPEN INPUT ORCDEPTO
           IF ST-ORC = "00"
              MOVE "S" TO W-ORC-OK
           ELSE
              DISPLAY "AVISO: SEM ARQUIVO DE ORCAMENTO ORCDEPTO".
           PERFORM ABR-PARFOL
           MOVE ZEROS TO TAB-PROJ TAB-GERAL TAB-CCE.
      *
      **************************************
      * TABELAS VIGENTES NO INICIO         *
      **************************************
      *
       CARGA-TABELAS.
           IF W-QUI-OK = "S"
              PERFORM CARGA-QUINQ-LE THRU CARGA-QUINQ-LE-FIM.
           IF W-ENC-OK = "S"
              PERFORM CARGA-ENC-LE THRU CARGA-ENC-LE-FIM.
           ADD W-PCT-FGTS TO W-PCT-ENC
           IF W-QV-OK = "S"
              PERFORM CARGA-QV THRU CARGA-QV-FIM.
      *
      **************************************
      * PROJECAO DOS FUNCIONARIOS          *
      **************************************
      *
      * ATIVOS E AFASTADOS. O ADICIONAL DE RISCO E O QUINQUENIO SEGUEM
      * AS REGRAS DO FOLHACALC; O 13O ENTRA INTEIRO EM DEZEMBRO E AS
      * FERIAS (1/3) NO MES DO GOZO PROGRAMADO OU, SE NAO PROGRAMADAS,
      * NO ULTIMO MES DO PERIODO CONCESSIVO
      *
       LER-FUNC.
           READ CADFUNC NEXT RECORD
               AT END GO TO PROJETA-VAGAS.
           IF NOT FUNC-ATIVO AND NOT FUNC-AFASTADO
              GO TO LER-FUNC.
           MOVE FDEPART TO W-PJ-DEPTO
           MOVE 1       TO W-PJ-QTD
           MOVE "S"     TO W-PJ-QUINQ
           MOVE DAANO   TO W-PJ-ADMANO
           MOVE DAMES   TO W-PJ-ADMMES
           COMPUTE W-PJ-ADMABS = DAANO * 12 + DAMES - 1
           MOVE FCARGO TO CODIGO2
           READ CADCARGO
           IF ST-CARGO NOT = "00"
              MOVE ZEROS TO TIPOSALARIO2 SALARIOBASE2 CGRAURISCO2
              MOVE SPACES TO CBASERISCO2.
           MOVE FEMPRESA TO W-PFL-EMPRESA
           MOVE W-COMPET TO W-PFL-COMPET
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
           MOVE FSALBASE TO W-PJ-SALMES
           IF TIPOSALARIO2 = 1
              COMPUTE W-PJ-SALMES = FSALBASE * W-PFL-DIVISOR.
           IF TIPOSALARIO2 = 2
              COMPUTE W-PJ-SALMES = FSALBASE * W-PFL-DIASMES.
           IF TIPOSALARIO2 = 4 OR TIPOSALARIO2 = 5
              MOVE SALARIOBASE2 TO W-PJ-SALMES.
           PERFORM PREPARA-RISCO THRU PREPARA-RISCO-FIM
           PERFORM CARGA-FERIAS THRU CARGA-FERIAS-FIM
           PERFORM PROJETA-FUNC THRU PROJETA-FUNC-FIM
           COMPUTE W-IDXDEP = W-PJ-DEPTO + 1
           ADD 1 TO TP-QTFUNC (W-IDXDEP) W-CONT-FUNC
           PERFORM OCUPA-QUADRO THRU OCUPA-QUADRO-FIM
           GO TO LER-FUNC.
      *
      **************************************
      * VAGAS EM ABERTO DO QUADRO          *
      **************************************
      *
      * CADA VAGA LIVRE ENTRA COMO ADMISSAO NO MES INFORMADO, COM O
      * SALARIO BASE DO CARGO, SEM QUINQUENIO NEM FERIAS NO PERIODO
      *
       PROJETA-VAGAS.
           IF W-MESVAGA = ZEROS OR W-QT-QV = ZEROS
              GO TO IMPRIME-INICIO.
           MOVE 1 TO W-IDX.
       PROJETA-VAGAS1.
           IF W-IDX > W-QT-QV
              GO TO IMPRIME-INICIO.
           COMPUTE W-LIVRES = TQV-VAGAS (W-IDX) - TQV-OCUP (W-IDX)
           IF W-LIVRES NOT > ZEROS
              GO TO PROJETA-VAGAS2.
           MOVE TQV-CARGO (W-IDX) TO CODIGO2
           READ CADCARGO
           IF ST-CARGO NOT = "00"
              DISPLAY "AVISO: CARGO SEM CADASTRO NO QUADRO - "
                      TQV-DEPTO (W-IDX) "/" TQV-CARGO (W-IDX)
              GO TO PROJETA-VAGAS2.
           MOVE TQV-DEPTO (W-IDX) TO W-PJ-DEPTO
           MOVE W-LIVRES          TO W-PJ-QTD
           MOVE "N"               TO W-PJ-QUINQ
           MOVE TM-ANO (W-MESVAGA) TO W-PJ-ADMANO
           MOVE TM-MES (W-MESVAGA) TO W-PJ-ADMMES
           MOVE TM-ABS (W-MESVAGA) TO W-PJ-ADMABS
           MOVE ZEROS    TO W-PFL-EMPRESA
           MOVE W-COMPET TO W-PFL-COMPET
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
           MOVE SALARIOBASE2 TO W-PJ-SALMES
           IF TIPOSALARIO2 = 1
              COMPUTE W-PJ-SALMES = SALARIOBASE2 * W-PFL-DIVISOR.
           IF TIPOSALARIO2 = 2
              COMPUTE W-PJ-SALMES = SALARIOBASE2 * W-PFL-DIASMES.
           PERFORM PREPARA-RISCO THRU PREPARA-RISCO-FIM
           MOVE ZEROS TO TAB-FERMES
           PERFORM PROJETA-FUNC THRU PROJETA-FUNC-FIM
           COMPUTE W-IDXDEP = W-PJ-DEPTO + 1
           ADD W-PJ-QTD TO TP-QTVAGA (W-IDXDEP) W-CONT-VAGA.
       PROJETA-VAGAS2.
           ADD 1 TO W-IDX
           GO TO PROJETA-VAGAS1.
      *
      **************************************
      * PROJECAO MES A MES DE UMA CHAPA    *
      **************************************
      *
       PROJETA-FUNC.
           MOVE 1 TO W-M.
       PROJETA-FUNC1.
           IF W-M > 12
              GO TO PROJETA-FUNC-FIM.
           IF TM-ABS (W-M) < W-PJ-ADMABS
              GO TO PROJETA-FUNC2.
           MOVE W-PJ-SALMES TO W-SALPROJ
           IF W-M NOT < W-IDXDISS
              COMPUTE W-SALPROJ ROUNDED = W-PJ-SALMES
                                        * (100 + W-PCTDISS) / 100.
           MOVE ZEROS TO W-VLRQUINQ
           IF W-PJ-QUINQ = "S" AND W-QT-QUINQ NOT = ZEROS
              COMPUTE W-MESESSRV = TM-ABS (W-M) - W-PJ-ADMABS
              DIVIDE W-MESESSRV BY 60 GIVING W-QUINQS
              IF W-QUINQS > W-QT-QUINQ
                 MOVE W-QT-QUINQ TO W-QUINQS.
           IF W-PJ-QUINQ = "S" AND W-QT-QUINQ NOT = ZEROS
              IF W-QUINQS NOT = ZEROS
                 COMPUTE W-VLRQUINQ ROUNDED = W-SALPROJ
                                    * TB-QQ-PCT (W-QUINQS) / 100.
           MOVE ZEROS TO W-VLRRISCO
           IF W-PJ-PCTRISCO NOT = ZEROS
              IF W-PJ-BASERISC = "S"
                 COMPUTE W-VLRRISCO ROUNDED = W-SALPROJ
                                            * W-PJ-PCTRISCO / 100
              ELSE
                 COMPUTE W-VLRRISCO ROUNDED = W-SALMINIMO
                                            * W-PJ-PCTRISCO / 100.
           COMPUTE W-REMMES = (W-SALPROJ + W-VLRQUINQ + W-VLRRISCO)
                            * W-PJ-QTD
           MOVE ZEROS TO W-EXTRA
           IF TF-QTD (W-M) NOT = ZEROS
              COMPUTE W-EXTRA ROUNDED = W-REMMES / 3 * TF-QTD (W-M).
           IF TM-MES (W-M) = 12
              PERFORM CALCULA-AVOS THRU CALCULA-AVOS-FIM
              COMPUTE W-EXTRA ROUNDED = W-EXTRA
                                      + W-REMMES * W-AVOS / 12.
           COMPUTE W-ENCMES ROUNDED = (W-REMMES + W-EXTRA)
                                    * W-PCT-ENC / 100
           COMPUTE W-IDXDEP = W-PJ-DEPTO + 1
           ADD W-REMMES TO TP-REM (W-IDXDEP, W-M)
           ADD W-EXTRA  TO TP-EXT (W-IDXDEP, W-M)
           ADD W-ENCMES TO TP-ENC (W-IDXDEP, W-M).
       PROJETA-FUNC2.
           ADD 1 TO W-M
           GO TO PROJETA-FUNC1.
       PROJETA-FUNC-FIM.
           EXIT.
      *
       CALCULA-AVOS.
           MOVE 12 TO W-AVOS
           IF W-PJ-ADMANO = TM-ANO (W-M)
              COMPUTE W-AVOS = 12 - W-PJ-ADMMES + 1.
       CALCULA-AVOS-FIM.
           EXIT.
      *
       PREPARA-RISCO.
           MOVE ZEROS TO W-PJ-PCTRISCO
           MOVE "M"   TO W-PJ-BASERISC
           IF CGRAURISCO2 = 1
              MOVE 10,00 TO W-PJ-PCTRISCO.
           IF CGRAURISCO2 = 2
              MOVE 20,00 TO W-PJ-PCTRISCO.
           IF CGRAURISCO2 = 3
              MOVE 40,00 TO W-PJ-PCTRISCO.
           IF CGRAURISCO2 = 4
              MOVE 30,00 TO W-PJ-PCTRISCO.
           IF CBASERISCO2 = "S" OR
              (CBASERISCO2 NOT = "M" AND CGRAURISCO2 = 4)
              MOVE "S" TO W-PJ-BASERISC.
       PREPARA-RISCO-FIM.
           EXIT.
      *
      **************************************
      * MESES DE FERIAS DA CHAPA           *
      **************************************
      *
       CARGA-FERIAS.
           MOVE ZEROS TO TAB-FERMES
           IF W-FER-OK NOT = "S"
              GO TO CARGA-FERIAS-FIM.
           MOVE CHAPA TO FE-CHAPA
           MOVE ZEROS TO FE-AQINI
           START CADFERIAS KEY IS NOT LESS THAN FE-CHAVE
           IF ST-FER NOT = "00"
              GO TO CARGA-FERIAS-FIM.
       CARGA-FERIAS1.
           READ CADFERIAS NEXT RECORD
           IF ST-FER NOT = "00"
              GO TO CARGA-FERIAS-FIM.
           IF FE-CHAPA NOT = CHAPA
              GO TO CARGA-FERIAS-FIM.
           IF FER-GOZADA
              GO TO CARGA-FERIAS1.
           IF FER-PROGRAMADA AND FE-GOZOINI NOT = ZEROS
              DIVIDE FE-GOZOINI BY 10000 GIVING W-FERANO
              COMPUTE W-FERMES = (FE-GOZOINI - W-FERANO * 10000) / 100
           ELSE
              DIVIDE FE-AQFIM BY 10000 GIVING W-FERANO
              COMPUTE W-FERMES = (FE-AQFIM - W-FERANO * 10000) / 100
              ADD 11 TO W-FERMES.
           COMPUTE W-FERABS = W-FERANO * 12 + W-FERMES - 1
           IF W-FERABS < TM-ABS (1)
              MOVE TM-ABS (1) TO W-FERABS.
           IF W-FERABS > TM-ABS (12)
              GO TO CARGA-FERIAS1.
           COMPUTE W-M = W-FERABS - TM-ABS (1) + 1
           ADD 1 TO TF-QTD (W-M)
           GO TO CARGA-FERIAS1.
       CARGA-FERIAS-FIM.
           EXIT.
      *
       OCUPA-QUADRO.
           MOVE 1 TO W-IDX.
       OCUPA-QUADRO1.
           IF W-IDX > W-QT-QV
              GO TO OCUPA-QUADRO-FIM.
           IF TQV-DEPTO (W-IDX) = FDEPART AND
              TQV-CARGO (W-IDX) = FCARGO
              ADD 1 TO TQV-OCUP (W-IDX)
              GO TO OCUPA-QUADRO-FIM.
           ADD 1 TO W-IDX
           GO TO OCUPA-QUADRO1.
       OCUPA-QUADRO-FIM.
           EXIT.
      *
      **************************************
      * IMPRESSAO POR DEPTO (CADEPTO)      *
      **************************************
      *
       IMPRIME-INICIO.
           MOVE "PROJFOLHA" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "PROJECAO DA FOLHA - 12 MESES" TO REL-TITULO
           MOVE W-CABCOLS                      TO REL-COLUNAS.
       IMPRIME-DEPTO.
           READ CADEPTO NEXT RECORD
               AT END GO TO IMPRIME-SEMDEPTO.
           COMPUTE W-IDXDEP = CODIGO + 1
           IF TP-QTFUNC (W-IDXDEP) = ZEROS AND
              TP-QTVAGA (W-IDXDEP) = ZEROS
              GO TO IMPRIME-DEPTO.
           MOVE CODIGO        TO DP-CODIGO
           MOVE DENOMINACAO   TO DP-DENOM
           MOVE CENTRODECUSTO TO DP-CCE
           COMPUTE W-IDXCCE = CENTRODECUSTO + 1
           PERFORM IMPRIME-UMDEPTO THRU IMPRIME-UMDEPTO-FIM
           MOVE ZEROS TO TP-QTFUNC (W-IDXDEP) TP-QTVAGA (W-IDXDEP)
           GO TO IMPRIME-DEPTO.
      *
      * CHAPAS LOTADAS EM DEPARTAMENTO QUE NAO ESTA NO CADEPTO (O QUE
      * SOBROU NA TABELA) - SEM CENTRO DE CUSTO NEM ORCAMENTO
      *
       IMPRIME-SEMDEPTO.
           MOVE 1 TO W-IDXDEP.
       IMPRIME-SEMDEPTO1.
           IF W-IDXDEP > 1000
              GO TO IMPRIME-CCE.
           IF TP-QTFUNC (W-IDXDEP) NOT = ZEROS OR
              TP-QTVAGA (W-IDXDEP) NOT = ZEROS
              COMPUTE DP-CODIGO = W-IDXDEP - 1
              MOVE "(SEM CADASTRO)" TO DP-DENOM
              MOVE ZEROS TO DP-CCE
              MOVE 1 TO W-IDXCCE
              ADD TP-QTFUNC (W-IDXDEP) TO W-CONT-SEMD
              PERFORM IMPRIME-UMDEPTO THRU IMPRIME-UMDEPTO-FIM.
           ADD 1 TO W-IDXDEP
           GO TO IMPRIME-SEMDEPTO1.
      *
       IMPRIME-UMDEPTO.
           MOVE TP-QTFUNC (W-IDXDEP) TO DP-QTFUNC
           MOVE TP-QTVAGA (W-IDXDEP) TO DP-QTVAGA
           MOVE W-DEPLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE ZEROS TO W-DEP-REM W-DEP-EXT W-DEP-ENC W-DEP-TOT
           MOVE ZEROS TO W-DEP-ORC
           ADD 1 TO W-CONT-DEPTO
           MOVE 1 TO W-M.
       IMPRIME-UMDEPTO1.
           IF W-M > 12
              GO TO IMPRIME-UMDEPTO2.
           COMPUTE W-TOTMES = TP-REM (W-IDXDEP, W-M)
                            + TP-EXT (W-IDXDEP, W-M)
                            + TP-ENC (W-IDXDEP, W-M)
           MOVE ZEROS TO W-ORCMES
           IF W-ORC-OK = "S" AND DP-DENOM NOT = "(SEM CADASTRO)"
              MOVE CODIGO      TO OR-DEPTO
              MOVE TM-ANO (W-M) TO OR-ANO
              READ ORCDEPTO
              IF ST-ORC = "00"
                 MOVE OR-VALORMES TO W-ORCMES.
           COMPUTE W-VARIACAO = W-TOTMES - W-ORCMES
           MOVE TM-COMPET (W-M)        TO DL-COMPET
           MOVE TP-REM (W-IDXDEP, W-M) TO DL-REM
           MOVE TP-EXT (W-IDXDEP, W-M) TO DL-EXT
           MOVE TP-ENC (W-IDXDEP, W-M) TO DL-ENC
           MOVE W-TOTMES               TO DL-TOT
           MOVE W-ORCMES               TO DL-ORC
           MOVE W-VARIACAO             TO DL-VAR
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD TP-REM (W-IDXDEP, W-M) TO W-DEP-REM TG-REM (W-M)
           ADD TP-EXT (W-IDXDEP, W-M) TO W-DEP-EXT TG-EXT (W-M)
           ADD TP-ENC (W-IDXDEP, W-M) TO W-DEP-ENC TG-ENC (W-M)
           ADD W-TOTMES TO W-DEP-TOT
           ADD W-ORCMES TO W-DEP-ORC TG-ORC (W-M)
           ADD 1 TO W-M
           GO TO IMPRIME-UMDEPTO1.
       IMPRIME-UMDEPTO2.
           COMPUTE W-VARIACAO = W-DEP-TOT - W-DEP-ORC
           MOVE "TOTAL "   TO DL-COMPET
           MOVE W-DEP-REM  TO DL-REM
           MOVE W-DEP-EXT  TO DL-EXT
           MOVE W-DEP-ENC  TO DL-ENC
           MOVE W-DEP-TOT  TO DL-TOT
           MOVE W-DEP-ORC  TO DL-ORC
           MOVE W-VARIACAO TO DL-VAR
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           IF W-DEP-ORC NOT = ZEROS AND W-VARIACAO > ZEROS
              ADD 1 TO W-CONT-ESTOURO
              MOVE "   *** PROJECAO ACIMA DO ORCAMENTO ***"
                                                 TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD W-DEP-TOT TO TC-TOT (W-IDXCCE)
           ADD W-DEP-ORC TO TC-ORC (W-IDXCCE).
       IMPRIME-UMDEPTO-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS POR CENTRO DE CUSTO         *
      **************************************
      *
       IMPRIME-CCE.
           MOVE "PROJECAO POR CENTRO DE CUSTO" TO REL-TITULO
           MOVE W-CABCCE                       TO REL-COLUNAS
           MOVE 99 TO REL-LINCONT
           MOVE 1 TO W-IDXCCE.
       IMPRIME-CCE1.
           IF W-IDXCCE > 100
              GO TO IMPRIME-RESUMO.
           IF TC-TOT (W-IDXCCE) = ZEROS AND TC-ORC (W-IDXCCE) = ZEROS
              GO TO IMPRIME-CCE2.
           COMPUTE CCCODIGO = W-IDXCCE - 1
           MOVE CCCODIGO TO CL-CODIGO
           MOVE "(CENTRO DE CUSTO SEM CADASTRO)" TO CCDENOM
           IF W-CCE-OK = "S"
              READ CADCCE
                 INVALID KEY
                    MOVE "(CENTRO DE CUSTO SEM CADASTRO)" TO CCDENOM.
           MOVE CCDENOM             TO CL-DENOM
           MOVE TC-TOT (W-IDXCCE)   TO CL-TOT
           MOVE TC-ORC (W-IDXCCE)   TO CL-ORC
           COMPUTE W-VARIACAO = TC-TOT (W-IDXCCE) - TC-ORC (W-IDXCCE)
           MOVE W-VARIACAO          TO CL-VAR
           MOVE W-CCELIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-CCE2.
           ADD 1 TO W-IDXCCE
           GO TO IMPRIME-CCE1.
      *
      **************************************
      * RESUMO PARA A DIRETORIA            *
      **************************************
      *
       IMPRIME-RESUMO.
           MOVE "RESUMO DA PROJECAO DA FOLHA"  TO REL-TITULO
           MOVE W-CABCOLS                      TO REL-COLUNAS
           MOVE 99 TO REL-LINCONT
           MOVE 1 TO W-M.
       IMPRIME-RESUMO1.
           IF W-M > 12
              GO TO IMPRIME-RESUMO2.
           COMPUTE W-TOTMES = TG-REM (W-M) + TG-EXT (W-M)
                            + TG-ENC (W-M)
           COMPUTE W-VARIACAO = W-TOTMES - TG-ORC (W-M)
           MOVE TM-COMPET (W-M) TO DL-COMPET
           MOVE TG-REM (W-M)    TO DL-REM
           MOVE TG-EXT (W-M)    TO DL-EXT
           MOVE TG-ENC (W-M)    TO DL-ENC
           MOVE W-TOTMES        TO DL-TOT
           MOVE TG-ORC (W-M)    TO DL-ORC
           MOVE W-VARIACAO      TO DL-VAR
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD TG-REM (W-M) TO W-GER-REM
           ADD TG-EXT (W-M) TO W-GER-EXT
           ADD TG-ENC (W-M) TO W-GER-ENC
           ADD W-TOTMES     TO W-GER-TOT
           ADD TG-ORC (W-M) TO W-GER-ORC
           ADD 1 TO W-M
           GO TO IMPRIME-RESUMO1.
       IMPRIME-RESUMO2.
           COMPUTE W-VARIACAO = W-GER-TOT - W-GER-ORC
           MOVE "TOTAL "   TO DL-COMPET
           MOVE W-GER-REM  TO DL-REM
           MOVE W-GER-EXT  TO DL-EXT
           MOVE W-GER-ENC  TO DL-ENC
           MOVE W-GER-TOT  TO DL-TOT
           MOVE W-GER-ORC  TO DL-ORC
           MOVE W-VARIACAO TO DL-VAR
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-COMPET  TO PL-COMPINI
           MOVE W-PCT-ENC TO PL-PCTENC
           MOVE W-PARLIN1 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-PCTDISS TO PL-PCTDISS
           MOVE W-MESDISS TO PL-MESDISS
           MOVE W-PARLIN2 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-FUNC TO PL-QTFUNC
           MOVE W-CONT-VAGA TO PL-QTVAGA
           MOVE W-MESVAGA   TO PL-MESVAGA
           MOVE W-PARLIN3 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-ESTOURO TO PL-ESTOURO
           MOVE W-PARLIN4 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE CADFUNC CADEPTO CADCARGO PROJLIST
           IF W-CCE-OK = "S"
              CLOSE CADCCE.
           IF W-FER-OK = "S"
              CLOSE CADFERIAS.
           IF W-QUI-OK = "S"
              CLOSE TABQUINQ.
           IF W-ENC-OK = "S"
              CLOSE TABENCARGO.
           IF W-QV-OK = "S"
              CLOSE QUADROVAGAS.
           IF W-ORC-OK = "S"
              CLOSE ORCDEPTO.
           PERFORM FECHA-PARFOL
           DISPLAY "PROJECAO EMITIDA - DEPARTAMENTOS: " W-CONT-DEPTO
           DISPLAY "CUSTO PROJETADO 12 MESES: " W-GER-TOT
           IF W-CONT-SEMD NOT = ZEROS
              DISPLAY "FUNCIONARIOS SEM DEPTO CADASTRADO: " W-CONT-SEMD.
           GO TO ROT-FIM.
      *
       ROT-ABEND.
           MOVE 8 TO RETURN-CODE.
       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * MESES DA PROJECAO E DO DISSIDIO    *
      **************************************
      *
       MONTA-MESES.
           COMPUTE W-ABS = W-CMP-ANO * 12 + W-CMP-MES - 1
           MOVE 13 TO W-IDXDISS
           MOVE 1 TO W-M.
       MONTA-MESES1.
           IF W-M > 12
              GO TO MONTA-MESES-FIM.
           MOVE W-ABS TO TM-ABS (W-M)
           DIVIDE W-ABS BY 12 GIVING TM-ANO (W-M)
           COMPUTE TM-MES (W-M) = W-ABS - TM-ANO (W-M) * 12 + 1
           IF TM-MES (W-M) = W-MESDISS AND W-IDXDISS = 13
              MOVE W-M TO W-IDXDISS.
           ADD 1 TO W-ABS W-M
           GO TO MONTA-MESES1.
       MONTA-MESES-FIM.
           EXIT.
      *
      **************************************
      * CARGA DA TABELA DE QUINQUENIOS     *
      **************************************
      *
       CARGA-QUINQ-LE.
           MOVE ZEROS TO W-QT-QUINQ W-VIG-QUINQ
           MOVE LOW-VALUES TO TQ-CHAVE
           START TABQUINQ KEY IS NOT LESS THAN TQ-CHAVE
           IF ST-QUI NOT = "00" GO TO CARGA-QUINQ-LE-FIM.
       CARGA-QUINQ-LOOP.
           READ TABQUINQ NEXT RECORD
               AT END GO TO CARGA-QUINQ-LE-FIM.
           IF TQ-VIGENCIA > W-DATA-REF
              GO TO CARGA-QUINQ-LOOP.
           IF TQ-VIGENCIA > W-VIG-QUINQ
              MOVE TQ-VIGENCIA TO W-VIG-QUINQ
              MOVE ZEROS TO W-QT-QUINQ.
           IF TQ-VIGENCIA = W-VIG-QUINQ
              IF TQ-FAIXA NOT > 20 AND TQ-FAIXA > ZEROS
                 MOVE TQ-FAIXA TO W-IDX
                 MOVE TQ-PCT TO TB-QQ-PCT (W-IDX)
                 IF TQ-FAIXA > W-QT-QUINQ
                    MOVE TQ-FAIXA TO W-QT-QUINQ.
           GO TO CARGA-QUINQ-LOOP.
       CARGA-QUINQ-LE-FIM.
           EXIT.
      *
      **************************************
      * ENCARGOS PATRONAIS VIGENTES        *
      **************************************
      *
       CARGA-ENC-LE.
           MOVE ZEROS TO W-VIG-ENC W-PCT-ENC
           MOVE LOW-VALUES TO TE-VIGENCIA
           START TABENCARGO KEY IS NOT LESS THAN TE-VIGENCIA
           IF ST-ENC NOT = "00" GO TO CARGA-ENC-LE-FIM.
       CARGA-ENC-LOOP.
           READ TABENCARGO NEXT RECORD
               AT END GO TO CARGA-ENC-LE-FIM.
           IF TE-VIGENCIA > W-DATA-REF
              GO TO CARGA-ENC-LOOP.
           IF TE-VIGENCIA > W-VIG-ENC
              MOVE TE-VIGENCIA TO W-VIG-ENC
              COMPUTE W-PCT-ENC = TE-PATRONAL + TE-RAT + TE-TERCEIROS.
           GO TO CARGA-ENC-LOOP.
       CARGA-ENC-LE-FIM.
           EXIT.
      *
      **************************************
      * CARGA DO QUADRO DE VAGAS           *
      **************************************
      *
       CARGA-QV.
           READ QUADROVAGAS NEXT RECORD
               AT END GO TO CARGA-QV-FIM.
           IF W-QT-QV NOT < W-MAXQV
              DISPLAY "*** TABELA DE QUADROS CHEIA - LIMITE "
                      W-MAXQV " ***"
              GO TO CARGA-QV-FIM.
           ADD 1 TO W-QT-QV
           MOVE QV-DEPTO TO TQV-DEPTO (W-QT-QV)
           MOVE QV-CARGO TO TQV-CARGO (W-QT-QV)
           MOVE QV-VAGAS TO TQV-VAGAS (W-QT-QV)
           MOVE ZEROS    TO TQV-OCUP  (W-QT-QV)
           GO TO CARGA-QV.
       CARGA-QV-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "PFLPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-PROJLIST==.
           COPY "SPLPAR.CPY".
