                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-NETC.
           COPY "CTCSEL.CPY".
           COPY "FICSEL.CPY".
           COPY "PFLSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                   05 DDDIA       PIC 9(02).
                   05 DDMES       PIC 9(02).
                   05 DDANO       PIC 9(04).
                03 FILLER         PIC X(110).
                03 FEMPRESA       PIC 9(02).
                03 FILLER         PIC X(18).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 MF-TAREFAS      PIC 9(04).
                03 MF-FALTAS       PIC 9(02).
                03 MF-VALORCOM     PIC 9(06)V99.
                03 FILLER          PIC X(06).
                03 MF-HEXTRADOM    PIC 9(03)V9.
                03 MF-HFERIADO     PIC 9(02)V9.
       FD CADDEP
               LABEL RECORD IS STANDARD.
       01 REGDEP.
                03 FILLER         PIC X(01).
           COPY "CTCFD.CPY".
           COPY "FICFD.CPY".
           COPY "PFLFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CTCWS.CPY".
           COPY "FICWS.CPY".
           COPY "PFLWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-MOVF       PIC X(02) VALUE "00".
       77 W-VLRFER      PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDEP       PIC 9(02) VALUE ZEROS.
       77 W-VLRHORA     PIC 9(06)V99 VALUE ZEROS.
       77 W-VLRHE       PIC 9(08)V99 VALUE ZEROS.
       77 W-BRUTO       PIC 9(08)V99 VALUE ZEROS.
       77 W-INSS        PIC 9(08)V99 VALUE ZEROS.
       77 W-BASEIR      PIC S9(08)V99 VALUE ZEROS.
              DISPLAY "COMPETENCIA AINDA NAO PAGA - USE O FOLHACALC"
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           CLOSE CTRLCOMP
           PERFORM ABR-PARFOL.
       ABR-003.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
                      ST-FICHAFIN
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-FIM.
           MOVE "FOLHACOMP" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "FOLHA COMPLEMENTAR - DIFERENCAS" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      **************************************
      *
       CALCULA-FUNC.
           MOVE FEMPRESA TO W-PFL-EMPRESA
           MOVE W-COMPET TO W-PFL-COMPET
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
           PERFORM VERIFICA-AFAST THRU VERIFICA-AFAST-FIM
           IF W-AFASTSIT = "T"
              MOVE ZEROS TO W-BRUTO W-INSS W-IRRF
              GO TO CALCULA-FUNC-FIM.
           PERFORM CALCULA-BRUTO THRU CALCULA-BRUTO-FIM
           IF W-AFASTSIT = "P"
              COMPUTE W-BRUTO = W-BRUTO / W-PFL-DIASMES * W-DIASPAGOS.
           PERFORM PRORATA-ADMISSAO THRU PRORATA-ADMISSAO-FIM
           PERFORM DESCONTA-FERIAS THRU DESCONTA-FERIAS-FIM
           PERFORM CALCULA-QUINQUENIO THRU CALCULA-QUINQUENIO-FIM
       BRUTO-MENSAL.
           MOVE FSALBASE TO W-BRUTO
           IF W-TEM-MOVF = "S"
              PERFORM CALCULA-HEXTRA THRU CALCULA-HEXTRA-FIM
              COMPUTE W-BRUTO = FSALBASE
                              - (FSALBASE / W-PFL-DIASMES * MF-FALTAS)
                              + W-VLRHE.
       BRUTO-MENSAL-FIM.
           EXIT.
      *
       BRUTO-MOVIMENTO.
           PERFORM CALCULA-HEXTRA THRU CALCULA-HEXTRA-FIM
           IF W-TIPOSAL = 1
              COMPUTE W-BRUTO = (FSALBASE * MF-HORAS) + W-VLRHE.
           IF W-TIPOSAL = 2
              COMPUTE W-BRUTO = (FSALBASE * MF-DIAS) + W-VLRHE.
           IF W-TIPOSAL = 4
              COMPUTE W-BRUTO = FSALBASE * MF-TAREFAS.
           IF W-TIPOSAL = 5
       BRUTO-MOVIMENTO-FIM.
           EXIT.
      *
      * HORAS EXTRAS COMO NO FOLHACALC, COM OS PARAMETROS EM VIGOR NA
      * COMPETENCIA RECALCULADA
      *
       CALCULA-HEXTRA.
           MOVE ZEROS TO W-VLRHE W-VLRHORA
           IF W-TIPOSAL = 1
              MOVE FSALBASE TO W-VLRHORA.
           IF W-TIPOSAL = 2
              COMPUTE W-VLRHORA = FSALBASE / W-PFL-HORASDIA.
           IF W-TIPOSAL = 3
              COMPUTE W-VLRHORA = FSALBASE / W-PFL-DIVISOR.
           IF W-VLRHORA = ZEROS
              GO TO CALCULA-HEXTRA-FIM.
           COMPUTE W-VLRHE = W-VLRHORA * W-PFL-FATORHE * MF-HEXTRA
                           + W-VLRHORA * W-PFL-FATORDOM
                             * (MF-HEXTRADOM + MF-HFERIADO).
       CALCULA-HEXTRA-FIM.
           EXIT.
      *
      **************************************
      * PRO-RATA DE ADMISSAO/DEMISSAO      *
      **************************************
              GO TO PRORATA-ADMISSAO-FIM.
           COMPUTE W-COMPADM = DAANO * 100 + DAMES
           IF W-COMPADM = W-COMPET AND DADIA > 1
              COMPUTE W-DIASADM = W-PFL-DIASMES - DADIA + 1
              IF W-DIASADM > W-PFL-DIASMES
                 MOVE W-PFL-DIASMES TO W-DIASADM.
           IF W-COMPADM = W-COMPET AND DADIA > 1
              COMPUTE W-BRUTO = W-BRUTO / W-PFL-DIASMES * W-DIASADM
              MOVE "S" TO W-PRORADM.
           COMPUTE W-COMPDEM = DDANO * 100 + DDMES
           IF W-COMPDEM = W-COMPET AND DDDIA < W-PFL-DIASMES
              MOVE DDDIA TO W-DIASDEM
              COMPUTE W-BRUTO = W-BRUTO / W-PFL-DIASMES * W-DIASDEM
              MOVE "S" TO W-PRORDEM.
       PRORATA-ADMISSAO-FIM.
           EXIT.
           IF NOT FER-GOZADA
              GO TO DESCONTA-FERIAS1.
           COMPUTE W-COMPINI-DT = W-COMPET * 100 + 01
           COMPUTE W-COMPFIM-DT = W-COMPET * 100 + W-PFL-DIASMES
           IF FE-GOZOFIM < W-COMPINI-DT OR FE-GOZOINI > W-COMPFIM-DT
              GO TO DESCONTA-FERIAS1.
           MOVE FE-GOZOINI TO W-FERINI
       DESCONTA-FERIAS2.
           IF W-DIASFER = ZEROS
              GO TO DESCONTA-FERIAS-FIM.
           IF W-DIASFER > W-PFL-DIASMES
              MOVE W-PFL-DIASMES TO W-DIASFER.
           COMPUTE W-VLRFER = FSALBASE / W-PFL-DIASMES * W-DIASFER
           IF W-VLRFER > W-BRUTO
              MOVE W-BRUTO TO W-VLRFER.
           SUBTRACT W-VLRFER FROM W-BRUTO
              IF W-AFDATA NOT < W-COMPINI-DT AND
                 W-AFDATA NOT > W-COMPFIM-DT
                 COMPUTE W-AFDIA = W-AFDATA - (W-COMPET * 100)
                 COMPUTE W-DIASPAGOS = W-PFL-DIASMES - W-AFDIA + 1
                 IF W-DIASPAGOS > W-PFL-DIASMES
                    MOVE W-PFL-DIASMES TO W-DIASPAGOS.
           IF FUNC-ATIVO AND W-DIASPAGOS NOT = ZEROS
                          AND W-DIASPAGOS < W-PFL-DIASMES
              MOVE "P" TO W-AFASTSIT.
       VERIFICA-AFAST-FIM.
           EXIT.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           PERFORM FECHA-PARFOL
           CLOSE CADFUNC CADCARGO TABINSS TABIRRF FOLHARES
           CLOSE FOLHACMPREG CONTRACMP FOLHANETC FICHAFIN
           IF W-MOVF-OK = "S"
           COPY "AMBPAR.CPY".
           COPY "CTCPAR.CPY".
           COPY "FICPAR.CPY".
           COPY "PFLPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-FOLHACMPREG==.
           COPY "SPLPAR.CPY".
