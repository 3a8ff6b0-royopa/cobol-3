       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201646.
       AUTHOR. MATEUS.
      **************************************
      * SPOOL DE RELATORIOS: CONSULTA,     *
      * REIMPRESSAO E EXPURGO DAS COPIAS   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT SPOOLIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-IMP.
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD SPOOLIMP
               LABEL RECORD IS STANDARD.
       01 LINHA-SPOOLIMP   PIC X(80).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "AMBWS.CPY".
           COPY "SPLWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-IMP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-FPROG      PIC X(10) VALUE SPACES.
       77 W-FDATA      PIC 9(08) VALUE ZEROS.
       77 W-NR         PIC 9(02) VALUE ZEROS.
       77 W-QTLIN      PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-FIMCAT     PIC X(01) VALUE "N".
       77 W-MESES      PIC 9(02) VALUE 12.
       77 W-MESTOT     PIC 9(06) VALUE ZEROS.
       77 W-QT-EXP     PIC 9(05) VALUE ZEROS.
       77 W-QT-IMP     PIC 9(06) VALUE ZEROS.
       77 W-ED-QT      PIC ZZZZ9.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MES   PIC 9(02).
           03 W-HOJE-DIA   PIC 9(02).
       01 W-CORTE      PIC 9(08) VALUE ZEROS.
       01 W-CORTE-R REDEFINES W-CORTE.
           03 W-CORTE-ANO  PIC 9(04).
           03 W-CORTE-MES  PIC 9(02).
           03 W-CORTE-DIA  PIC 9(02).
       01 W-DTAUX      PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
           03 W-DTAUX-ANO  PIC 9(04).
           03 W-DTAUX-MES  PIC 9(02).
           03 W-DTAUX-DIA  PIC 9(02).
       01 W-HRAUX      PIC 9(08) VALUE ZEROS.
       01 W-HRAUX-R REDEFINES W-HRAUX.
           03 W-HRAUX-HH   PIC 9(02).
           03 W-HRAUX-MI   PIC 9(02).
           03 W-HRAUX-SS   PIC 9(02).
           03 W-HRAUX-CC   PIC 9(02).
       01 W-AUDCHAVE.
           03 AC-DATA      PIC 9(08).
           03 AC-HH        PIC 9(02).
           03 AC-MI        PIC 9(02).
           03 AC-SS        PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACES.
       01 TAB-CAT.
           03 TC-CHAVE     PIC X(26) OCCURS 12 TIMES.
       01 W-PRIMCHAVE  PIC X(26) VALUE SPACES.
       01 W-ULTCHAVE   PIC X(26) VALUE SPACES.
       01 W-LINCAT.
           03 LC-NR        PIC Z9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-PROG      PIC X(10).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-DIA       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LC-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LC-ANO       PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-HH        PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 LC-MI        PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-TITULO    PIC X(30).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-PAG       PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-SIT       PIC X(01).
       01 W-LINIDENT.
           03 FILLER       PIC X(07) VALUE "PARAM: ".
           03 LI-PARAM     PIC X(30).
           03 FILLER       PIC X(07) VALUE "  OPER:".
           03 LI-OPER      PIC X(08).
           03 FILLER       PIC X(07) VALUE "  PAGS:".
           03 LI-PAG       PIC ZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           PERFORM ABR-SPOOLCAT
           IF ST-SPOOLCAT NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO SPOOLCAT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE "FP201646" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201646" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG.
      *
      ***************************************
      * FILTRO: PROGRAMA E DATA DE EMISSAO  *
      ***************************************
      *
       INC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 18)
                   "SPOOL DE RELATORIOS - CONSULTA/REIMPRESSAO"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (06, 06) "PROGRAMA (BRANCO=TODOS): "
                DISPLAY (07, 06) "EMITIDOS A PARTIR DE   : "
                DISPLAY (07, 42) "(AAAAMMDD, 0=TODOS)".

       INC-002.
                ACCEPT (06, 31) W-FPROG WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FECHA.
                INSPECT W-FPROG CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       INC-003.
                ACCEPT (07, 31) W-FDATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE SPACES TO W-PRIMCHAVE
                MOVE W-FPROG TO W-PRIMCHAVE.
      *
      ***************************************
      * LISTA ATE 12 COPIAS POR TELA        *
      ***************************************
      *
       LST-001.
                MOVE "N" TO W-FIMCAT
                MOVE W-PRIMCHAVE TO SPC-CHAVE
                START SPOOLCAT KEY IS NOT LESS THAN SPC-CHAVE
                IF ST-SPOOLCAT NOT = "00"
                   MOVE "*** NENHUM RELATORIO NO SPOOL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       LST-002.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 18)
                   "SPOOL DE RELATORIOS - CONSULTA/REIMPRESSAO"
                DISPLAY (04, 02)
                   "NR PROGRAMA   EMISSAO    HORA  TITULO"
                DISPLAY (04, 64) "PAGS S"
                MOVE ZEROS TO W-QTLIN
                MOVE SPACES TO TAB-CAT.
       LST-003.
                IF W-QTLIN = 12
                   GO TO LST-004.
                READ SPOOLCAT NEXT RECORD
                IF ST-SPOOLCAT NOT = "00"
                   MOVE "S" TO W-FIMCAT
                   GO TO LST-004.
                IF W-FPROG NOT = SPACES AND SPC-PROGRAMA NOT = W-FPROG
                   MOVE "S" TO W-FIMCAT
                   GO TO LST-004.
                IF SPC-DATA < W-FDATA
                   GO TO LST-003.
                ADD 1 TO W-QTLIN
                MOVE SPC-CHAVE TO TC-CHAVE (W-QTLIN)
                IF W-QTLIN = 1
                   MOVE SPC-CHAVE TO W-PRIMCHAVE.
                MOVE SPC-CHAVE TO W-ULTCHAVE
                PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM
                GO TO LST-003.
       LST-004.
                IF W-QTLIN = ZEROS
                   MOVE "*** NENHUM RELATORIO PARA O FILTRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
      ***************************************
      * OPCOES SOBRE A TELA LISTADA         *
      ***************************************
      *
       ACE-001.
                DISPLAY (20, 02)
                   "V=VER  R=REIMPRIMIR  P=PROXIMOS  X=EXPURGO  ESC=SAI"
                DISPLAY (21, 02) "OPCAO:     NR: "
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-NR
                ACCEPT (21, 09) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-OPCAO = "v" MOVE "V" TO W-OPCAO.
                IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
                IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
                IF W-OPCAO = "x" MOVE "X" TO W-OPCAO.
                IF W-OPCAO = "P"
                   GO TO PRX-001.
                IF W-OPCAO = "X"
                   GO TO EXP-001.
                IF W-OPCAO NOT = "V" AND W-OPCAO NOT = "R"
                   MOVE "*** OPCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       ACE-002.
                ACCEPT (21, 17) W-NR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                IF W-NR = ZEROS OR W-NR > W-QTLIN
                   MOVE "*** NUMERO FORA DA LISTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-002.
                MOVE TC-CHAVE (W-NR) TO SPC-CHAVE
                READ SPOOLCAT
                IF ST-SPOOLCAT NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO SPOOLCAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF SPOOL-EXPURGADO
                   MOVE "*** COPIA JA EXPURGADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE SPC-PARAMETROS TO LI-PARAM
                MOVE SPC-OPERADOR   TO LI-OPER
                MOVE SPC-PAGINAS    TO LI-PAG
                DISPLAY (22, 02) W-LINIDENT
                PERFORM MONTA-SPOOLREL
                OPEN INPUT SPOOLREL
                IF ST-SPOOLREL NOT = "00"
                   MOVE "*** COPIA DO RELATORIO NAO ENCONTRADA ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "R"
                   GO TO REI-001.
      *
      * PROXIMA TELA: CONTINUA APOS A ULTIMA COPIA LISTADA
      *
       PRX-001.
                IF W-FIMCAT = "S"
                   MOVE "*** NAO HA MAIS RELATORIOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE W-ULTCHAVE TO SPC-CHAVE
                START SPOOLCAT KEY IS GREATER THAN SPC-CHAVE
                IF ST-SPOOLCAT NOT = "00"
                   MOVE "S" TO W-FIMCAT
                   GO TO PRX-001.
                GO TO LST-002.
      *
      ***************************************
      * VISUALIZACAO DA COPIA RETIDA        *
      ***************************************
      *
       VER-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 01) SPC-TITULO
                DISPLAY (02, 01) W-LINIDENT
                MOVE 3 TO W-LIN.
       VER-002.
                READ SPOOLREL
                IF ST-SPOOLREL NOT = "00"
                   CLOSE SPOOLREL
                   MOVE "*** FIM DO RELATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-001.
                IF SPR-CONTROLE = "1" AND W-LIN > 3
                   PERFORM VER-PAUSA THRU VER-PAUSA-FIM
                   IF W-ACT = 02
                      CLOSE SPOOLREL
                      GO TO LST-001.
                IF W-LIN > 20
                   PERFORM VER-PAUSA THRU VER-PAUSA-FIM
                   IF W-ACT = 02
                      CLOSE SPOOLREL
                      GO TO LST-001.
                DISPLAY (W-LIN, 01) SPR-TEXTO
                ADD 1 TO W-LIN
                GO TO VER-002.
      *
       VER-PAUSA.
                DISPLAY (22, 02) "ENTER=CONTINUA  ESC=VOLTA A LISTA"
                MOVE SPACES TO W-OPCAO
                ACCEPT (22, 37) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 01) SPC-TITULO
                DISPLAY (02, 01) W-LINIDENT
                MOVE 3 TO W-LIN.
       VER-PAUSA-FIM.
                EXIT.
      *
      ***************************************
      * REIMPRESSAO DA COPIA EM SPOOLIMP    *
      ***************************************
      *
       REI-001.
                DISPLAY (23, 40) "REIMPRIMIR (S/N) : ".
                MOVE "S" TO W-OPCAO
                ACCEPT (23, 59) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   CLOSE SPOOLREL
                   MOVE "*** REIMPRESSAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REI-001.
                OPEN OUTPUT SPOOLIMP
                IF ST-IMP NOT = "00"
                   CLOSE SPOOLREL
                   MOVE "ERRO NA ABERTURA DO ARQUIVO SPOOLIMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-001.
                MOVE ZEROS TO W-QT-IMP.
       REI-002.
                READ SPOOLREL
                IF ST-SPOOLREL NOT = "00"
                   GO TO REI-003.
                MOVE SPR-TEXTO TO LINHA-SPOOLIMP
                IF SPR-CONTROLE = "1" AND W-QT-IMP > ZEROS
                   WRITE LINHA-SPOOLIMP AFTER ADVANCING PAGE
                ELSE
                   WRITE LINHA-SPOOLIMP.
                ADD 1 TO W-QT-IMP
                GO TO REI-002.
       REI-003.
                CLOSE SPOOLREL SPOOLIMP
                MOVE SPACES TO MENS
                STRING "*** " SPC-PROGRAMA " REIMPRESSO EM SPOOLIMP ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LST-001.
      *
      ***************************************
      * EXPURGO DAS COPIAS ALEM DA RETENCAO *
      ***************************************
      *
       EXP-001.
                DISPLAY (22, 02) LIMPA
                DISPLAY (22, 02) "EXPURGAR COPIAS COM MAIS DE    MESES"
                ACCEPT (22, 30) W-MESES WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (22, 02) LIMPA
                   GO TO ACE-001.
                IF W-MESES = ZEROS
                   MOVE "*** RETENCAO MINIMA DE 1 MES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXP-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                COMPUTE W-MESTOT = W-HOJE-ANO * 12 + W-HOJE-MES - 1
                                 - W-MESES
                DIVIDE W-MESTOT BY 12 GIVING W-CORTE-ANO
                                   REMAINDER W-CORTE-MES
                ADD 1 TO W-CORTE-MES
                MOVE W-HOJE-DIA TO W-CORTE-DIA.
       EXP-002.
                DISPLAY (23, 40) "EXPURGAR  (S/N) : ".
                MOVE "N" TO W-OPCAO
                ACCEPT (23, 58) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** EXPURGO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LST-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXP-002.
                MOVE ZEROS TO W-QT-EXP
                MOVE LOW-VALUES TO SPC-CHAVE
                START SPOOLCAT KEY IS NOT LESS THAN SPC-CHAVE
                IF ST-SPOOLCAT NOT = "00"
                   GO TO EXP-004.
      *
      * A COPIA E ESVAZIADA; O CATALOGO GUARDA O REGISTRO DA EMISSAO
      *
       EXP-003.
                READ SPOOLCAT NEXT RECORD
                IF ST-SPOOLCAT NOT = "00"
                   GO TO EXP-004.
                IF NOT SPOOL-RETIDO OR SPC-DATA NOT < W-CORTE
                   GO TO EXP-003.
                PERFORM MONTA-SPOOLREL
                OPEN OUTPUT SPOOLREL
                IF ST-SPOOLREL = "00"
                   CLOSE SPOOLREL.
                MOVE "E" TO SPC-SITUACAO
                ACCEPT SPC-DTEXPURGO FROM DATE YYYYMMDD
                REWRITE REGSPOOLCAT
                IF ST-SPOOLCAT NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO SPOOLCAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXP-004.
                MOVE SPC-DATA TO AC-DATA
                MOVE SPC-HORA TO W-HRAUX
                MOVE W-HRAUX-HH TO AC-HH
                MOVE W-HRAUX-MI TO AC-MI
                MOVE W-HRAUX-SS TO AC-SS
                MOVE W-AUDCHAVE TO AUD-CHAVE
                MOVE "E" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                ADD 1 TO W-QT-EXP
                GO TO EXP-003.
       EXP-004.
                MOVE W-QT-EXP TO W-ED-QT
                MOVE SPACES TO MENS
                STRING "*** COPIAS EXPURGADAS: " W-ED-QT " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      ***************************************
      * ROTINAS DE APOIO DA TELA            *
      ***************************************
      *
       MOSTRA-LINHA.
                MOVE W-QTLIN      TO LC-NR
                MOVE SPC-PROGRAMA TO LC-PROG
                MOVE SPC-DATA     TO W-DTAUX
                MOVE W-DTAUX-DIA  TO LC-DIA
                MOVE W-DTAUX-MES  TO LC-MES
                MOVE W-DTAUX-ANO  TO LC-ANO
                MOVE SPC-HORA     TO W-HRAUX
                MOVE W-HRAUX-HH   TO LC-HH
                MOVE W-HRAUX-MI   TO LC-MI
                MOVE SPC-TITULO   TO LC-TITULO
                MOVE SPC-PAGINAS  TO LC-PAG
                MOVE SPC-SITUACAO TO LC-SIT
                COMPUTE W-LIN = W-QTLIN + 5
                DISPLAY (W-LIN, 02) W-LINCAT.
       MOSTRA-LINHA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA.
                CLOSE SPOOLCAT.
       ROT-FIM.
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               MOVE ST-SPOOLCAT TO ST-ERRO
               DISPLAY (23, 12) MENS
               PERFORM GRAVA-EVENTOLOG.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 300000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      *************************
      * ROTINA DE AUDITORIA   *
      *************************
      *
           COPY "AUDIPAR.CPY".
           COPY "EVTPAR.CPY".
           COPY "AMBPAR.CPY".
           COPY "SPLPAR.CPY".
       FIM-ROT-TEMPO.
