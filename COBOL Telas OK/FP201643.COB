       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201643.
       AUTHOR. MATEUS.
      **************************************
      * REGULARIZACAO DO SEXO NO CADFUNC   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 DATANASC       PIC 9(08).
                03 FILLER         PIC X(161).
                03 FSEXO          PIC X(01).
                   88 SEXO-MASC      VALUE "M".
                   88 SEXO-FEM       VALUE "F".
                03 FILLER         PIC X(01).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CHAPAINI   PIC 9(05) VALUE ZEROS.
       77 W-QT-ACERTO  PIC 9(05) VALUE ZEROS.
       77 W-DATANASC   PIC 99/99/9999.
       01 W-REGANT     PIC X(238) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           OPEN I-O CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE "FP201643" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201643" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "CADFUNC" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO W-CHAPAINI
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 15) "REGULARIZACAO DO SEXO - FUNCIONARIOS"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (06, 06) "A PARTIR DA CHAPA: "
                DISPLAY (08, 06) "CHAPA            : "
                DISPLAY (09, 06) "NOME             : "
                DISPLAY (10, 06) "STATUS           : "
                DISPLAY (11, 06) "DATA NASCIMENTO  : "
                DISPLAY (13, 06) "SEXO (M/F)       : "
                DISPLAY (13, 30) "BRANCO=PULAR  ESC=ENCERRAR"
                DISPLAY (15, 06) "REGISTROS ACERTADOS: "
                DISPLAY (15, 27) W-QT-ACERTO.

       INC-002.
                ACCEPT (06, 26) W-CHAPAINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFUNC
                   GO TO ROT-FIM.
                MOVE W-CHAPAINI TO CHAPA
                START CADFUNC KEY IS NOT LESS THAN CHAPA
                IF ST-FUNC NOT = "00"
                   MOVE "*** NENHUM FUNCIONARIO A PARTIR DA CHAPA ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
      * SO PARA NAS FICHAS SEM SEXO VALIDO (ANTERIORES AO CAMPO)
      *
       LER-FUNC01.
                READ CADFUNC NEXT RECORD
                IF ST-FUNC NOT = "00"
                   MOVE "*** NAO HA MAIS FICHAS SEM SEXO INFORMADO ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF SEXO-MASC OR SEXO-FEM
                   GO TO LER-FUNC01.
                MOVE REGFUNC TO W-REGANT
                MOVE DATANASC TO W-DATANASC
                DISPLAY (08, 26) CHAPA
                DISPLAY (09, 26) NOME
                DISPLAY (10, 26) FSTATUS
                DISPLAY (11, 26) W-DATANASC
                MOVE SPACES TO FSEXO.

       INC-003.
                ACCEPT (13, 26) FSEXO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF FSEXO = SPACES
                   GO TO LER-FUNC01.
                IF FSEXO = "m" MOVE "M" TO FSEXO.
                IF FSEXO = "f" MOVE "F" TO FSEXO.
                IF NOT SEXO-MASC AND NOT SEXO-FEM
                   MOVE "*** SEXO: DIGITE M OU F ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.

       ALT-RW1.
                REWRITE REGFUNC
                IF ST-FUNC = "00" OR "02"
                   MOVE CHAPA TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE W-REGANT TO JRN-ANTES
                   MOVE REGFUNC TO JRN-DEPOIS
                   MOVE CHAPA TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   ADD 1 TO W-QT-ACERTO
                   DISPLAY (15, 27) W-QT-ACERTO
                   GO TO LER-FUNC01.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADFUNC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADFUNC
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
                CLOSE JORNAL
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
               MOVE ST-FUNC TO ST-ERRO
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
           COPY "JRNPAR.CPY".
       FIM-ROT-TEMPO.
