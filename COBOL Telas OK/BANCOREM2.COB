       SELECT REMESSA ASSIGN TO DYNAMIC W-ARQ-REM
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REM.
           COPY "FRDSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD REMESSA
               LABEL RECORD IS STANDARD.
       01 LINHA-REMESSA    PIC X(80).
           COPY "FRDFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "FRDWS.CPY".
       77 ST-PAG        PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-REM        PIC X(02) VALUE "00".
       77 W-ARQ-REM     PIC X(64) VALUE SPACES.
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-DTCRED      PIC 9(08) VALUE ZEROS.
       77 W-CONT-DET    PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM    PIC 9(06) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(12)V99 VALUE ZEROS.
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMESSA: " ST-REM
              CLOSE PAGTOSTS CADFUNC
              GO TO ROT-FIM.
      *
      * O REENVIO E CREDITADO NO PRIMEIRO DIA UTIL A PARTIR DE HOJE
      *
           PERFORM ABR-FERIADO
           MOVE W-HOJE TO W-FRD-DATA
           PERFORM UTIL-SEGUINTE THRU UTIL-SEGUINTE-FIM
           MOVE W-FRD-DATA TO W-DTCRED
           PERFORM FECHA-FERIADO
           MOVE W-COMPET TO HD-COMPET
           MOVE W-HOJE   TO HD-DATA
           MOVE W-HEADER TO LINHA-REMESSA
           MOVE FCONTA      TO DT-CONTA
           MOVE FCONTADV    TO DT-CONTADV
           MOVE PS-VALOR    TO DT-VALOR
           MOVE W-DTCRED    TO DT-DTPAGTO
           MOVE W-DETALHE   TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO W-CONT-DET
       ROT-FECHA.
           CLOSE PAGTOSTS CADFUNC REMESSA
           DISPLAY "RE-REMESSA GERADA - CREDITOS: " W-CONT-DET
           DISPLAY "SEM DADOS BANCARIOS         : " W-CONT-SEM
           DISPLAY "DATA DO CREDITO             : " W-DTCRED.
      *
       ROT-FIM.
           STOP RUN.
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "FRDPAR.CPY".
