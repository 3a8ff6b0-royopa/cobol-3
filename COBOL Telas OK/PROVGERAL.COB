                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CCCODIGO
                    FILE STATUS  IS ST-CCE.
           COPY "RTOSEL.CPY".
       SELECT PROVLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CCCODIGO       PIC 9(02).
                03 CCDENOM        PIC X(30).
                03 FILLER         PIC X(18).
           COPY "RTOFD.CPY".
       FD PROVLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-PROVLIST   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "RTOWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-CCE        PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PROVLIST: " ST-LIST
              CLOSE CADFUNC CADEPTO CADCCE
              GO TO ROT-FIM.
           PERFORM ABR-RATEIO
           MOVE W-HOJE TO W-RTO-DTINI W-RTO-DTFIM
           MOVE "PROVGERAL" TO REL-PROGRAMA
           MOVE "PROVISAO DE 13O E FERIAS"  TO REL-TITULO
           MOVE W-CABCOLS                   TO REL-COLUNAS
           PERFORM ZERA-DEPTO THRU ZERA-DEPTO-FIM
           COMPUTE W-PROVFER = FSALBASE / 12 * W-AVOSFER * 4 / 3
           ADD W-PROV13  TO W-TOT-13
           ADD W-PROVFER TO W-TOT-FER
           MOVE CHAPA   TO W-RTO-CHAPA
           MOVE FDEPART TO W-RTO-DEPTOPAD
           PERFORM BUSCA-RATEIO THRU BUSCA-RATEIO-FIM
           PERFORM RATEIA-DEPTO THRU RATEIA-DEPTO-FIM
                   VARYING W-RTO-IDX FROM 1 BY 1
                   UNTIL W-RTO-IDX > W-RTO-QTD
           GO TO LER-FUNC.
      *
      * PROVISOES DIVIDIDAS ENTRE OS DEPARTAMENTOS DO RATEIO
      *
       RATEIA-DEPTO.
           COMPUTE W-IDXTAB = W-RTO-DEPTO (W-RTO-IDX) + 1
           MOVE W-PROV13 TO W-RTO-VALOR
           PERFORM RATEIA-VALOR THRU RATEIA-VALOR-FIM
           ADD W-RTO-PARTE TO TP-13  (W-IDXTAB)
           MOVE W-PROVFER TO W-RTO-VALOR
           PERFORM RATEIA-VALOR THRU RATEIA-VALOR-FIM
           ADD W-RTO-PARTE TO TP-FER (W-IDXTAB).
       RATEIA-DEPTO-FIM.
           EXIT.
      *
      ***************************************
      * AVOS DE 13O E DE FERIAS             *
      ***************************************
      *
       ROT-FECHA.
           CLOSE CADFUNC CADEPTO CADCCE PROVLIST
           PERFORM FECHA-RATEIO
           DISPLAY "PROVISAO CALCULADA - FUNCIONARIOS: " W-CONT-FUNC
           DISPLAY "FUNCIONARIOS RATEADOS: " W-RTO-CONT.
      *
       ROT-FIM.
           STOP RUN.
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "RTOPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-PROVLIST==.
           COPY "SPLPAR.CPY".
