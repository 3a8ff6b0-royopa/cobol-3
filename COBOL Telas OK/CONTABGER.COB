                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT FOLHARES ASSIGN TO DYNAMIC W-ARQ-RES
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CCCODIGO
                    FILE STATUS  IS ST-CCE.
           COPY "RTOSEL.CPY".
       SELECT TABCONTA ASSIGN TO DYNAMIC W-ARQ-CTA
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD FOLHARES
               LABEL RECORD IS STANDARD.
       01 REGFOLHARES.
                03 CCCODIGO       PIC 9(02).
                03 CCDENOM        PIC X(30).
                03 FILLER         PIC X(18).
           COPY "RTOFD.CPY".
       FD TABCONTA
               LABEL RECORD IS STANDARD.
       01 LINHA-TABCONTA.
                03 LC-DC          PIC X(01).
                03 LC-VALOR       PIC 9(10)V99.
                03 LC-HIST        PIC X(30).
                03 LC-TIPO        PIC X(01).
                03 FILLER         PIC X(02).
       FD CONTABLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-CONTABLIST PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "RTOWS.CPY".
       77 ST-RES        PIC X(02) VALUE "00".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-CCE        PIC X(02) VALUE "00".
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              GO TO ABR-002.
           COMPUTE W-RTO-DTINI = W-COMPET * 100 + 01
           COMPUTE W-RTO-DTFIM = W-COMPET * 100 + 31.
       ABR-003.
           OPEN INPUT FOLHARES
           IF ST-RES NOT = "00"
                      ST-LIST
              CLOSE FOLHARES CADEPTO CADCCE TABCONTA LANCTOS
              GO TO ROT-FIM.
           PERFORM ABR-RATEIO
           MOVE "CONTABGER" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "LANCAMENTOS CONTABEIS DA FOLHA" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS
           PERFORM ZERA-CC THRU ZERA-CC-FIM
           IF FR-COMPET NOT = W-COMPET
              GO TO LER-RES.
           ADD 1 TO W-CONT-FUNC
           MOVE FR-CHAPA  TO W-RTO-CHAPA
           MOVE FR-DEPART TO W-RTO-DEPTOPAD
           PERFORM BUSCA-RATEIO THRU BUSCA-RATEIO-FIM
           MOVE FR-BRUTO TO W-RTO-VALOR
           PERFORM RATEIA-CC THRU RATEIA-CC-FIM
                   VARYING W-RTO-IDX FROM 1 BY 1
                   UNTIL W-RTO-IDX > W-RTO-QTD
           ADD FR-BRUTO   TO W-TOT-BRUTO
           ADD FR-INSS    TO W-TOT-INSS
           ADD FR-IRRF    TO W-TOT-IRRF
           ADD FR-LIQUIDO TO W-TOT-LIQ
           GO TO LER-RES.
      *
      * PARTE DO BRUTO DE CADA DEPARTAMENTO DO RATEIO VAI PARA O
      * CENTRO DE CUSTO DELE
      *
       RATEIA-CC.
           PERFORM RATEIA-VALOR THRU RATEIA-VALOR-FIM
           MOVE W-RTO-DEPTO (W-RTO-IDX) TO CODIGO
           READ CADEPTO
           IF ST-DEPTO = "00"
              COMPUTE W-IDXCC = CENTRODECUSTO + 1
           ELSE
              MOVE 1 TO W-IDXCC.
           ADD W-RTO-PARTE TO TB-CC-BRUTO (W-IDXCC).
       RATEIA-CC-FIM.
           EXIT.
      *
      **************************************
      * GERACAO DOS LANCAMENTOS            *
      **************************************
           MOVE W-COMPET TO LC-COMPET
           MOVE W-CONTA  TO LC-CONTA
           MOVE W-DESCR  TO LC-HIST
           MOVE W-TIPO   TO LC-TIPO
           WRITE LINHA-LANCTOS
           ADD 1 TO W-CONT-LAN
           MOVE W-CONTA TO DL-CONTA
      *
       ROT-FECHA.
           CLOSE FOLHARES CADEPTO CADCCE TABCONTA LANCTOS CONTABLIST
           PERFORM FECHA-RATEIO
           DISPLAY "LANCAMENTOS GERADOS: " W-CONT-LAN
           DISPLAY "FUNCIONARIOS RATEADOS: " W-RTO-CONT
           DISPLAY "DEBITOS : " W-TOT-DEB
           DISPLAY "CREDITOS: " W-TOT-CRED.
      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "RTOPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-CONTABLIST==.
           COPY "SPLPAR.CPY".
