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
           COPY "GPTSEL.CPY".
       SELECT GPSLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
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
           COPY "GPTFD.CPY".
       FD GPSLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-GPSLIST    PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "RTOWS.CPY".
           COPY "GPTWS.CPY".
       77 ST-RES        PIC X(02) VALUE "00".
       77 ST-ENC        PIC X(02) VALUE "00".
       77 ST-DEPTO      PIC X(02) VALUE "00".
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              GO TO ABR-002.
           COMPUTE W-DATA-REF = W-COMPET * 100 + 01
           MOVE W-DATA-REF TO W-RTO-DTINI
           COMPUTE W-RTO-DTFIM = W-COMPET * 100 + 31.
       ABR-003.
           OPEN INPUT FOLHARES
           IF ST-RES NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO GPSLIST: " ST-LIST
              CLOSE FOLHARES TABENCARGO CADEPTO CADCCE
              GO TO ROT-FIM.
           PERFORM ABR-RATEIO
           MOVE "GPSCALC" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "ENCARGOS PATRONAIS E GPS"  TO REL-TITULO
           MOVE W-CABCOLS                   TO REL-COLUNAS
           PERFORM ZERA-DEPTO THRU ZERA-DEPTO-FIM
           ADD W-PATRONAL  TO W-TOT-PATR
           ADD W-RAT       TO W-TOT-RAT
           ADD W-TERCEIROS TO W-TOT-TERC
           MOVE FR-CHAPA  TO W-RTO-CHAPA
           MOVE FR-DEPART TO W-RTO-DEPTOPAD
           PERFORM BUSCA-RATEIO THRU BUSCA-RATEIO-FIM
           PERFORM RATEIA-DEPTO THRU RATEIA-DEPTO-FIM
                   VARYING W-RTO-IDX FROM 1 BY 1
                   UNTIL W-RTO-IDX > W-RTO-QTD
           GO TO LER-RES.
      *
      * BASE E ENCARGOS DIVIDIDOS ENTRE OS DEPARTAMENTOS DO RATEIO
      *
       RATEIA-DEPTO.
           COMPUTE W-IDXTAB = W-RTO-DEPTO (W-RTO-IDX) + 1
           MOVE FR-BRUTO TO W-RTO-VALOR
           PERFORM RATEIA-VALOR THRU RATEIA-VALOR-FIM
           ADD W-RTO-PARTE TO TP-BRUTO (W-IDXTAB)
           COMPUTE W-RTO-VALOR = W-PATRONAL + W-RAT + W-TERCEIROS
           PERFORM RATEIA-VALOR THRU RATEIA-VALOR-FIM
           ADD W-RTO-PARTE TO TP-ENC (W-IDXTAB).
       RATEIA-DEPTO-FIM.
           EXIT.
      *
      ***************************************
      * IMPRESSAO POR DEPARTAMENTO          *
      ***************************************
           MOVE "TOTAL A RECOLHER              " TO GP-DESCR
           MOVE W-TOT-GPS TO GP-VALOR
           PERFORM GRAVA-GPS THRU GRAVA-GPS-FIM
           PERFORM GRAVA-GPSTOT THRU GRAVA-GPSTOT-FIM
           GO TO ROT-FECHA.
      *
      * TOTAIS DA GUIA GUARDADOS PARA A CONCILIACAO DA COMPETENCIA
      * (CONCILIA); O RECALCULO SUBSTITUI OS ANTERIORES
      *
       GRAVA-GPSTOT.
           MOVE "GPSTOT.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-GPSTOT
           OPEN I-O GPSTOT
           IF ST-GPSTOT = "30" OR ST-GPSTOT = "35"
              OPEN OUTPUT GPSTOT
              CLOSE GPSTOT
              OPEN I-O GPSTOT.
           IF ST-GPSTOT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO GPSTOT: " ST-GPSTOT
              GO TO GRAVA-GPSTOT-FIM.
           MOVE W-COMPET     TO GT-COMPET
           MOVE W-CONT-FUNC  TO GT-QTDE
           MOVE W-TOT-BRUTO  TO GT-BASE
           MOVE W-TOT-SEGUR  TO GT-SEGUR
           MOVE W-TOT-PATR   TO GT-PATRONAL
           MOVE W-TOT-RAT    TO GT-RAT
           MOVE W-TOT-TERC   TO GT-TERCEIROS
           MOVE W-TOT-GPS    TO GT-TOTAL
           ACCEPT GT-DTCALC FROM DATE YYYYMMDD
           WRITE REGGPSTOT
           IF ST-GPSTOT = "22"
              REWRITE REGGPSTOT.
           IF ST-GPSTOT NOT = "00" AND ST-GPSTOT NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO GPSTOT: " ST-GPSTOT.
           CLOSE GPSTOT.
       GRAVA-GPSTOT-FIM.
           EXIT.
      *
       GRAVA-GPS.
           MOVE W-GPSLIN TO REL-DETALHE
      *
       ROT-FECHA.
           CLOSE FOLHARES TABENCARGO CADEPTO CADCCE GPSLIST
           PERFORM FECHA-RATEIO
           DISPLAY "ENCARGOS CALCULADOS - FUNCIONARIOS: " W-CONT-FUNC
           DISPLAY "FUNCIONARIOS RATEADOS: " W-RTO-CONT
           DISPLAY "TOTAL GPS: " W-TOT-GPS.
      *
       ROT-FIM.
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "RTOPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-GPSLIST==.
           COPY "SPLPAR.CPY".
