                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADEPTO ASSIGN TO DYNAMIC W-ARQ-CADEPTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OR-CHAVE
                    FILE STATUS  IS ST-ORC.
           COPY "RTOSEL.CPY".
       SELECT CADEMPRESA ASSIGN TO DYNAMIC W-ARQ-EMP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
                   05 OR-ANO       PIC 9(04).
                03 OR-VALORMES     PIC 9(08)V99.
                03 FILLER          PIC X(15).
           COPY "RTOFD.CPY".
       FD CADEMPRESA
               LABEL RECORD IS STANDARD.
       01 REGEMPRESA.
       77 W-ARQ-EMP          PIC X(64) VALUE SPACES.
       77 ST-EMP             PIC X(02) VALUE "00".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "RTOWS.CPY".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
           ACCEPT W-FCC
           DISPLAY "EMPRESA (0=TODAS/CONSOLIDADO): "
           ACCEPT W-EMPRESA
           MOVE "FOLHAGERAL" TO REL-PROGRAMA
           STRING "EMPRESA " W-EMPRESA
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "ORCAMENTO DE FOLHA POR DEPTO" TO REL-TITULO
           IF W-EMPRESA NOT = ZEROS
              PERFORM CARREGA-RAZAO THRU CARREGA-RAZAO-FIM.
                 GO TO ROT-ABEND
              ELSE
                 DISPLAY "AVISO: SEM ARQUIVO DE ORCAMENTO ORCDEPTO".
           PERFORM ABR-RATEIO
           MOVE W-HOJE TO W-RTO-DTINI W-RTO-DTFIM
           PERFORM ZERA-CCE THRU ZERA-CCE-FIM
                   VARYING W-IDXCCE FROM 1 BY 1 UNTIL W-IDXCCE > 100
           PERFORM ZERA-DEPTO THRU ZERA-DEPTO-FIM
               AT END GO TO LER-DEPTO-INICIA.
           IF W-EMPRESA NOT = ZEROS AND FEMPRESA NOT = W-EMPRESA
              GO TO LER-FUNC.
           IF NOT FUNC-ATIVO
              GO TO LER-FUNC.
           ADD 1 TO W-CONT-FUNC
           MOVE CHAPA   TO W-RTO-CHAPA
           MOVE FDEPART TO W-RTO-DEPTOPAD
           PERFORM BUSCA-RATEIO THRU BUSCA-RATEIO-FIM
           MOVE FSALBASE TO W-RTO-VALOR
           PERFORM RATEIA-DEPTO THRU RATEIA-DEPTO-FIM
                   VARYING W-RTO-IDX FROM 1 BY 1
                   UNTIL W-RTO-IDX > W-RTO-QTD
           GO TO LER-FUNC.
      *
      * SALARIO DIVIDIDO ENTRE OS DEPARTAMENTOS DO RATEIO
      *
       RATEIA-DEPTO.
           PERFORM RATEIA-VALOR THRU RATEIA-VALOR-FIM
           COMPUTE W-IDXDEP = W-RTO-DEPTO (W-RTO-IDX) + 1
           ADD W-RTO-PARTE TO TD-TOT (W-IDXDEP).
       RATEIA-DEPTO-FIM.
           EXIT.
      *
       LER-DEPTO-INICIA.
           IF W-OPCAO-CKPT = "S" OR "s"
           CLOSE CADEPTO CADFUNC FOLHALIST CADCCE
           IF W-ORC-OK = "S"
              CLOSE ORCDEPTO.
           PERFORM FECHA-RATEIO
           MOVE W-CONT-FUNC TO CTL-QTDREG
           GO TO ROT-FIM.
      *
       ROT-ABEND.
           MOVE 8 TO RETURN-CODE.
       ROT-FIM.
           PERFORM REL-ENCERRA THRU REL-ENCERRA-FIM
           GOBACK.
      *
      **************************************
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "RTOPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-FOLHALIST==.
           COPY "SPLPAR.CPY".
