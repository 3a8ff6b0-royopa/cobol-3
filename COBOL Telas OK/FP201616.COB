                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CHAVE
                    FILE STATUS  IS ST-IRRF.
       SELECT TABIRPLR ASSIGN TO DYNAMIC W-ARQ-IRPLR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TP-CHAVE
                    FILE STATUS  IS ST-IRPLR.
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
                03 TR-PARCELA      PIC 9(06)V99.
                03 TR-DEDDEP       PIC 9(04)V99.
                03 FILLER          PIC X(10).
      *
      * TABELA EXCLUSIVA DO IRRF SOBRE PARTICIPACAO NOS LUCROS (PLR)
      *
       FD TABIRPLR
               LABEL RECORD IS STANDARD.
       01 REGIRPLR.
                03 TP-CHAVE.
                   05 TP-VIGENCIA  PIC 9(08).
                   05 TP-FAIXA     PIC 9(02).
                03 TP-LIMITE       PIC 9(06)V99.
                03 TP-ALIQUOTA     PIC 9(02)V99.
                03 TP-PARCELA      PIC 9(06)V99.
                03 FILLER          PIC X(16).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-INSS      PIC X(02) VALUE "00".
       77 ST-IRRF      PIC X(02) VALUE "00".
       77 ST-IRPLR     PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-INSS   PIC X(64) VALUE SPACES.
       77 W-ARQ-IRRF   PIC X(64) VALUE SPACES.
       77 W-ARQ-IRPLR  PIC X(64) VALUE SPACES.
       01 W-TABELA     PIC X(01) VALUE SPACES.
       01 W-VIGENCIA   PIC 9(08) VALUE ZEROS.
       01 W-FAIXA      PIC 9(02) VALUE ZEROS.
           05  LINE 02  COLUMN 01
               VALUE  "                 MANUTENCAO DAS TABELAS".
           05  LINE 02  COLUMN 41
               VALUE  " DE INSS, IRRF E IRRF PLR".
           05  LINE 04  COLUMN 01
               VALUE  "      AMBIENTE:".
           05  LINE 06  COLUMN 01
               VALUE  "      TABELA (I=INSS R=IRRF P=IRRF PLR):".
           05  LINE 08  COLUMN 01
               VALUE  "      VIGENCIA (AAAAMMDD):".
           05  LINE 10  COLUMN 01
           05  LINE 14  COLUMN 01
               VALUE  "      ALIQUOTA (%):".
           05  LINE 16  COLUMN 01
               VALUE  "      PARCELA A DEDUZIR (IRRF/PLR):".
           05  LINE 18  COLUMN 01
               VALUE  "      DEDUCAO POR DEPENDENTE (IRRF):".
           05  TAMBIENTE
               LINE 04  COLUMN 17  PIC X(08)
               USING  AMB-AMBIENTE.
           05  TTABELA
               LINE 06  COLUMN 42  PIC X(01)
               USING  W-TABELA
               HIGHLIGHT.
           05  TVIGENCIA
               USING  W-ALIQUOTA
               HIGHLIGHT.
           05  TPARCELA
               LINE 16  COLUMN 37  PIC 999.999,99
               USING  W-PARCELA
               HIGHLIGHT.
           05  TDEDDEP
           MOVE AMB-ARQUIVO TO W-ARQ-INSS
           MOVE "TABIRRF.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-IRRF
           MOVE "TABIRPLR.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-IRPLR.
       INC-OP0A.
           OPEN I-O TABINSS
           IF ST-INSS NOT = "00"
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
       INC-OP0C.
           OPEN I-O TABIRPLR
           IF ST-IRPLR NOT = "00"
               IF ST-IRPLR = "30" OR "35"
                      OPEN OUTPUT TABIRPLR
                      CLOSE TABIRPLR
                      MOVE "*** ARQUIVO TABIRPLR SENDO CRIADO **"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0C
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TABIRPLR"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
           MOVE "FP201616" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201616" TO EVT-PROGRAMA
                ACCEPT TTABELA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE TABINSS TABIRRF TABIRPLR
                   GO TO ROT-FIM.
                IF W-TABELA = "i" MOVE "I" TO W-TABELA.
                IF W-TABELA = "r" MOVE "R" TO W-TABELA.
                IF W-TABELA = "p" MOVE "P" TO W-TABELA.
                IF W-TABELA NOT = "I" AND W-TABELA NOT = "R"
                                      AND W-TABELA NOT = "P"
                   MOVE "*** TABELA DEVE SER I=INSS R=IRRF P=PLR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                   MOVE W-VIGENCIA TO TI-VIGENCIA
                   MOVE W-FAIXA    TO TI-FAIXA
                   READ TABINSS
                   MOVE ST-INSS TO ST-ERRO.
                IF W-TABELA = "R"
                   MOVE W-VIGENCIA TO TR-VIGENCIA
                   MOVE W-FAIXA    TO TR-FAIXA
                   READ TABIRRF
                   MOVE ST-IRRF TO ST-ERRO.
                IF W-TABELA = "P"
                   MOVE W-VIGENCIA TO TP-VIGENCIA
                   MOVE W-FAIXA    TO TP-FAIXA
                   READ TABIRPLR
                   MOVE ST-IRPLR TO ST-ERRO.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOVE-JRN-ANTES THRU MOVE-JRN-ANTES-FIM
                IF W-ACT = 02 GO TO INC-006.

       INC-008.
                IF W-TABELA = "P" GO TO INC-009.
                ACCEPT TDEDDEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                PERFORM MOVE-TELA-REG THRU MOVE-TELA-REG-FIM
                IF W-TABELA = "I"
                   WRITE REGINSS
                   MOVE ST-INSS TO ST-ERRO.
                IF W-TABELA = "R"
                   WRITE REGIRRF
                   MOVE ST-IRRF TO ST-ERRO.
                IF W-TABELA = "P"
                   WRITE REGIRPLR
                   MOVE ST-IRPLR TO ST-ERRO.
                IF ST-ERRO = "00" OR "02"
                      PERFORM MOVE-AUD-CHAVE THRU MOVE-AUD-CHAVE-FIM
                      MOVE "I" TO AUD-OPERACAO
       EXC-DL1.
                IF W-TABELA = "I"
                   DELETE TABINSS RECORD
                   MOVE ST-INSS TO ST-ERRO.
                IF W-TABELA = "R"
                   DELETE TABIRRF RECORD
                   MOVE ST-IRRF TO ST-ERRO.
                IF W-TABELA = "P"
                   DELETE TABIRPLR RECORD
                   MOVE ST-IRPLR TO ST-ERRO.
                IF ST-ERRO = "00"
                   PERFORM MOVE-AUD-CHAVE THRU MOVE-AUD-CHAVE-FIM
                   MOVE "E" TO AUD-OPERACAO
                PERFORM MOVE-TELA-REG THRU MOVE-TELA-REG-FIM
                IF W-TABELA = "I"
                   REWRITE REGINSS
                   MOVE ST-INSS TO ST-ERRO.
                IF W-TABELA = "R"
                   REWRITE REGIRRF
                   MOVE ST-IRRF TO ST-ERRO.
                IF W-TABELA = "P"
                   REWRITE REGIRPLR
                   MOVE ST-IRPLR TO ST-ERRO.
                IF ST-ERRO = "00" OR "02"
                   PERFORM MOVE-AUD-CHAVE THRU MOVE-AUD-CHAVE-FIM
                   MOVE "A" TO AUD-OPERACAO
                   MOVE W-VIGENCIA TO TI-VIGENCIA
                   MOVE W-FAIXA    TO TI-FAIXA
                   MOVE W-LIMITE   TO TI-LIMITE
                   MOVE W-ALIQUOTA TO TI-ALIQUOTA.
                IF W-TABELA = "R"
                   MOVE W-VIGENCIA TO TR-VIGENCIA
                   MOVE W-FAIXA    TO TR-FAIXA
                   MOVE W-LIMITE   TO TR-LIMITE
                   MOVE W-ALIQUOTA TO TR-ALIQUOTA
                   MOVE W-PARCELA  TO TR-PARCELA
                   MOVE W-DEDDEP   TO TR-DEDDEP.
                IF W-TABELA = "P"
                   MOVE W-VIGENCIA TO TP-VIGENCIA
                   MOVE W-FAIXA    TO TP-FAIXA
                   MOVE W-LIMITE   TO TP-LIMITE
                   MOVE W-ALIQUOTA TO TP-ALIQUOTA
                   MOVE W-PARCELA  TO TP-PARCELA.
       MOVE-TELA-REG-FIM.
                EXIT.
      *
                IF W-TABELA = "I"
                   MOVE TI-LIMITE   TO W-LIMITE
                   MOVE TI-ALIQUOTA TO W-ALIQUOTA
                   MOVE ZEROS       TO W-PARCELA W-DEDDEP.
                IF W-TABELA = "R"
                   MOVE TR-LIMITE   TO W-LIMITE
                   MOVE TR-ALIQUOTA TO W-ALIQUOTA
                   MOVE TR-PARCELA  TO W-PARCELA
                   MOVE TR-DEDDEP   TO W-DEDDEP.
                IF W-TABELA = "P"
                   MOVE TP-LIMITE   TO W-LIMITE
                   MOVE TP-ALIQUOTA TO W-ALIQUOTA
                   MOVE TP-PARCELA  TO W-PARCELA
                   MOVE ZEROS       TO W-DEDDEP.
       MOVE-REG-TELA-FIM.
                EXIT.
      *
      *
       MOVE-JRN-ANTES.
                IF W-TABELA = "I"
                   MOVE REGINSS TO JRN-ANTES.
                IF W-TABELA = "R"
                   MOVE REGIRRF TO JRN-ANTES.
                IF W-TABELA = "P"
                   MOVE REGIRPLR TO JRN-ANTES.
       MOVE-JRN-ANTES-FIM.
                EXIT.
      *
                IF W-TABELA = "I"
                   MOVE "TABINSS" TO JRN-ARQUIVO
                   MOVE TI-CHAVE TO JRN-CHAVE
                   MOVE REGINSS TO JRN-DEPOIS.
                IF W-TABELA = "R"
                   MOVE "TABIRRF" TO JRN-ARQUIVO
                   MOVE TR-CHAVE TO JRN-CHAVE
                   MOVE REGIRRF TO JRN-DEPOIS.
                IF W-TABELA = "P"
                   MOVE "TABIRPLR" TO JRN-ARQUIVO
                   MOVE TP-CHAVE TO JRN-CHAVE
                   MOVE REGIRPLR TO JRN-DEPOIS.
                IF JRN-INCLUSAO
                   MOVE SPACES TO JRN-ANTES.
                IF JRN-EXCLUSAO
