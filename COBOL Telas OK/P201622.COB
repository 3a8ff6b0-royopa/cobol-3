                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
           COPY "ADASEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
                03 NOTAREC         PIC 9(04)V9.
                03 RESFINAL        PIC X(11).
                03 FILLER          PIC X(10).
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                03 NOMEFU         PIC X(35).
                03 FILLER         PIC X(197).
           COPY "ADAFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "ADAWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ARQ-DIA    PIC X(64) VALUE SPACES.
       77 W-ARQ-TD     PIC X(64) VALUE SPACES.
       77 W-ARQ-NOTA   PIC X(64) VALUE SPACES.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-FUNC-OK    PIC X(01) VALUE "N".
       77 W-AULA-ANT   PIC X(50) VALUE SPACES.
       77 W-TURMA      PIC X(05) VALUE SPACES.
       77 W-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-DISC       PIC 9(03) VALUE ZEROS.
           MOVE AMB-ARQUIVO TO W-ARQ-TD
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC.
       INC-OP0A.
           OPEN I-O DIARIO
           IF ST-ERRO NOT = "00"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE DIARIO TURMADISC
              GO TO ROT-FIM.
           PERFORM ABR-AULADADA
           IF W-ADA-OK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO AULADADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE DIARIO TURMADISC CADNOTA
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC = "00"
              MOVE "S" TO W-FUNC-OK.
           MOVE "P201622" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "P201622" TO EVT-PROGRAMA
                DISPLAY (05, 06) "TURMA          : "
                DISPLAY (06, 06) "ANO LETIVO     : "
                DISPLAY (07, 06) "DISCIPLINA     : "
                DISPLAY (08, 06) "DATA DA AULA   : "
                DISPLAY (09, 06) "AULAS NO DIA   : "
                DISPLAY (10, 06) "PROFESSOR      : ".

       INC-002.
                ACCEPT (05, 23) W-TURMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FECHA.
                IF W-TURMA = SPACES
                   MOVE "*** TURMA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
      ***************************************
      * AULA DADA - QUANTIDADE E PROFESSOR  *
      ***************************************
      *
      * A AULA FICA REGISTRADA MESMO SEM FALTAS; O PROFESSOR VEM DA
      * GRADE (TD-CHAPA) E PODE SER TROCADO PELO SUBSTITUTO
      *
       INC-006.
                MOVE W-TURMA  TO AD-TURMA
                MOVE W-ANOLET TO AD-ANOLET
                MOVE W-DISC   TO AD-DISC
                MOVE W-DATA   TO AD-DATA
                READ AULADADA
                IF ST-AULADADA = "00"
                   MOVE REGAULADADA TO W-AULA-ANT
                ELSE
                   MOVE SPACES   TO W-AULA-ANT
                   MOVE 1        TO AD-QTAULAS
                   MOVE TD-CHAPA TO AD-CHAPA.
                MOVE TD-CHAPA TO AD-TITULAR.
       INC-006A.
                ACCEPT (09, 23) AD-QTAULAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF AD-QTAULAS = ZEROS
                   MOVE "*** QUANTIDADE DE AULAS INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006A.
       INC-007.
                ACCEPT (10, 23) AD-CHAPA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006A.
                IF AD-CHAPA = ZEROS
                   MOVE TD-CHAPA TO AD-CHAPA.
                MOVE SPACES TO NOMEFU
                IF W-FUNC-OK = "S"
                   MOVE AD-CHAPA TO CHAPA
                   READ CADFUNC
                   IF ST-FUNC NOT = "00"
                      MOVE "*** PROFESSOR NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-007.
                DISPLAY (10, 30) NOMEFU
                IF AD-CHAPA NOT = AD-TITULAR
                   DISPLAY (10, 66) "SUBSTITUTO"
                ELSE
                   DISPLAY (10, 66) "          ".
       INC-008.
                IF REGAULADADA = W-AULA-ANT
                   GO TO CHAMADA.
                MOVE "AULADADA" TO JRN-ARQUIVO
                MOVE W-AULA-ANT TO JRN-ANTES
                MOVE REGAULADADA TO JRN-DEPOIS
                MOVE AD-CHAVE TO JRN-CHAVE
                MOVE "A" TO AUD-OPERACAO JRN-OPERACAO
                IF W-AULA-ANT = SPACES
                   MOVE "I" TO AUD-OPERACAO JRN-OPERACAO
                   WRITE REGAULADADA
                ELSE
                   REWRITE REGAULADADA.
                IF ST-AULADADA NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO AULADADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "DIARIO" TO JRN-ARQUIVO
                   GO TO INC-005.
                MOVE AD-CHAVE TO AUD-CHAVE
                PERFORM GRAVA-AUDITORIA
                PERFORM GRAVA-JORNAL
                MOVE "DIARIO" TO JRN-ARQUIVO.
      *
      ***************************************
      * CHAMADA - UM ALUNO POR VEZ          *
      ***************************************
      *
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA.
                CLOSE DIARIO TURMADISC CADNOTA AULADADA
                IF W-FUNC-OK = "S"
                   CLOSE CADFUNC.
       ROT-FIM.
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
           COPY "EVTPAR.CPY".
           COPY "AMBPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "ADAPAR.CPY".
       FIM-ROT-TEMPO.
