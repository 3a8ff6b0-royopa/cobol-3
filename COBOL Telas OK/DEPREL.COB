       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPREL.
       AUTHOR. MATEUS.
      ***************************************************
      * ALUNOS COM DEPENDENCIA (PROGRESSAO PARCIAL)     *
      * POR TURMA                                       *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "DEPSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT DEPLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "DEPFD.CPY".
       FD CADNOTA
               LABEL RECORD IS STANDARD.
       01 REGNOTA.
                03 CHAVE-NOTA.
                   05 RM           PIC 9(05).
                   05 ANO-LETIVO   PIC 9(04).
                   05 CODDISC      PIC 9(03).
                03 NOME            PIC X(35).
                03 SEXO            PIC X(01).
                03 DATANASC        PIC 9(08).
                03 TURMA           PIC X(05).
                03 FILLER          PIC X(127).
       FD DEPLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-DEPLIST    PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "DEPWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-NOTA    PIC X(64) VALUE SPACES.
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-MAXREG      PIC 9(03) VALUE 500.
       77 W-QT-REG      PIC 9(03) VALUE ZEROS.
       77 W-IDX         PIC 9(03) VALUE ZEROS.
       77 W-IDX2        PIC 9(03) VALUE ZEROS.
       77 W-TURMA-CORR  PIC X(05) VALUE SPACES.
       77 W-RM-CORR     PIC 9(05) VALUE ZEROS.
       77 W-CONT-ALU    PIC 9(05) VALUE ZEROS.
       77 W-CONT-PEN    PIC 9(05) VALUE ZEROS.
       77 W-CONT-CUM    PIC 9(05) VALUE ZEROS.
       01 W-TABTEMP.
           03 TT-TURMA      PIC X(05).
           03 TT-RM         PIC 9(05).
           03 TT-DISC       PIC 9(03).
           03 TT-NOME       PIC X(30).
           03 TT-ANOORIG    PIC 9(04).
           03 TT-ANOCURSO   PIC 9(04).
           03 TT-SITUACAO   PIC X(01).
           03 TT-MEDIA      PIC 9(04)V9.
       01 TAB-DEP.
           03 TAB-DEP-ITEM OCCURS 500 TIMES.
               05 TD-TURMA      PIC X(05).
               05 TD-RM         PIC 9(05).
               05 TD-DISC       PIC 9(03).
               05 TD-NOME       PIC X(30).
               05 TD-ANOORIG    PIC 9(04).
               05 TD-ANOCURSO   PIC 9(04).
               05 TD-SITUACAO   PIC X(01).
               05 TD-MEDIA      PIC 9(04)V9.
       01 W-CABTURMA.
           03 FILLER        PIC X(07) VALUE "TURMA: ".
           03 CT-TURMA      PIC X(05).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "   RM    ALUNO                          ".
           03 FILLER        PIC X(40) VALUE
              "DISC ORIGEM CURSO SITUACAO   MEDIA".
       01 W-DETLIN.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(30).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-DISC       PIC 9(03).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-ANOORIG    PIC 9(04).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-ANOCURSO   PIC 9(04).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-SITUACAO   PIC X(09).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-MEDIA      PIC ZZ9,9.
       01 W-RODAPE.
           03 FILLER        PIC X(08) VALUE "ALUNOS: ".
           03 RD-ALU        PIC ZZZZ9.
           03 FILLER        PIC X(13) VALUE "  PENDENTES: ".
           03 RD-PEN        PIC ZZZZ9.
           03 FILLER        PIC X(13) VALUE "  CUMPRIDAS: ".
           03 RD-CUM        PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           DISPLAY "ALUNOS COM DEPENDENCIA - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
              GO TO ABR-002.
       ABR-003.
           PERFORM ABR-DEPENDE
           IF W-DEP-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DEPENDE: "
                                                             ST-DEPENDE
              GO TO ROT-FIM.
           OPEN INPUT CADNOTA
           IF ST-NOTA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: " ST-NOTA
              CLOSE DEPENDE
              GO TO ROT-FIM.
           OPEN OUTPUT DEPLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DEPLIST: " ST-LIST
              CLOSE DEPENDE CADNOTA
              GO TO ROT-FIM.
           MOVE "DEPREL" TO REL-PROGRAMA
           STRING "ANO " W-ANOLET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "ALUNOS COM DEPENDENCIA" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      ***************************************
      * COLETA DAS DEPENDENCIAS             *
      ***************************************
      *
      * ENTRAM AS DEPENDENCIAS CURSADAS NO ANO E AS DE ANOS
      * ANTERIORES QUE AINDA ESTAO PENDENTES
      *
       COLETA.
           MOVE LOW-VALUES TO DP-CHAVE
           START DEPENDE KEY IS NOT LESS THAN DP-CHAVE
           IF ST-DEPENDE NOT = "00"
              GO TO ORDENA.
       COLETA1.
           READ DEPENDE NEXT RECORD
               AT END GO TO ORDENA.
           IF DP-ANOCURSO > W-ANOLET
              GO TO COLETA1.
           IF DP-ANOCURSO < W-ANOLET AND NOT DEP-PENDENTE
              GO TO COLETA1.
           MOVE DP-RM       TO TT-RM
           MOVE DP-DISC     TO TT-DISC
           MOVE DP-NOME     TO TT-NOME
           MOVE DP-ANOORIG  TO TT-ANOORIG
           MOVE DP-ANOCURSO TO TT-ANOCURSO
           MOVE DP-SITUACAO TO TT-SITUACAO
           MOVE DP-MEDIA    TO TT-MEDIA
           PERFORM TURMA-ATUAL THRU TURMA-ATUAL-FIM
           IF W-QT-REG NOT < W-MAXREG
              DISPLAY "*** TABELA CHEIA - LIMITE " W-MAXREG " ***"
              GO TO ORDENA.
           ADD 1 TO W-QT-REG
           MOVE W-TABTEMP TO TAB-DEP-ITEM (W-QT-REG)
           IF DEP-PENDENTE
              ADD 1 TO W-CONT-PEN
           ELSE
              ADD 1 TO W-CONT-CUM.
           GO TO COLETA1.
      *
      * TURMA DO ALUNO NO ANO PEDIDO, PELO SEU PRIMEIRO REGISTRO
      * DE NOTAS NO ANO
      *
       TURMA-ATUAL.
           MOVE "-----" TO TT-TURMA
           MOVE DP-RM    TO RM
           MOVE W-ANOLET TO ANO-LETIVO
           MOVE ZEROS    TO CODDISC
           START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
           IF ST-NOTA NOT = "00"
              GO TO TURMA-ATUAL-FIM.
           READ CADNOTA NEXT RECORD
           IF ST-NOTA NOT = "00"
              GO TO TURMA-ATUAL-FIM.
           IF RM = DP-RM AND ANO-LETIVO = W-ANOLET
              AND TURMA NOT = SPACES
              MOVE TURMA TO TT-TURMA.
       TURMA-ATUAL-FIM.
           EXIT.
      *
      ***************************************
      * ORDENA POR TURMA, RM E DISCIPLINA   *
      ***************************************
      *
       ORDENA.
           IF W-QT-REG = ZEROS
              MOVE "NENHUM ALUNO COM DEPENDENCIA NO ANO" TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              GO TO ROT-RODAPE.
           MOVE 1 TO W-IDX.
       ORDENA1.
           IF W-IDX NOT < W-QT-REG GO TO IMPRIME.
           COMPUTE W-IDX2 = W-IDX + 1.
       ORDENA2.
           IF W-IDX2 > W-QT-REG
              ADD 1 TO W-IDX
              GO TO ORDENA1.
           IF TD-TURMA (W-IDX2) < TD-TURMA (W-IDX)
              OR (TD-TURMA (W-IDX2) = TD-TURMA (W-IDX)
                  AND TD-RM (W-IDX2) < TD-RM (W-IDX))
              OR (TD-TURMA (W-IDX2) = TD-TURMA (W-IDX)
                  AND TD-RM (W-IDX2) = TD-RM (W-IDX)
                  AND TD-DISC (W-IDX2) < TD-DISC (W-IDX))
              PERFORM TROCA THRU TROCA-FIM.
           ADD 1 TO W-IDX2
           GO TO ORDENA2.
      *
       TROCA.
           MOVE TAB-DEP-ITEM (W-IDX)  TO W-TABTEMP
           MOVE TAB-DEP-ITEM (W-IDX2) TO TAB-DEP-ITEM (W-IDX)
           MOVE W-TABTEMP             TO TAB-DEP-ITEM (W-IDX2).
       TROCA-FIM.
           EXIT.
      *
      ***************************************
      * IMPRESSAO POR TURMA                 *
      ***************************************
      *
       IMPRIME.
           MOVE HIGH-VALUES TO W-TURMA-CORR
           MOVE ZEROS TO W-RM-CORR
           MOVE 1 TO W-IDX.
       IMPRIME1.
           IF W-IDX > W-QT-REG GO TO ROT-RODAPE.
           IF TD-TURMA (W-IDX) NOT = W-TURMA-CORR
              MOVE TD-TURMA (W-IDX) TO W-TURMA-CORR CT-TURMA
              MOVE ZEROS TO W-RM-CORR
              MOVE SPACES TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              MOVE W-CABTURMA TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           IF TD-RM (W-IDX) NOT = W-RM-CORR
              MOVE TD-RM (W-IDX) TO W-RM-CORR
              ADD 1 TO W-CONT-ALU.
           MOVE TD-RM (W-IDX)       TO DL-RM
           MOVE TD-NOME (W-IDX)     TO DL-NOME
           MOVE TD-DISC (W-IDX)     TO DL-DISC
           MOVE TD-ANOORIG (W-IDX)  TO DL-ANOORIG
           MOVE TD-ANOCURSO (W-IDX) TO DL-ANOCURSO
           MOVE TD-MEDIA (W-IDX)    TO DL-MEDIA
           MOVE "PENDENTE"          TO DL-SITUACAO
           IF TD-SITUACAO (W-IDX) = "C"
              MOVE "CUMPRIDA" TO DL-SITUACAO.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-IDX
           GO TO IMPRIME1.
      *
       ROT-RODAPE.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-ALU TO RD-ALU
           MOVE W-CONT-PEN TO RD-PEN
           MOVE W-CONT-CUM TO RD-CUM
           MOVE W-RODAPE   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE DEPENDE CADNOTA DEPLIST
           DISPLAY "DEPENDENCIAS LISTADAS: " W-QT-REG.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "DEPPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-DEPLIST==.
           COPY "SPLPAR.CPY".
