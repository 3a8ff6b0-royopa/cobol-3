       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSELREL.
       AUTHOR. MATEUS.
      ***************************************************
      * ALUNOS LIMITROFES PARA O CONSELHO DE CLASSE     *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "CNSSEL.CPY".
           COPY "AVLSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADDISC ASSIGN TO DYNAMIC W-ARQ-DISC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODIGO
                    FILE STATUS  IS ST-DISC.
       SELECT CONSLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "CNSFD.CPY".
           COPY "AVLFD.CPY".
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
                03 BIMESTRE-ATUAL  PIC 9(01).
                03 NOTAS-BIM OCCURS 4 TIMES.
                   05 NOTA1        PIC 9(04)V9.
                   05 NOTA2        PIC 9(04)V9.
                   05 FALTA1       PIC 9(02).
                   05 FALTA2       PIC 9(02).
                   05 SITUACAO     PIC X(11).
                03 NOTAREC         PIC 9(04)V9.
                03 RESFINAL        PIC X(11).
                03 FILLER          PIC X(10).
       FD CADDISC
               LABEL RECORD IS STANDARD.
       01 REGDISC.
                03 DI-CODIGO       PIC 9(03).
                03 DI-NOME         PIC X(20).
                03 FILLER          PIC X(09).
       FD CONSLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-CONSLIST   PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CNSWS.CPY".
           COPY "AVLWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-DISC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-NOTA    PIC X(64) VALUE SPACES.
       77 W-ARQ-DISC    PIC X(64) VALUE SPACES.
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-TURMA       PIC X(05) VALUE SPACES.
       77 W-MAXREG      PIC 9(03) VALUE 500.
       77 W-QT-REG      PIC 9(03) VALUE ZEROS.
       77 W-IDX         PIC 9(03) VALUE ZEROS.
       77 W-IDX2        PIC 9(03) VALUE ZEROS.
       77 W-DISC-CORR   PIC 9(03) VALUE ZEROS.
       77 W-CONT-APR    PIC 9(05) VALUE ZEROS.
       77 W-CONT-MAN    PIC 9(05) VALUE ZEROS.
       77 W-CONT-PEN    PIC 9(05) VALUE ZEROS.
       01 W-TABTEMP.
           03 TT-DISC       PIC 9(03).
           03 TT-RM         PIC 9(05).
           03 TT-NOME       PIC X(30).
           03 TT-MEDIA      PIC 9(04)V9.
           03 TT-REC        PIC 9(04)V9.
           03 TT-FALTAS     PIC 9(03).
           03 TT-SITUACAO   PIC X(15).
       01 TAB-CONS.
           03 TAB-CONS-ITEM OCCURS 500 TIMES.
               05 TC-DISC       PIC 9(03).
               05 TC-RM         PIC 9(05).
               05 TC-NOME       PIC X(30).
               05 TC-MEDIA      PIC 9(04)V9.
               05 TC-REC        PIC 9(04)V9.
               05 TC-FALTAS     PIC 9(03).
               05 TC-SITUACAO   PIC X(15).
       01 W-CABDISC.
           03 FILLER        PIC X(12) VALUE "DISCIPLINA: ".
           03 CD-DISC       PIC 9(03).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CD-NOMEDISC   PIC X(20).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "   RM    ALUNO                         M".
           03 FILLER        PIC X(40) VALUE
              "EDIA   REC FALTAS  DELIBERACAO".
       01 W-DETLIN.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(30).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-MEDIA      PIC ZZ9,9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-REC        PIC ZZ9,9.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-FALTAS     PIC ZZ9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-SITUACAO   PIC X(15).
       01 W-RODAPE.
           03 FILLER        PIC X(25) VALUE
              "APROVADOS PELO CONSELHO: ".
           03 RD-APR        PIC ZZZZ9.
           03 FILLER        PIC X(14) VALUE "  MANTIDOS: ".
           03 RD-MAN        PIC ZZZZ9.
           03 FILLER        PIC X(14) VALUE "  PENDENTES: ".
           03 RD-PEN        PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "CADDISC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DISC
           DISPLAY "CONSELHO DE CLASSE - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
              GO TO ABR-002.
           DISPLAY "TURMA: "
           ACCEPT W-TURMA
           IF W-TURMA = SPACES
              GO TO ABR-002.
       ABR-003.
           OPEN INPUT CADNOTA
           IF ST-NOTA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: " ST-NOTA
              GO TO ROT-FIM.
           OPEN INPUT CADDISC
           IF ST-DISC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDISC: " ST-DISC
              CLOSE CADNOTA
              GO TO ROT-FIM.
           PERFORM ABR-CONSELHO
           PERFORM ABR-AVALIA
           OPEN OUTPUT CONSLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONSLIST: " ST-LIST
              CLOSE CADNOTA CADDISC
              GO TO ROT-FIM.
           MOVE "CONSELREL" TO REL-PROGRAMA
           STRING "ANO " W-ANOLET " TURMA " W-TURMA
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CONSELHO DE CLASSE - LIMITROFES" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      ***************************************
      * COLETA DOS ALUNOS DA TURMA          *
      ***************************************
      *
      * ENTRA O REPROVADO NA FAIXA LIMITROFE E QUALQUER REGISTRO QUE
      * JA TENHA DELIBERACAO GRAVADA
      *
       COLETA.
           MOVE LOW-VALUES TO CHAVE-NOTA
           START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
           IF ST-NOTA NOT = "00"
              GO TO ORDENA.
       COLETA1.
           READ CADNOTA NEXT RECORD
               AT END GO TO ORDENA.
           IF ANO-LETIVO NOT = W-ANOLET OR TURMA NOT = W-TURMA
              GO TO COLETA1.
           PERFORM APURA-LIMITE THRU APURA-LIMITE-FIM
           MOVE CHAVE-NOTA TO CS-CHAVE
           PERFORM MONTA-DELIB THRU MONTA-DELIB-FIM
           IF W-CNS-ACHOU = "S"
              GO TO COLETA2.
           IF RESFINAL NOT = "REPROVADO" OR W-CNS-LIMITROFE NOT = "S"
              GO TO COLETA1.
           MOVE "PENDENTE" TO TT-SITUACAO
           ADD 1 TO W-CONT-PEN
           GO TO COLETA3.
       COLETA2.
           IF CONS-APROVA
              MOVE "AP.CONSELHO" TO TT-SITUACAO
              ADD 1 TO W-CONT-APR
           ELSE
              MOVE "REPROV.MANTIDA" TO TT-SITUACAO
              ADD 1 TO W-CONT-MAN.
       COLETA3.
           MOVE CODDISC     TO TT-DISC
           MOVE RM          TO TT-RM
           MOVE NOME        TO TT-NOME
           MOVE W-CNS-MEDIA TO TT-MEDIA
           MOVE NOTAREC     TO TT-REC
           ADD FALTA1 (1) FALTA2 (1) FALTA1 (2) FALTA2 (2)
               FALTA1 (3) FALTA2 (3) FALTA1 (4) FALTA2 (4)
               GIVING TT-FALTAS
           IF W-QT-REG NOT < W-MAXREG
              DISPLAY "*** TABELA CHEIA - LIMITE " W-MAXREG " ***"
              GO TO ORDENA.
           ADD 1 TO W-QT-REG
           MOVE W-TABTEMP TO TAB-CONS-ITEM (W-QT-REG)
           GO TO COLETA1.
      *
      ***************************************
      * ORDENA POR DISCIPLINA E RM          *
      ***************************************
      *
       ORDENA.
           IF W-QT-REG = ZEROS
              MOVE "NENHUM ALUNO NA FAIXA DO CONSELHO" TO REL-DETALHE
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
           IF TC-DISC (W-IDX2) < TC-DISC (W-IDX)
              OR (TC-DISC (W-IDX2) = TC-DISC (W-IDX)
                  AND TC-RM (W-IDX2) < TC-RM (W-IDX))
              PERFORM TROCA THRU TROCA-FIM.
           ADD 1 TO W-IDX2
           GO TO ORDENA2.
      *
       TROCA.
           MOVE TAB-CONS-ITEM (W-IDX)  TO W-TABTEMP
           MOVE TAB-CONS-ITEM (W-IDX2) TO TAB-CONS-ITEM (W-IDX)
           MOVE W-TABTEMP              TO TAB-CONS-ITEM (W-IDX2).
       TROCA-FIM.
           EXIT.
      *
      ***************************************
      * IMPRESSAO POR DISCIPLINA            *
      ***************************************
      *
       IMPRIME.
           MOVE ZEROS TO W-DISC-CORR
           MOVE 1 TO W-IDX.
       IMPRIME1.
           IF W-IDX > W-QT-REG GO TO ROT-RODAPE.
           IF TC-DISC (W-IDX) NOT = W-DISC-CORR
              PERFORM CAB-DISC THRU CAB-DISC-FIM.
           MOVE TC-RM (W-IDX)       TO DL-RM
           MOVE TC-NOME (W-IDX)     TO DL-NOME
           MOVE TC-MEDIA (W-IDX)    TO DL-MEDIA
           MOVE TC-REC (W-IDX)      TO DL-REC
           MOVE TC-FALTAS (W-IDX)   TO DL-FALTAS
           MOVE TC-SITUACAO (W-IDX) TO DL-SITUACAO
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-IDX
           GO TO IMPRIME1.
      *
       CAB-DISC.
           MOVE TC-DISC (W-IDX) TO W-DISC-CORR
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-DISC-CORR TO CD-DISC DI-CODIGO
           READ CADDISC
           IF ST-DISC = "00"
              MOVE DI-NOME TO CD-NOMEDISC
           ELSE
              MOVE "(SEM CADASTRO)" TO CD-NOMEDISC.
           MOVE W-CABDISC TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       CAB-DISC-FIM.
           EXIT.
      *
       ROT-RODAPE.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-APR TO RD-APR
           MOVE W-CONT-MAN TO RD-MAN
           MOVE W-CONT-PEN TO RD-PEN
           MOVE W-RODAPE   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE CADNOTA CADDISC CONSLIST
           IF W-CNS-OK = "S"
              CLOSE CONSELHO.
           PERFORM FECHA-AVALIA
           DISPLAY "LIMITROFES LISTADOS: " W-QT-REG.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "CNSPAR.CPY".
           COPY "AVLPAR.CPY".
           COPY "AVMPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-CONSLIST==.
           COPY "SPLPAR.CPY".
