       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCORREL.
       AUTHOR. MATEUS.
      ***************************************************
      * OCORRENCIAS DISCIPLINARES DA TURMA - RESUMO     *
      * PARA O CONSELHO DE CLASSE                       *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "OCRSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT OCORRLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "OCRFD.CPY".
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
       FD OCORRLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-OCORRLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "OCRWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-NOTA    PIC X(64) VALUE SPACES.
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-TURMA       PIC X(05) VALUE SPACES.
       77 W-DTINI       PIC 9(08) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       77 W-MAXALU      PIC 9(03) VALUE 80.
       77 W-QT-ALU      PIC 9(03) VALUE ZEROS.
       77 W-IDX         PIC 9(03) VALUE ZEROS.
       77 W-IDX2        PIC 9(03) VALUE ZEROS.
       77 W-TOT-OCOR    PIC 9(05) VALUE ZEROS.
       77 W-TOT-SUSP    PIC 9(05) VALUE ZEROS.
       77 W-TOT-LIMITE  PIC 9(03) VALUE ZEROS.
      *
      * ALUNOS DA TURMA COM OCORRENCIA NO PERIODO. TO-ANO = PONTOS DO
      * ANO LETIVO INTEIRO, QUE E O QUE SE COMPARA COM O REGIMENTO
      *
       01 W-TABTEMP.
           03 TT-RM         PIC 9(05).
           03 FILLER        PIC X(24).
       01 TAB-ALU.
           03 TAB-ALU-ITEM OCCURS 80 TIMES.
               05 TO-RM         PIC 9(05).
               05 TO-QTDE       PIC 9(03).
               05 TO-GRAV       PIC 9(03) OCCURS 4 TIMES.
               05 TO-PONTOS     PIC 9(03).
               05 TO-ANO        PIC 9(03).
               05 TO-SUSP       PIC 9(03).
       01 TAB-TIPO.
           03 TO-TIPOQT     PIC 9(05) OCCURS 10 TIMES.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "  RM     NOME                         QT".
           03 FILLER        PIC X(40) VALUE
              "D LEV MED GRA GRV PTS ANO SUS  SITUACAO".
       01 W-CABTIPOS.
           03 FILLER        PIC X(40) VALUE
              "  TIPO DE OCORRENCIA                    ".
           03 FILLER        PIC X(40) VALUE
              "   QTDE".
       01 W-DETLIN.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-NOME       PIC X(28).
           03 DL-QTDE       PIC ZZZ9.
           03 DL-GRAV       PIC ZZZ9 OCCURS 4 TIMES.
           03 DL-PONTOS     PIC ZZZ9.
           03 DL-ANO        PIC ZZZ9.
           03 DL-SUSP       PIC ZZZ9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-SITUACAO   PIC X(09).
       01 W-TIPLIN.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 TL-TIPO       PIC 9(02).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 TL-DESC       PIC X(30).
           03 FILLER        PIC X(05) VALUE SPACES.
           03 TL-QTDE       PIC ZZZZ9.
       01 W-RODAPE.
           03 FILLER        PIC X(09) VALUE "ALUNOS: ".
           03 RD-ALUNOS     PIC ZZ9.
           03 FILLER        PIC X(16) VALUE "  OCORRENCIAS: ".
           03 RD-OCOR       PIC ZZZZ9.
           03 FILLER        PIC X(17) VALUE "  DIAS SUSPENSAO:".
           03 RD-SUSP       PIC ZZZZ9.
           03 FILLER        PIC X(11) VALUE "  NO LIMITE".
           03 FILLER        PIC X(02) VALUE ": ".
           03 RD-LIMITE     PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE ZEROS TO TAB-TIPO
           DISPLAY "OCORRENCIAS DA TURMA - CONSELHO DE CLASSE - "
                   "AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
              GO TO ABR-002.
       ABR-002A.
           DISPLAY "TURMA: "
           ACCEPT W-TURMA
           IF W-TURMA = SPACES
              GO TO ABR-002A.
       ABR-002B.
           DISPLAY "DATA INICIAL (AAAAMMDD, 0=INICIO DO ANO): "
           ACCEPT W-DTINI
           DISPLAY "DATA FINAL   (AAAAMMDD, 0=FIM DO ANO)   : "
           ACCEPT W-DTFIM
           IF W-DTFIM = ZEROS
              MOVE 99999999 TO W-DTFIM.
           IF W-DTINI > W-DTFIM
              DISPLAY "*** PERIODO INVALIDO ***"
              GO TO ABR-002B.
       ABR-003.
           PERFORM ABR-OCORRENC
           IF W-OCR-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO OCORRENC: "
                      ST-OCORRENC
              GO TO ROT-FIM.
           OPEN INPUT CADNOTA
           IF ST-NOTA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: " ST-NOTA
              CLOSE OCORRENC
              GO TO ROT-FIM.
           OPEN OUTPUT OCORRLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO OCORRLIST: " ST-LIST
              CLOSE OCORRENC CADNOTA
              GO TO ROT-FIM.
           MOVE "OCORREL" TO REL-PROGRAMA
           STRING "ANO " W-ANOLET " TURMA " W-TURMA
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "OCORRENCIAS - CONSELHO CLASSE" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      ***************************************
      * OCORRENCIAS DA TURMA NO PERIODO     *
      ***************************************
      *
       SEL-OCOR.
           MOVE W-TURMA TO OC-TURMA
           MOVE W-DTINI TO OC-DTOCOR
           START OCORRENC KEY IS NOT LESS THAN OC-CHVTURMA
           IF ST-OCORRENC NOT = "00"
              GO TO PROC-ALUNOS.
       SEL-OCOR1.
           READ OCORRENC NEXT RECORD
               AT END GO TO PROC-ALUNOS.
           IF OC-TURMA NOT = W-TURMA OR OC-DTOCOR > W-DTFIM
              GO TO PROC-ALUNOS.
           IF OC-ANOLET NOT = W-ANOLET
              GO TO SEL-OCOR1.
           MOVE 1 TO W-IDX.
       SEL-OCOR2.
           IF W-IDX > W-QT-ALU
              GO TO SEL-OCOR3.
           IF TO-RM (W-IDX) = OC-RM
              GO TO SEL-OCOR4.
           ADD 1 TO W-IDX
           GO TO SEL-OCOR2.
       SEL-OCOR3.
           IF W-QT-ALU NOT < W-MAXALU
              DISPLAY "*** TABELA DE ALUNOS CHEIA - LIMITE "
                      W-MAXALU " ***"
              GO TO PROC-ALUNOS.
           ADD 1 TO W-QT-ALU
           MOVE W-QT-ALU TO W-IDX
           MOVE ZEROS TO TAB-ALU-ITEM (W-IDX)
           MOVE OC-RM TO TO-RM (W-IDX).
       SEL-OCOR4.
           ADD 1 TO TO-QTDE (W-IDX) W-TOT-OCOR
           IF OC-GRAVIDADE > ZEROS AND OC-GRAVIDADE < 5
              ADD 1 TO TO-GRAV (W-IDX, OC-GRAVIDADE).
           ADD OC-GRAVIDADE TO TO-PONTOS (W-IDX)
           ADD OC-DIASSUSP TO TO-SUSP (W-IDX) W-TOT-SUSP
           IF OC-TIPO > ZEROS AND OC-TIPO < 11
              ADD 1 TO TO-TIPOQT (OC-TIPO).
           GO TO SEL-OCOR1.
      *
      ***************************************
      * UMA LINHA POR ALUNO, EM ORDEM DE RM *
      ***************************************
      *
       PROC-ALUNOS.
           IF W-QT-ALU = ZEROS
              DISPLAY "NENHUMA OCORRENCIA NA TURMA " W-TURMA
                      " NO ANO " W-ANOLET
              GO TO ROT-FECHA.
           PERFORM ORDENA THRU ORDENA-FIM
           MOVE 1 TO W-IDX.
       PROC-ALUNOS1.
           IF W-IDX > W-QT-ALU
              GO TO ROT-TIPOS.
           PERFORM IMPRIME-ALUNO THRU IMPRIME-ALUNO-FIM
           ADD 1 TO W-IDX
           GO TO PROC-ALUNOS1.
      *
       IMPRIME-ALUNO.
           MOVE W-ANOLET      TO W-OCR-ANOLET
           MOVE TO-RM (W-IDX) TO W-OCR-RM
           PERFORM ACUMULA-OCOR THRU ACUMULA-OCOR-FIM
           MOVE W-OCR-PONTOS  TO TO-ANO (W-IDX)
           MOVE SPACES TO DL-NOME DL-SITUACAO
           MOVE TO-RM (W-IDX) TO RM DL-RM
           MOVE W-ANOLET      TO ANO-LETIVO
           MOVE ZEROS         TO CODDISC
           START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
           IF ST-NOTA = "00"
              READ CADNOTA NEXT RECORD
              IF ST-NOTA = "00" AND RM = TO-RM (W-IDX)
                 MOVE NOME TO DL-NOME.
           MOVE TO-QTDE (W-IDX)    TO DL-QTDE
           MOVE TO-GRAV (W-IDX, 1) TO DL-GRAV (1)
           MOVE TO-GRAV (W-IDX, 2) TO DL-GRAV (2)
           MOVE TO-GRAV (W-IDX, 3) TO DL-GRAV (3)
           MOVE TO-GRAV (W-IDX, 4) TO DL-GRAV (4)
           MOVE TO-PONTOS (W-IDX)  TO DL-PONTOS
           MOVE TO-ANO (W-IDX)     TO DL-ANO
           MOVE TO-SUSP (W-IDX)    TO DL-SUSP
           IF TO-ANO (W-IDX) NOT < W-OCR-LIMITE
              MOVE "LIMITE" TO DL-SITUACAO
              ADD 1 TO W-TOT-LIMITE.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-ALUNO-FIM.
           EXIT.
      *
       ORDENA.
           MOVE 1 TO W-IDX.
       ORDENA1.
           IF W-IDX NOT < W-QT-ALU GO TO ORDENA-FIM.
           COMPUTE W-IDX2 = W-IDX + 1.
       ORDENA2.
           IF W-IDX2 > W-QT-ALU
              ADD 1 TO W-IDX
              GO TO ORDENA1.
           IF TO-RM (W-IDX2) < TO-RM (W-IDX)
              PERFORM TROCA THRU TROCA-FIM.
           ADD 1 TO W-IDX2
           GO TO ORDENA2.
       ORDENA-FIM.
           EXIT.
      *
       TROCA.
           MOVE TAB-ALU-ITEM (W-IDX)  TO W-TABTEMP
           MOVE TAB-ALU-ITEM (W-IDX2) TO TAB-ALU-ITEM (W-IDX)
           MOVE W-TABTEMP             TO TAB-ALU-ITEM (W-IDX2).
       TROCA-FIM.
           EXIT.
      *
      ***************************************
      * TOTAIS POR TIPO DE OCORRENCIA       *
      ***************************************
      *
       ROT-TIPOS.
           MOVE W-QT-ALU     TO RD-ALUNOS
           MOVE W-TOT-OCOR   TO RD-OCOR
           MOVE W-TOT-SUSP   TO RD-SUSP
           MOVE W-TOT-LIMITE TO RD-LIMITE
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-RODAPE TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CABTIPOS TO REL-COLUNAS
           MOVE 99 TO REL-LINCONT
           MOVE 1 TO W-IDX.
       ROT-TIPOS1.
           IF W-IDX > 10
              GO TO ROT-FECHA.
           IF TO-TIPOQT (W-IDX) = ZEROS
              GO TO ROT-TIPOS2.
           MOVE W-IDX                 TO TL-TIPO
           MOVE W-OCR-TIPODESC (W-IDX) TO TL-DESC
           MOVE TO-TIPOQT (W-IDX)     TO TL-QTDE
           MOVE W-TIPLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       ROT-TIPOS2.
           ADD 1 TO W-IDX
           GO TO ROT-TIPOS1.
      *
       ROT-FECHA.
           CLOSE OCORRENC CADNOTA OCORRLIST
           DISPLAY "ALUNOS COM OCORRENCIA: " W-QT-ALU
           DISPLAY "OCORRENCIAS          : " W-TOT-OCOR
           DISPLAY "ALUNOS NO LIMITE     : " W-TOT-LIMITE.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "OCRPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-OCORRLIST==.
           COPY "SPLPAR.CPY".
