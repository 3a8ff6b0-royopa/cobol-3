       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMATREL.
       AUTHOR. MATEUS.
      ***************************************************
      * PRE-MATRICULAS E LISTA DE ESPERA POR TURMA      *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "PMTSEL.CPY".
       SELECT CADTURMA ASSIGN TO DYNAMIC W-ARQ-TURMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-TURMA.
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADALUNO ASSIGN TO DYNAMIC W-ARQ-ALUNO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS AL-NOME
                               WITH DUPLICATES.
       SELECT PREMLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "PMTFD.CPY".
       FD CADTURMA
               LABEL RECORD IS STANDARD.
       01 REGTURMA.
                03 TU-CHAVE.
                   05 TU-CODIGO    PIC X(05).
                   05 TU-ANOLET    PIC 9(04).
                03 TU-TURNO        PIC X(01).
                03 TU-CAPAC        PIC 9(03).
                03 TU-MENSALIDADE  PIC 9(06)V99.
                03 TU-MULTA        PIC 9(02)V99.
                03 TU-JUROS        PIC 9(02)V99.
                03 FILLER          PIC X(03).
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
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.
                03 AL-RM           PIC 9(05).
                03 AL-NOME         PIC X(35).
                03 AL-SEXO         PIC X(01).
                03 AL-DATANASC     PIC 9(08).
                03 AL-SITUACAO     PIC X(01).
                   88 ALU-TRANSFERIDO VALUE "T".
                03 AL-DTTRANSF     PIC 9(08).
                03 FILLER          PIC X(06).
       FD PREMLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-PREMLIST   PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "PMTWS.CPY".
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-ALUNO      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-TURMA   PIC X(64) VALUE SPACES.
       77 W-ARQ-NOTA    PIC X(64) VALUE SPACES.
       77 W-ARQ-ALUNO   PIC X(64) VALUE SPACES.
       77 W-NOTA-OK     PIC X(01) VALUE "N".
       77 W-ALUNO-OK    PIC X(01) VALUE "N".
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-MAXREG      PIC 9(03) VALUE 500.
       77 W-QT-REG      PIC 9(03) VALUE ZEROS.
       77 W-IDX         PIC 9(03) VALUE ZEROS.
       77 W-IDX2        PIC 9(03) VALUE ZEROS.
       77 W-POS         PIC 9(03) VALUE ZEROS.
       77 W-TURMA-CORR  PIC X(05) VALUE SPACES.
       77 W-CONT-VAGA   PIC 9(05) VALUE ZEROS.
       77 W-CONT-ESP    PIC 9(05) VALUE ZEROS.
       77 W-CONT-CONV   PIC 9(05) VALUE ZEROS.
       77 W-CONT-MAT    PIC 9(05) VALUE ZEROS.
      *
      * ORDEM DE IMPRESSAO: TURMA, QUEM JA TEM VAGA ANTES DA ESPERA,
      * IRMAO DE ALUNO ANTES, DATA DO PEDIDO E NUMERO DO PEDIDO
      *
       01 W-TABTEMP.
           03 TT-ORDEM.
               05 TT-TURMA      PIC X(05).
               05 TT-GRUPO      PIC 9(01).
               05 TT-PRIOR      PIC 9(01).
               05 TT-DTPEDIDO   PIC 9(08).
               05 TT-NUMERO     PIC 9(05).
           03 TT-NOME       PIC X(30).
           03 TT-IRMAO      PIC X(01).
           03 TT-STATUS     PIC X(01).
           03 TT-RM         PIC 9(05).
       01 TAB-PRE.
           03 TAB-PRE-ITEM OCCURS 500 TIMES.
               05 TP-ORDEM.
                   07 TP-TURMA      PIC X(05).
                   07 TP-GRUPO      PIC 9(01).
                   07 TP-PRIOR      PIC 9(01).
                   07 TP-DTPEDIDO   PIC 9(08).
                   07 TP-NUMERO     PIC 9(05).
               05 TP-NOME       PIC X(30).
               05 TP-IRMAO      PIC X(01).
               05 TP-STATUS     PIC X(01).
               05 TP-RM         PIC 9(05).
       01 W-CABTURMA.
           03 FILLER        PIC X(07) VALUE "TURMA: ".
           03 CT-TURMA      PIC X(05).
           03 FILLER        PIC X(09) VALUE "  TURNO: ".
           03 CT-TURNO      PIC X(01).
           03 FILLER        PIC X(15) VALUE "  CAPACIDADE: ".
           03 CT-CAPAC      PIC ZZ9.
           03 FILLER        PIC X(13) VALUE "  OCUPADAS: ".
           03 CT-OCUPADAS   PIC ZZ9.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "FILA PEDIDO CANDIDATO                   ".
           03 FILLER        PIC X(40) VALUE
              "    IRMAO  DT.PEDIDO SITUACAO".
       01 W-DETLIN.
           03 DL-POS        PIC ZZZZ.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NUMERO     PIC 9(05).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-NOME       PIC X(30).
           03 FILLER        PIC X(04) VALUE SPACES.
           03 DL-IRMAO      PIC X(01).
           03 FILLER        PIC X(04) VALUE SPACES.
           03 DL-DTPEDIDO   PIC 9(08).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-SITUACAO   PIC X(19).
       01 W-SITMAT.
           03 FILLER        PIC X(13) VALUE "MATRICULADO  ".
           03 SM-RM         PIC 9(05).
       01 W-RODAPE.
           03 FILLER        PIC X(10) VALUE "COM VAGA: ".
           03 RD-VAGA       PIC ZZZZ9.
           03 FILLER        PIC X(11) VALUE "  ESPERA: ".
           03 RD-ESP        PIC ZZZZ9.
           03 FILLER        PIC X(15) VALUE "  CONVOCADOS: ".
           03 RD-CONV       PIC ZZZZ9.
           03 FILLER        PIC X(17) VALUE "  MATRICULADOS: ".
           03 RD-MAT        PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "CADALUNO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ALUNO
           DISPLAY "PRE-MATRICULAS E LISTA DE ESPERA - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
              GO TO ABR-002.
       ABR-003.
           PERFORM ABR-PREMAT
           IF W-PMT-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PREMATRIC: "
                                                              ST-PREMAT
              GO TO ROT-FIM.
           OPEN INPUT CADTURMA
           IF ST-TURMA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTURMA: " ST-TURMA
              CLOSE PREMATRIC
              GO TO ROT-FIM.
           OPEN OUTPUT PREMLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PREMLIST: " ST-LIST
              CLOSE PREMATRIC CADTURMA
              GO TO ROT-FIM.
           OPEN INPUT CADNOTA
           IF ST-NOTA = "00"
              MOVE "S" TO W-NOTA-OK.
           OPEN INPUT CADALUNO
           IF ST-ALUNO = "00"
              MOVE "S" TO W-ALUNO-OK.
           MOVE "PREMATREL" TO REL-PROGRAMA
           STRING "ANO " W-ANOLET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "PRE-MATRICULAS E LISTA DE ESPERA" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      ***************************************
      * COLETA DOS PEDIDOS DO ANO           *
      ***************************************
      *
      * DESISTENTES NAO ENTRAM NA LISTAGEM
      *
       COLETA.
           MOVE W-ANOLET TO PM-ANOLET
           MOVE ZEROS TO PM-NUMERO
           START PREMATRIC KEY IS NOT LESS THAN PM-CHAVE
           IF ST-PREMAT NOT = "00"
              GO TO ORDENA.
       COLETA1.
           READ PREMATRIC NEXT RECORD
               AT END GO TO ORDENA.
           IF PM-ANOLET NOT = W-ANOLET
              GO TO ORDENA.
           IF PRE-DESISTENTE
              GO TO COLETA1.
           MOVE PM-TURMA    TO TT-TURMA
           MOVE ZEROS       TO TT-GRUPO
           IF PRE-ESPERA
              MOVE 1 TO TT-GRUPO.
           MOVE 1           TO TT-PRIOR
           IF PRE-IRMAO
              MOVE ZEROS TO TT-PRIOR.
           MOVE PM-DTPEDIDO TO TT-DTPEDIDO
           MOVE PM-NUMERO   TO TT-NUMERO
           MOVE PM-NOME     TO TT-NOME
           MOVE PM-IRMAO    TO TT-IRMAO
           MOVE PM-STATUS   TO TT-STATUS
           MOVE PM-RM       TO TT-RM
           IF W-QT-REG NOT < W-MAXREG
              DISPLAY "*** TABELA CHEIA - LIMITE " W-MAXREG " ***"
              GO TO ORDENA.
           ADD 1 TO W-QT-REG
           MOVE W-TABTEMP TO TAB-PRE-ITEM (W-QT-REG)
           GO TO COLETA1.
      *
      ***************************************
      * ORDENA PELA FILA DE CADA TURMA      *
      ***************************************
      *
       ORDENA.
           IF W-QT-REG = ZEROS
              MOVE "NENHUM PEDIDO DE PRE-MATRICULA NO ANO"
                                                        TO REL-DETALHE
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
           IF TP-ORDEM (W-IDX2) < TP-ORDEM (W-IDX)
              PERFORM TROCA THRU TROCA-FIM.
           ADD 1 TO W-IDX2
           GO TO ORDENA2.
      *
       TROCA.
           MOVE TAB-PRE-ITEM (W-IDX)  TO W-TABTEMP
           MOVE TAB-PRE-ITEM (W-IDX2) TO TAB-PRE-ITEM (W-IDX)
           MOVE W-TABTEMP             TO TAB-PRE-ITEM (W-IDX2).
       TROCA-FIM.
           EXIT.
      *
      ***************************************
      * IMPRESSAO POR TURMA                 *
      ***************************************
      *
       IMPRIME.
           MOVE HIGH-VALUES TO W-TURMA-CORR
           MOVE 1 TO W-IDX.
       IMPRIME1.
           IF W-IDX > W-QT-REG GO TO ROT-RODAPE.
           IF TP-TURMA (W-IDX) NOT = W-TURMA-CORR
              PERFORM CAB-TURMA THRU CAB-TURMA-FIM.
           MOVE SPACES               TO DL-SITUACAO
           MOVE ZEROS                TO DL-POS
           MOVE TP-NUMERO (W-IDX)    TO DL-NUMERO
           MOVE TP-NOME (W-IDX)      TO DL-NOME
           MOVE TP-IRMAO (W-IDX)     TO DL-IRMAO
           MOVE TP-DTPEDIDO (W-IDX)  TO DL-DTPEDIDO
           IF TP-STATUS (W-IDX) = "S"
              MOVE "COM VAGA" TO DL-SITUACAO
              ADD 1 TO W-CONT-VAGA.
           IF TP-STATUS (W-IDX) = "C"
              MOVE "CONVOCADO" TO DL-SITUACAO
              ADD 1 TO W-CONT-CONV.
           IF TP-STATUS (W-IDX) = "M"
              MOVE TP-RM (W-IDX) TO SM-RM
              MOVE W-SITMAT TO DL-SITUACAO
              ADD 1 TO W-CONT-MAT.
           IF TP-STATUS (W-IDX) = "E"
              ADD 1 TO W-POS
              MOVE W-POS TO DL-POS
              MOVE "LISTA DE ESPERA" TO DL-SITUACAO
              ADD 1 TO W-CONT-ESP.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-IDX
           GO TO IMPRIME1.
      *
      * CABECALHO DA TURMA COM A CAPACIDADE E AS VAGAS JA OCUPADAS
      *
       CAB-TURMA.
           MOVE TP-TURMA (W-IDX) TO W-TURMA-CORR CT-TURMA
           MOVE ZEROS TO W-POS CT-CAPAC CT-OCUPADAS
           MOVE SPACES TO CT-TURNO
           MOVE TP-TURMA (W-IDX) TO TU-CODIGO
           MOVE W-ANOLET         TO TU-ANOLET
           READ CADTURMA
           IF ST-TURMA = "00"
              MOVE TU-TURNO TO CT-TURNO
              MOVE TU-CAPAC TO CT-CAPAC.
           MOVE W-ANOLET         TO W-PMT-ANO
           MOVE TP-TURMA (W-IDX) TO W-PMT-TURMA
           MOVE ZEROS            TO W-PMT-EXCLUI
           PERFORM CONTA-OCUPACAO THRU CONTA-OCUPACAO-FIM
           MOVE W-PMT-OCUPADAS TO CT-OCUPADAS
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CABTURMA TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       CAB-TURMA-FIM.
           EXIT.
      *
       ROT-RODAPE.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-VAGA TO RD-VAGA
           MOVE W-CONT-ESP  TO RD-ESP
           MOVE W-CONT-CONV TO RD-CONV
           MOVE W-CONT-MAT  TO RD-MAT
           MOVE W-RODAPE    TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE PREMATRIC CADTURMA PREMLIST
           IF W-NOTA-OK = "S"
              CLOSE CADNOTA.
           IF W-ALUNO-OK = "S"
              CLOSE CADALUNO.
           DISPLAY "PEDIDOS LISTADOS: " W-QT-REG.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "PMTPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-PREMLIST==.
           COPY "SPLPAR.CPY".
