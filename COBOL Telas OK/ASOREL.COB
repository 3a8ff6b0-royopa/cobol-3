       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOREL.
       AUTHOR. MATEUS.
      ***************************************************
      * EXAMES OCUPACIONAIS VENCIDOS E A VENCER NO MES  *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADEPTO ASSIGN TO DYNAMIC W-ARQ-DEPTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEPTO.
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
           COPY "ASOSEL.CPY".
       SELECT ASOLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
                03 CODIGO         PIC 9(03).
                03 DENOMINACAO    PIC X(15).
                03 CENTRODECUSTO  PIC 9(02).
                03 DEPTOPAI       PIC 9(03).
                03 FILLER         PIC X(41).
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                   88 FUNC-AFASTADO  VALUES "F" "M" "L".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 DATANASC       PIC 9(08).
                03 ESTCIVIL       PIC X(01).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 TIPOSAL        PIC X(02).
                03 FSALBASE       PIC 9(06)V99.
                03 DTADMISSAO.
                   05 DADIA       PIC 9(02).
                   05 DAMES       PIC 9(02).
                   05 DAANO       PIC 9(04).
                03 FILLER         PIC X(138).
           COPY "ASOFD.CPY".
       FD ASOLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-ASOLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "ASOWS.CPY".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-DEPTO   PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-PERINI      PIC 9(08) VALUE ZEROS.
       77 W-PERFIM      PIC 9(08) VALUE ZEROS.
       77 W-SITUACAO    PIC X(12) VALUE SPACES.
       77 W-MAXASO      PIC 9(04) VALUE 2000.
       77 W-QT-ASO      PIC 9(04) VALUE ZEROS.
       77 W-IDX         PIC 9(04) VALUE ZEROS.
       77 W-QT-DEPASO   PIC 9(04) VALUE ZEROS.
       77 W-CONT-DEPTO  PIC 9(03) VALUE ZEROS.
       77 W-CONT-SEMD   PIC 9(04) VALUE ZEROS.
       77 W-CONT-SEM    PIC 9(05) VALUE ZEROS.
       77 W-CONT-VENC   PIC 9(05) VALUE ZEROS.
       77 W-CONT-AVENC  PIC 9(05) VALUE ZEROS.
       77 W-CONT-INAP   PIC 9(05) VALUE ZEROS.
       01 TAB-PENDENTE.
           03 TAB-PD-ITEM OCCURS 2000 TIMES.
               05 TP-DEPTO     PIC 9(03).
               05 TP-CHAPA     PIC 9(05).
               05 TP-NOME      PIC X(30).
               05 TP-ULTIMO    PIC 9(08).
               05 TP-TIPO      PIC X(01).
               05 TP-PROXIMO   PIC 9(08).
               05 TP-SITUACAO  PIC X(12).
               05 TP-IMPRESSO  PIC X(01).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CHAPA NOME                          ULT.".
           03 FILLER        PIC X(40) VALUE
              "EXAME T VENCIMENTO  SITUACAO".
       01 W-DEPLIN.
           03 FILLER        PIC X(07) VALUE "DEPTO: ".
           03 DP-CODIGO     PIC 9(03).
           03 FILLER        PIC X(03) VALUE " - ".
           03 DP-DENOM      PIC X(15).
           03 FILLER        PIC X(52) VALUE SPACES.
       01 W-DETLIN.
           03 DL-CHAPA      PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(30).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ULTIMO     PIC 9(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-TIPO       PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-PROXIMO    PIC 9(08).
           03 FILLER        PIC X(04) VALUE SPACES.
           03 DL-SITUACAO   PIC X(12).
       01 W-TOTLIN.
           03 FILLER        PIC X(25) VALUE
              "   PENDENTES NO DEPTO ..:".
           03 TL-QTDE       PIC ZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADEPTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEPTO
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           DISPLAY "EXAMES OCUPACIONAIS - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET < 190001 OR W-COMPET > 299912
              DISPLAY "COMPETENCIA INVALIDA: " W-COMPET
              GO TO ABR-002.
           COMPUTE W-PERINI = W-COMPET * 100 + 01
           COMPUTE W-PERFIM = W-COMPET * 100 + 31.
       ABR-003.
           OPEN INPUT CADEPTO
           IF ST-DEPTO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO: " ST-DEPTO
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              CLOSE CADEPTO
              GO TO ROT-FIM.
           PERFORM ABR-ASO
           IF W-ASO-OK NOT = "S"
              DISPLAY "AVISO: SEM CADASTRO DE ASO - TODOS OS "
                      "FUNCIONARIOS SAIRAO SEM EXAME".
           OPEN OUTPUT ASOLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ASOLIST: " ST-LIST
              PERFORM FECHA-ASO
              CLOSE CADEPTO CADFUNC
              GO TO ROT-FIM.
           MOVE "ASOREL" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "EXAMES OCUPACIONAIS A VENCER/VENCIDOS" TO REL-TITULO
           MOVE W-CABCOLS                              TO REL-COLUNAS.
      *
      **************************************
      * CARGA DOS EXAMES PENDENTES         *
      **************************************
      *
      * ATIVOS E AFASTADOS: SEM NENHUM ASO, ULTIMO ASO INAPTO OU
      * PERIODICO VENCIDO ATE O FIM DA COMPETENCIA
      *
       CARGA-FUNC.
           READ CADFUNC NEXT RECORD
               AT END GO TO IMPRIME-DEPTO.
           IF NOT FUNC-ATIVO AND NOT FUNC-AFASTADO
              GO TO CARGA-FUNC.
           MOVE CHAPA    TO W-ASO-CHAPA
           MOVE SPACES   TO W-ASO-TIPO
           COMPUTE W-ASO-DTINI = DAANO * 10000 + DAMES * 100 + DADIA
           MOVE 99999999 TO W-ASO-DTFIM
           PERFORM PROCURA-ASO THRU PROCURA-ASO-FIM
           IF W-ASO-ACHOU NOT = "S"
              MOVE "SEM ASO"      TO W-SITUACAO
              ADD 1 TO W-CONT-SEM
              GO TO CARGA-FUNC1.
           IF W-ASO-RESULT = "I"
              MOVE "INAPTO"       TO W-SITUACAO
              ADD 1 TO W-CONT-INAP
              GO TO CARGA-FUNC1.
           IF W-ASO-PROXIMO = ZEROS OR W-ASO-PROXIMO < W-PERINI
              MOVE "VENCIDO"      TO W-SITUACAO
              ADD 1 TO W-CONT-VENC
              GO TO CARGA-FUNC1.
           IF W-ASO-PROXIMO > W-PERFIM
              GO TO CARGA-FUNC.
           MOVE "VENCE NO MES" TO W-SITUACAO
           ADD 1 TO W-CONT-AVENC.
       CARGA-FUNC1.
           IF W-QT-ASO NOT < W-MAXASO
              DISPLAY "*** TABELA DE PENDENTES CHEIA - LIMITE "
                      W-MAXASO " ***"
              GO TO IMPRIME-DEPTO.
           ADD 1 TO W-QT-ASO
           MOVE FDEPART       TO TP-DEPTO (W-QT-ASO)
           MOVE CHAPA         TO TP-CHAPA (W-QT-ASO)
           MOVE NOME          TO TP-NOME (W-QT-ASO)
           MOVE W-ASO-DATA    TO TP-ULTIMO (W-QT-ASO)
           MOVE W-ASO-ULTTIPO TO TP-TIPO (W-QT-ASO)
           MOVE W-ASO-PROXIMO TO TP-PROXIMO (W-QT-ASO)
           MOVE W-SITUACAO    TO TP-SITUACAO (W-QT-ASO)
           MOVE "N"           TO TP-IMPRESSO (W-QT-ASO)
           GO TO CARGA-FUNC.
      *
      **************************************
      * IMPRESSAO NA ORDEM DO CADEPTO      *
      **************************************
      *
       IMPRIME-DEPTO.
           READ CADEPTO NEXT RECORD
               AT END GO TO IMPRIME-SEMDEPTO.
           MOVE ZEROS TO W-QT-DEPASO
           MOVE 1 TO W-IDX.
       IMPRIME-DEPTO1.
           IF W-IDX > W-QT-ASO
              GO TO IMPRIME-DEPTO2.
           IF TP-DEPTO (W-IDX) = CODIGO
              IF W-QT-DEPASO = ZEROS
                 PERFORM IMPRIME-CABDEPTO THRU IMPRIME-CABDEPTO-FIM.
           IF TP-DEPTO (W-IDX) = CODIGO
              ADD 1 TO W-QT-DEPASO
              PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM.
           ADD 1 TO W-IDX
           GO TO IMPRIME-DEPTO1.
       IMPRIME-DEPTO2.
           IF W-QT-DEPASO NOT = ZEROS
              ADD 1 TO W-CONT-DEPTO
              MOVE W-QT-DEPASO TO TL-QTDE
              MOVE W-TOTLIN TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              MOVE SPACES TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           GO TO IMPRIME-DEPTO.
      *
      * PENDENTES LOTADOS EM DEPARTAMENTO QUE NAO ESTA NO CADEPTO
      *
       IMPRIME-SEMDEPTO.
           MOVE ZEROS TO W-QT-DEPASO
           MOVE 1 TO W-IDX.
       IMPRIME-SEMDEPTO1.
           IF W-IDX > W-QT-ASO
              GO TO IMPRIME-SEMDEPTO2.
           IF TP-IMPRESSO (W-IDX) NOT = "S"
              IF W-QT-DEPASO = ZEROS
                 MOVE ZEROS TO DP-CODIGO
                 MOVE "SEM CADASTRO" TO DP-DENOM
                 MOVE W-DEPLIN TO REL-DETALHE
                 PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           IF TP-IMPRESSO (W-IDX) NOT = "S"
              ADD 1 TO W-QT-DEPASO W-CONT-SEMD
              PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM.
           ADD 1 TO W-IDX
           GO TO IMPRIME-SEMDEPTO1.
       IMPRIME-SEMDEPTO2.
           IF W-QT-DEPASO NOT = ZEROS
              MOVE W-QT-DEPASO TO TL-QTDE
              MOVE W-TOTLIN TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           GO TO ROT-FECHA.
      *
       IMPRIME-CABDEPTO.
           MOVE CODIGO      TO DP-CODIGO
           MOVE DENOMINACAO TO DP-DENOM
           MOVE W-DEPLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-CABDEPTO-FIM.
           EXIT.
      *
       IMPRIME-FUNC.
           MOVE TP-CHAPA (W-IDX)    TO DL-CHAPA
           MOVE TP-NOME (W-IDX)     TO DL-NOME
           MOVE TP-ULTIMO (W-IDX)   TO DL-ULTIMO
           MOVE TP-TIPO (W-IDX)     TO DL-TIPO
           MOVE TP-PROXIMO (W-IDX)  TO DL-PROXIMO
           MOVE TP-SITUACAO (W-IDX) TO DL-SITUACAO
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "S" TO TP-IMPRESSO (W-IDX).
       IMPRIME-FUNC-FIM.
           EXIT.
      *
       ROT-FECHA.
           PERFORM FECHA-ASO
           CLOSE CADEPTO CADFUNC ASOLIST
           DISPLAY "EXAMES PENDENTES LISTADOS: " W-QT-ASO
           DISPLAY "  SEM ASO .................: " W-CONT-SEM
           DISPLAY "  VENCIDOS ................: " W-CONT-VENC
           DISPLAY "  VENCEM NA COMPETENCIA ...: " W-CONT-AVENC
           DISPLAY "  ULTIMO ASO INAPTO .......: " W-CONT-INAP
           DISPLAY "  DEPARTAMENTOS ...........: " W-CONT-DEPTO
           IF W-CONT-SEMD NOT = ZEROS
              DISPLAY "PENDENTES SEM DEPTO CADASTRADO: " W-CONT-SEMD.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "ASOPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-ASOLIST==.
           COPY "SPLPAR.CPY".
