       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRREL.
       AUTHOR. MATEUS.
      ***************************************************
      * CONTRATOS A PRAZO VENCIDOS E A VENCER           *
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
       SELECT CONTRLIST ASSIGN TO DISK
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
                03 FILLER         PIC X(35).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 TIPOSAL        PIC X(02).
                03 FSALBASE       PIC 9(06)V99.
                03 DTADMISSAO.
                   05 DADIA       PIC 9(02).
                   05 DAMES       PIC 9(02).
                   05 DAANO       PIC 9(04).
                03 DTDEMISSAO     PIC 9(08).
                03 FILLER         PIC X(110).
                03 FEMPRESA       PIC 9(02).
                03 FTIPOCONTR     PIC X(01).
                   88 CONTR-EXPERIEN VALUE "E".
                   88 CONTR-DETERMIN VALUE "D".
                   88 CONTR-ESTAGIO  VALUE "T".
                03 FDTFIMCONTR.
                   05 FCDIA       PIC 9(02).
                   05 FCMES       PIC 9(02).
                   05 FCANO       PIC 9(04).
                03 FPRORROG       PIC X(01).
                03 FILLER         PIC X(08).
       FD CONTRLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-CONTRLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CTRWS.CPY".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-DEPTO   PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-DTREF       PIC 9(08) VALUE ZEROS.
       77 W-PRAZO       PIC 9(03) VALUE ZEROS.
       77 W-DIASREF     PIC 9(07) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       77 W-FALTAM      PIC 9(05) VALUE ZEROS.
       77 W-SITUACAO    PIC X(14) VALUE SPACES.
       77 W-MAXCTR      PIC 9(04) VALUE 2000.
       77 W-QT-CTR      PIC 9(04) VALUE ZEROS.
       77 W-IDX         PIC 9(04) VALUE ZEROS.
       77 W-QT-DEPCTR   PIC 9(04) VALUE ZEROS.
       77 W-CONT-DEPTO  PIC 9(03) VALUE ZEROS.
       77 W-CONT-SEMD   PIC 9(04) VALUE ZEROS.
       77 W-CONT-VENC   PIC 9(05) VALUE ZEROS.
       77 W-CONT-AVENC  PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMFIM PIC 9(05) VALUE ZEROS.
       01 W-DTARQ       PIC 9(08) VALUE ZEROS.
       01 W-DTARQ-R REDEFINES W-DTARQ.
           03 W-DTARQ-ANO  PIC 9(04).
           03 W-DTARQ-MES  PIC 9(02).
           03 W-DTARQ-DIA  PIC 9(02).
       01 W-DTED.
           03 W-DTED-DIA   PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-DTED-MES   PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-DTED-ANO   PIC 9(04).
       01 W-VENCEEM.
           03 FILLER        PIC X(09) VALUE "VENCE EM ".
           03 VE-DIAS       PIC ZZ9.
           03 FILLER        PIC X(02) VALUE " D".
       01 TAB-CONTRATO.
           03 TAB-CT-ITEM OCCURS 2000 TIMES.
               05 TC-DEPTO     PIC 9(03).
               05 TC-CHAPA     PIC 9(05).
               05 TC-NOME      PIC X(30).
               05 TC-TIPO      PIC X(01).
               05 TC-ADMISSAO  PIC 9(08).
               05 TC-FIM       PIC 9(08).
               05 TC-PRORROG   PIC X(01).
               05 TC-SITUACAO  PIC X(14).
               05 TC-IMPRESSO  PIC X(01).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CHAPA NOME                           T A".
           03 FILLER        PIC X(40) VALUE
              "DMISSAO   FIM CONTR. P SITUACAO".
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
           03 DL-TIPO       PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ADMISSAO   PIC X(10).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-FIM        PIC X(10).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-PRORROG    PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-SITUACAO   PIC X(14).
       01 W-TOTLIN.
           03 FILLER        PIC X(25) VALUE
              "   CONTRATOS NO DEPTO ..:".
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
           DISPLAY "CONTRATOS A PRAZO - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0=HOJE): "
           ACCEPT W-DTREF
           IF W-DTREF = ZEROS
              ACCEPT W-DTREF FROM DATE YYYYMMDD.
           MOVE W-DTREF TO W-CTR-DTCALC
           IF W-CTR-CMES < 1 OR W-CTR-CMES > 12 OR W-CTR-CDIA < 1
                             OR W-CTR-CANO < 1900
              DISPLAY "DATA INVALIDA: " W-DTREF
              GO TO ABR-002.
           PERFORM ULTDIA-CTR THRU ULTDIA-CTR-FIM
           IF W-CTR-CDIA > W-CTR-ULTDIA
              DISPLAY "DATA INVALIDA: " W-DTREF
              GO TO ABR-002.
           PERFORM DIAS-CTR THRU DIAS-CTR-FIM
           MOVE W-CTR-DIAS TO W-DIASREF.
       ABR-002A.
           DISPLAY "DIAS A FRENTE (0=15): "
           ACCEPT W-PRAZO
           IF W-PRAZO = ZEROS
              MOVE 15 TO W-PRAZO.
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
           OPEN OUTPUT CONTRLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTRLIST: " ST-LIST
              CLOSE CADEPTO CADFUNC
              GO TO ROT-FIM.
           MOVE "CONTRREL" TO REL-PROGRAMA
           STRING "DATA REF. " W-DTREF
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CONTRATOS A PRAZO A VENCER" TO REL-TITULO
           MOVE W-CABCOLS                    TO REL-COLUNAS.
      *
      **************************************
      * CARGA DOS CONTRATOS A PRAZO        *
      **************************************
      *
      * ATIVOS E AFASTADOS COM EXPERIENCIA, PRAZO DETERMINADO OU
      * ESTAGIO JA VENCIDOS OU VENCENDO ATE W-PRAZO DIAS DA DATA DE
      * REFERENCIA. CONTRATO VENCIDO AINDA NO CADASTRO PRECISA SER
      * EFETIVADO OU ENCERRADO
      *
       CARGA-FUNC.
           READ CADFUNC NEXT RECORD
               AT END GO TO IMPRIME-DEPTO.
           IF NOT FUNC-ATIVO AND NOT FUNC-AFASTADO
              GO TO CARGA-FUNC.
           IF NOT CONTR-EXPERIEN AND NOT CONTR-DETERMIN
                                 AND NOT CONTR-ESTAGIO
              GO TO CARGA-FUNC.
           IF FDTFIMCONTR NOT NUMERIC OR FDTFIMCONTR = ZEROS
              MOVE ZEROS TO W-DTFIM
              MOVE "SEM DATA FIM" TO W-SITUACAO
              ADD 1 TO W-CONT-SEMFIM
              GO TO CARGA-FUNC1.
           COMPUTE W-DTFIM = FCANO * 10000 + FCMES * 100 + FCDIA
           IF W-DTFIM < W-DTREF
              MOVE "VENCIDO" TO W-SITUACAO
              ADD 1 TO W-CONT-VENC
              GO TO CARGA-FUNC1.
           MOVE W-DTFIM TO W-CTR-DTCALC
           PERFORM DIAS-CTR THRU DIAS-CTR-FIM
           COMPUTE W-FALTAM = W-CTR-DIAS - W-DIASREF
           IF W-FALTAM > W-PRAZO
              GO TO CARGA-FUNC.
           MOVE W-FALTAM TO VE-DIAS
           MOVE W-VENCEEM TO W-SITUACAO
           ADD 1 TO W-CONT-AVENC.
       CARGA-FUNC1.
           IF W-QT-CTR NOT < W-MAXCTR
              DISPLAY "*** TABELA DE CONTRATOS CHEIA - LIMITE "
                      W-MAXCTR " ***"
              GO TO IMPRIME-DEPTO.
           ADD 1 TO W-QT-CTR
           MOVE FDEPART       TO TC-DEPTO (W-QT-CTR)
           MOVE CHAPA         TO TC-CHAPA (W-QT-CTR)
           MOVE NOME          TO TC-NOME (W-QT-CTR)
           MOVE FTIPOCONTR    TO TC-TIPO (W-QT-CTR)
           COMPUTE TC-ADMISSAO (W-QT-CTR) = DAANO * 10000
                                          + DAMES * 100 + DADIA
           MOVE W-DTFIM       TO TC-FIM (W-QT-CTR)
           MOVE FPRORROG      TO TC-PRORROG (W-QT-CTR)
           MOVE W-SITUACAO    TO TC-SITUACAO (W-QT-CTR)
           MOVE "N"           TO TC-IMPRESSO (W-QT-CTR)
           GO TO CARGA-FUNC.
      *
      **************************************
      * IMPRESSAO NA ORDEM DO CADEPTO      *
      **************************************
      *
       IMPRIME-DEPTO.
           READ CADEPTO NEXT RECORD
               AT END GO TO IMPRIME-SEMDEPTO.
           MOVE ZEROS TO W-QT-DEPCTR
           MOVE 1 TO W-IDX.
       IMPRIME-DEPTO1.
           IF W-IDX > W-QT-CTR
              GO TO IMPRIME-DEPTO2.
           IF TC-DEPTO (W-IDX) = CODIGO
              IF W-QT-DEPCTR = ZEROS
                 PERFORM IMPRIME-CABDEPTO THRU IMPRIME-CABDEPTO-FIM.
           IF TC-DEPTO (W-IDX) = CODIGO
              ADD 1 TO W-QT-DEPCTR
              PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM.
           ADD 1 TO W-IDX
           GO TO IMPRIME-DEPTO1.
       IMPRIME-DEPTO2.
           IF W-QT-DEPCTR NOT = ZEROS
              ADD 1 TO W-CONT-DEPTO
              MOVE W-QT-DEPCTR TO TL-QTDE
              MOVE W-TOTLIN TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              MOVE SPACES TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           GO TO IMPRIME-DEPTO.
      *
      * CONTRATOS DE DEPARTAMENTO QUE NAO ESTA NO CADEPTO
      *
       IMPRIME-SEMDEPTO.
           MOVE ZEROS TO W-QT-DEPCTR
           MOVE 1 TO W-IDX.
       IMPRIME-SEMDEPTO1.
           IF W-IDX > W-QT-CTR
              GO TO IMPRIME-SEMDEPTO2.
           IF TC-IMPRESSO (W-IDX) NOT = "S"
              IF W-QT-DEPCTR = ZEROS
                 MOVE ZEROS TO DP-CODIGO
                 MOVE "SEM CADASTRO" TO DP-DENOM
                 MOVE W-DEPLIN TO REL-DETALHE
                 PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           IF TC-IMPRESSO (W-IDX) NOT = "S"
              ADD 1 TO W-QT-DEPCTR W-CONT-SEMD
              PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM.
           ADD 1 TO W-IDX
           GO TO IMPRIME-SEMDEPTO1.
       IMPRIME-SEMDEPTO2.
           IF W-QT-DEPCTR NOT = ZEROS
              MOVE W-QT-DEPCTR TO TL-QTDE
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
           MOVE TC-CHAPA (W-IDX)    TO DL-CHAPA
           MOVE TC-NOME (W-IDX)     TO DL-NOME
           MOVE TC-TIPO (W-IDX)     TO DL-TIPO
           MOVE TC-ADMISSAO (W-IDX) TO W-DTARQ
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DTED              TO DL-ADMISSAO
           MOVE SPACES              TO DL-FIM
           IF TC-FIM (W-IDX) NOT = ZEROS
              MOVE TC-FIM (W-IDX) TO W-DTARQ
              PERFORM EDITA-DATA THRU EDITA-DATA-FIM
              MOVE W-DTED TO DL-FIM.
           MOVE TC-PRORROG (W-IDX)  TO DL-PRORROG
           MOVE TC-SITUACAO (W-IDX) TO DL-SITUACAO
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "S" TO TC-IMPRESSO (W-IDX).
       IMPRIME-FUNC-FIM.
           EXIT.
      *
       EDITA-DATA.
           MOVE W-DTARQ-DIA TO W-DTED-DIA
           MOVE W-DTARQ-MES TO W-DTED-MES
           MOVE W-DTARQ-ANO TO W-DTED-ANO.
       EDITA-DATA-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE CADEPTO CADFUNC CONTRLIST
           DISPLAY "CONTRATOS LISTADOS: " W-QT-CTR
           DISPLAY "  VENCIDOS ................: " W-CONT-VENC
           DISPLAY "  A VENCER NO PRAZO .......: " W-CONT-AVENC
           DISPLAY "  SEM DATA FIM ............: " W-CONT-SEMFIM
           DISPLAY "  DEPARTAMENTOS ...........: " W-CONT-DEPTO
           IF W-CONT-SEMD NOT = ZEROS
              DISPLAY "CONTRATOS SEM DEPTO CADASTRADO: " W-CONT-SEMD.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "CTDPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-CONTRLIST==.
           COPY "SPLPAR.CPY".
