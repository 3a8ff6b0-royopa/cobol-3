       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCOREL.
       AUTHOR. MATEUS.
      ***************************************************
      * FUNCIONARIOS EXPOSTOS A RISCO POR DEPARTAMENTO  *
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
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
       SELECT RISCOLIST ASSIGN TO DISK
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
                03 FILLER         PIC X(146).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 CODIGO2        PIC 9(03).
                03 DENOMINACAO2   PIC X(20).
                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 NIVELESCOLAR2  PIC 9(01).
                03 CARGOCBO2      PIC 9(06).
                03 CGRAURISCO2    PIC 9(01).
                03 CBASERISCO2    PIC X(01).
                03 FILLER         PIC X(23).
       FD RISCOLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-RISCOLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-DEPTO   PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-MAXEXP      PIC 9(04) VALUE 2000.
       77 W-QT-EXP      PIC 9(04) VALUE ZEROS.
       77 W-IDX         PIC 9(04) VALUE ZEROS.
       77 W-QT-DEPEXP   PIC 9(04) VALUE ZEROS.
       77 W-CONT-DEPTO  PIC 9(03) VALUE ZEROS.
       77 W-CONT-SEMD   PIC 9(04) VALUE ZEROS.
       77 W-CONT-INS    PIC 9(05) VALUE ZEROS.
       77 W-CONT-PER    PIC 9(05) VALUE ZEROS.
       77 W-IDXRISCO    PIC 9(01) VALUE ZEROS.
       01 TABRISC.
           03 FILLER        PIC X(14) VALUE "INSAL. MIN 10%".
           03 FILLER        PIC X(14) VALUE "INSAL. MED 20%".
           03 FILLER        PIC X(14) VALUE "INSAL. MAX 40%".
           03 FILLER        PIC X(14) VALUE "PERICULOS. 30%".
       01 TABRISCO          REDEFINES TABRISC.
           03 TABRISCO1     PIC X(14) OCCURS 4 TIMES.
       01 TAB-EXPOSTO.
           03 TAB-EX-ITEM OCCURS 2000 TIMES.
               05 TE-DEPTO     PIC 9(03).
               05 TE-CHAPA     PIC 9(05).
               05 TE-NOME      PIC X(30).
               05 TE-CARGO     PIC 9(03).
               05 TE-DENOM     PIC X(20).
               05 TE-GRAU      PIC 9(01).
               05 TE-BASE      PIC X(01).
               05 TE-IMPRESSO  PIC X(01).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CHAPA NOME                           CAR".
           03 FILLER        PIC X(40) VALUE
              " DENOMINACAO          ADICIONAL     BASE".
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
           03 DL-CARGO      PIC 9(03).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DENOM      PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-RISCO      PIC X(14).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-BASE       PIC X(03).
       01 W-TOTLIN.
           03 FILLER        PIC X(25) VALUE
              "   EXPOSTOS NO DEPTO ...:".
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
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           DISPLAY "EXPOSTOS A RISCO - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           OPEN INPUT CADEPTO
           IF ST-DEPTO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO: " ST-DEPTO
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              CLOSE CADEPTO
              GO TO ROT-FIM.
           OPEN INPUT CADCARGO
           IF ST-CARGO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO: " ST-CARGO
              CLOSE CADEPTO CADFUNC
              GO TO ROT-FIM.
           OPEN OUTPUT RISCOLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RISCOLIST: " ST-LIST
              CLOSE CADEPTO CADFUNC CADCARGO
              GO TO ROT-FIM.
           MOVE "RISCOREL" TO REL-PROGRAMA
           MOVE "EXPOSTOS A RISCO POR DEPTO"  TO REL-TITULO
           MOVE W-CABCOLS                     TO REL-COLUNAS.
      *
      **************************************
      * CARGA DOS FUNCIONARIOS EXPOSTOS    *
      **************************************
      *
      * SO ENTRAM ATIVOS E AFASTADOS CUJO CARGO TEM GRAU DE RISCO
      *
       CARGA-FUNC.
           READ CADFUNC NEXT RECORD
               AT END GO TO IMPRIME-DEPTO.
           IF NOT FUNC-ATIVO AND NOT FUNC-AFASTADO
              GO TO CARGA-FUNC.
           MOVE FCARGO TO CODIGO2
           READ CADCARGO
           IF ST-CARGO NOT = "00"
              GO TO CARGA-FUNC.
           IF CGRAURISCO2 = ZEROS OR CGRAURISCO2 > 4
              GO TO CARGA-FUNC.
           IF W-QT-EXP NOT < W-MAXEXP
              DISPLAY "*** TABELA DE EXPOSTOS CHEIA - LIMITE "
                      W-MAXEXP " ***"
              GO TO IMPRIME-DEPTO.
           ADD 1 TO W-QT-EXP
           MOVE FDEPART      TO TE-DEPTO (W-QT-EXP)
           MOVE CHAPA        TO TE-CHAPA (W-QT-EXP)
           MOVE NOME         TO TE-NOME (W-QT-EXP)
           MOVE FCARGO       TO TE-CARGO (W-QT-EXP)
           MOVE DENOMINACAO2 TO TE-DENOM (W-QT-EXP)
           MOVE CGRAURISCO2  TO TE-GRAU (W-QT-EXP)
           MOVE CBASERISCO2  TO TE-BASE (W-QT-EXP)
           MOVE "N"          TO TE-IMPRESSO (W-QT-EXP)
           IF CGRAURISCO2 = 4
              ADD 1 TO W-CONT-PER
           ELSE
              ADD 1 TO W-CONT-INS.
           GO TO CARGA-FUNC.
      *
      **************************************
      * IMPRESSAO NA ORDEM DO CADEPTO      *
      **************************************
      *
       IMPRIME-DEPTO.
           READ CADEPTO NEXT RECORD
               AT END GO TO IMPRIME-SEMDEPTO.
           MOVE ZEROS TO W-QT-DEPEXP
           MOVE 1 TO W-IDX.
       IMPRIME-DEPTO1.
           IF W-IDX > W-QT-EXP
              GO TO IMPRIME-DEPTO2.
           IF TE-DEPTO (W-IDX) = CODIGO
              IF W-QT-DEPEXP = ZEROS
                 PERFORM IMPRIME-CABDEPTO THRU IMPRIME-CABDEPTO-FIM.
           IF TE-DEPTO (W-IDX) = CODIGO
              ADD 1 TO W-QT-DEPEXP
              PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM.
           ADD 1 TO W-IDX
           GO TO IMPRIME-DEPTO1.
       IMPRIME-DEPTO2.
           IF W-QT-DEPEXP NOT = ZEROS
              ADD 1 TO W-CONT-DEPTO
              MOVE W-QT-DEPEXP TO TL-QTDE
              MOVE W-TOTLIN TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              MOVE SPACES TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           GO TO IMPRIME-DEPTO.
      *
      * EXPOSTOS LOTADOS EM DEPARTAMENTO QUE NAO ESTA NO CADEPTO
      *
       IMPRIME-SEMDEPTO.
           MOVE ZEROS TO W-QT-DEPEXP
           MOVE 1 TO W-IDX.
       IMPRIME-SEMDEPTO1.
           IF W-IDX > W-QT-EXP
              GO TO IMPRIME-SEMDEPTO2.
           IF TE-IMPRESSO (W-IDX) NOT = "S"
              IF W-QT-DEPEXP = ZEROS
                 MOVE ZEROS TO DP-CODIGO
                 MOVE "SEM CADASTRO" TO DP-DENOM
                 MOVE W-DEPLIN TO REL-DETALHE
                 PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           IF TE-IMPRESSO (W-IDX) NOT = "S"
              ADD 1 TO W-QT-DEPEXP W-CONT-SEMD
              PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM.
           ADD 1 TO W-IDX
           GO TO IMPRIME-SEMDEPTO1.
       IMPRIME-SEMDEPTO2.
           IF W-QT-DEPEXP NOT = ZEROS
              MOVE W-QT-DEPEXP TO TL-QTDE
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
           MOVE TE-CHAPA (W-IDX) TO DL-CHAPA
           MOVE TE-NOME (W-IDX)  TO DL-NOME
           MOVE TE-CARGO (W-IDX) TO DL-CARGO
           MOVE TE-DENOM (W-IDX) TO DL-DENOM
           MOVE TE-GRAU (W-IDX)  TO W-IDXRISCO
           MOVE TABRISCO1 (W-IDXRISCO) TO DL-RISCO
           IF TE-BASE (W-IDX) = "S" OR
              (TE-BASE (W-IDX) NOT = "M" AND TE-GRAU (W-IDX) = 4)
              MOVE "SAL" TO DL-BASE
           ELSE
              MOVE "MIN" TO DL-BASE.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "S" TO TE-IMPRESSO (W-IDX).
       IMPRIME-FUNC-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE CADEPTO CADFUNC CADCARGO RISCOLIST
           DISPLAY "EXPOSTOS A RISCO LISTADOS: " W-QT-EXP
           DISPLAY "  INSALUBRIDADE ...........: " W-CONT-INS
           DISPLAY "  PERICULOSIDADE ..........: " W-CONT-PER
           DISPLAY "  DEPARTAMENTOS ...........: " W-CONT-DEPTO
           IF W-CONT-SEMD NOT = ZEROS
              DISPLAY "EXPOSTOS SEM DEPTO CADASTRADO: " W-CONT-SEMD.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-RISCOLIST==.
           COPY "SPLPAR.CPY".
