       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSAOREL.
       AUTHOR. MATEUS.
      ***************************************************
      * PENSOES ALIMENTICIAS DESCONTADAS NA COMPETENCIA *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "PENSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT PENSLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "PENFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                03 NOME           PIC X(35).
                03 FILLER         PIC X(197).
       FD PENSLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-PENSLIST   PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "PENWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-CMP-ANO     PIC 9(04) VALUE ZEROS.
       77 W-CMP-MES     PIC 9(02) VALUE ZEROS.
       77 W-CONT-PEN    PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMCAD PIC 9(05) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(10)V99 VALUE ZEROS.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "PROCESSO / BENEFICIARIO   CHAPA NOME / B".
           03 FILLER        PIC X(40) VALUE
              "ASE PERC       BASE R$      VALOR R$    ".
       01 W-PROCLIN.
           03 PL-PROCESSO   PIC X(25).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-CHAPA      PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-NOME       PIC X(30).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-EVENTO     PIC X(12).
           03 FILLER        PIC X(05) VALUE SPACES.
       01 W-BENLIN.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 BL-BENEF      PIC X(30).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 BL-BASE       PIC X(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 BL-PERCENT    PIC ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 BL-BASEVLR    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 BL-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(04) VALUE SPACES.
       01 W-TOTLIN.
           03 FILLER        PIC X(30) VALUE
              "TOTAL DE PENSOES DESCONTADAS: ".
           03 TL-QTDE       PIC ZZZZ9.
           03 FILLER        PIC X(30) VALUE
              "                   VALOR R$  ".
           03 TL-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADPENSAO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PENSAO
           MOVE "PENSPAG.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PENSPAG
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           DISPLAY "PENSOES ALIMENTICIAS - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM, MES 13 = 13O SALARIO): "
           ACCEPT W-COMPET
           DIVIDE W-COMPET BY 100 GIVING W-CMP-ANO
                  REMAINDER W-CMP-MES
           IF W-CMP-MES < 1 OR W-CMP-MES > 13
              GO TO ABR-002.
       ABR-003.
           OPEN INPUT PENSPAG
           IF ST-PENSPAG NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PENSPAG: " ST-PENSPAG
              DISPLAY "EXECUTE ANTES O CALCULO DA COMPETENCIA"
              GO TO ROT-FIM.
           OPEN INPUT CADPENSAO
           IF ST-PENSAO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPENSAO: "
                      ST-PENSAO
              CLOSE PENSPAG
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              CLOSE PENSPAG CADPENSAO
              GO TO ROT-FIM.
           OPEN OUTPUT PENSLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PENSLIST: " ST-LIST
              CLOSE PENSPAG CADPENSAO CADFUNC
              GO TO ROT-FIM.
           MOVE "PENSAOREL" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "PENSOES ALIMENTICIAS"          TO REL-TITULO
           MOVE W-CABCOLS                       TO REL-COLUNAS.
      *
      **************************************
      * PAGAMENTOS DA COMPETENCIA          *
      **************************************
      *
       LER-PAG.
           MOVE W-COMPET   TO PP-COMPET
           MOVE ZEROS      TO PP-CHAPA PP-SEQ
           MOVE LOW-VALUES TO PP-EVENTO
           START PENSPAG KEY IS NOT LESS THAN PP-CHAVE
           IF ST-PENSPAG NOT = "00"
              GO TO ROT-TOTAIS.
       LER-PAG1.
           READ PENSPAG NEXT RECORD
           IF ST-PENSPAG NOT = "00"
              GO TO ROT-TOTAIS.
           IF PP-COMPET NOT = W-COMPET
              GO TO ROT-TOTAIS.
           IF PP-VALOR = ZEROS
              GO TO LER-PAG1.
           MOVE PP-CHAPA TO PE-CHAPA
           MOVE PP-SEQ   TO PE-SEQ
           READ CADPENSAO
           IF ST-PENSAO NOT = "00"
              MOVE "*** SEM CADASTRO ***" TO PE-PROCESSO
              MOVE SPACES TO PE-BENEF PE-BASECALC
              MOVE ZEROS  TO PE-PERCENT
              ADD 1 TO W-CONT-SEMCAD.
           MOVE PP-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "*** CHAPA SEM CADASTRO ***" TO NOME.
           PERFORM IMPRIME-PAG THRU IMPRIME-PAG-FIM
           ADD 1 TO W-CONT-PEN
           ADD PP-VALOR TO W-TOT-VALOR
           GO TO LER-PAG1.
      *
       IMPRIME-PAG.
           MOVE PE-PROCESSO TO PL-PROCESSO
           MOVE PP-CHAPA    TO PL-CHAPA
           MOVE NOME        TO PL-NOME
           MOVE SPACES      TO PL-EVENTO
           IF PP-EVENTO = "F"
              MOVE "FOLHA MENSAL" TO PL-EVENTO.
           IF PP-EVENTO = "D"
              MOVE "13O SALARIO" TO PL-EVENTO.
           IF PP-EVENTO = "E"
              MOVE "FERIAS" TO PL-EVENTO.
           IF PP-EVENTO = "R"
              MOVE "RESCISAO" TO PL-EVENTO.
           MOVE W-PROCLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE PE-BENEF    TO BL-BENEF
           MOVE SPACES      TO BL-BASE
           IF PENSAO-BRUTO
              MOVE "BRUTO" TO BL-BASE.
           IF PENSAO-LIQUIDO
              MOVE "LIQUIDO" TO BL-BASE.
           IF PENSAO-MINIMO
              MOVE "SAL.MIN" TO BL-BASE.
           IF PENSAO-FIXO
              MOVE "FIXO" TO BL-BASE.
           MOVE PE-PERCENT  TO BL-PERCENT
           MOVE PP-BASEVLR  TO BL-BASEVLR
           MOVE PP-VALOR    TO BL-VALOR
           MOVE W-BENLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-PAG-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-PEN  TO TL-QTDE
           MOVE W-TOT-VALOR TO TL-VALOR
           MOVE W-TOTLIN    TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE PENSPAG CADPENSAO CADFUNC PENSLIST
           DISPLAY "PENSOES LISTADAS: " W-CONT-PEN
                   " COMPETENCIA " W-COMPET
           IF W-CONT-SEMCAD NOT = ZEROS
              DISPLAY "PAGAMENTOS SEM DETERMINACAO CADASTRADA: "
                      W-CONT-SEMCAD.
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
                                       ==LINHA-PENSLIST==.
           COPY "SPLPAR.CPY".
