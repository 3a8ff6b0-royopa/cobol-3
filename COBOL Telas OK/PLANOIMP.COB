       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANOIMP.
       AUTHOR. MATEUS.
      ***************************************************
      * IMPORTACAO DO USO DO PLANO (COPARTICIPACAO)     *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT USOPLANO ASSIGN TO DYNAMIC W-ARQ-USOTXT
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-USOTXT.
       SELECT PLANOUSO ASSIGN TO DYNAMIC W-ARQ-USO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PU-CHAVE
                    FILE STATUS  IS ST-USO.
           COPY "PLASEL.CPY".
       SELECT USOLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
           COPY "CTCSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
      *
      * ARQUIVO MENSAL DE UTILIZACAO ENVIADO PELA OPERADORA
      *
       FD USOPLANO
               LABEL RECORD IS STANDARD.
       01 LINHA-USOPLANO.
                03 UT-CARTEIRA    PIC X(20).
                03 UT-DATA        PIC 9(08).
                03 UT-PROCED      PIC X(30).
                03 UT-VALOR       PIC 9(08)V99.
                03 FILLER         PIC X(12).
       FD PLANOUSO
               LABEL RECORD IS STANDARD.
       01 REGPLANOUSO.
                03 PU-CHAVE.
                   05 PU-COMPET    PIC 9(06).
                   05 PU-CHAPA     PIC 9(05).
                   05 PU-PLANO     PIC 9(03).
                   05 PU-NUMSEQ    PIC 9(05).
                03 PU-SEQ          PIC 9(02).
                03 PU-CARTEIRA     PIC X(20).
                03 PU-DATA         PIC 9(08).
                03 PU-PROCED       PIC X(30).
                03 PU-VALOR        PIC 9(08)V99.
                03 PU-COPART       PIC 9(08)V99.
                03 FILLER          PIC X(10).
           COPY "PLAFD.CPY".
       FD USOLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-USOLIST    PIC X(80).
           COPY "CTCFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CTCWS.CPY".
           COPY "PLAWS.CPY".
       77 ST-USOTXT     PIC X(02) VALUE "00".
       77 ST-USO        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-USOTXT  PIC X(64) VALUE SPACES.
       77 W-ARQ-USO     PIC X(64) VALUE SPACES.
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-NUMSEQ      PIC 9(05) VALUE ZEROS.
       77 W-CONT-LID    PIC 9(06) VALUE ZEROS.
       77 W-CONT-CRIT   PIC 9(05) VALUE ZEROS.
       77 W-CONT-GRAV   PIC 9(05) VALUE ZEROS.
       77 W-CONT-EXC    PIC 9(05) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-COPART  PIC 9(10)V99 VALUE ZEROS.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CARTEIRA             DATA     OCORRENCIA".
           03 FILLER        PIC X(40) VALUE SPACES.
       01 W-CRITLIN.
           03 CR-CARTEIRA   PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CR-DATA       PIC 9(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CR-DESCR      PIC X(35).
           03 CR-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(02) VALUE SPACES.
       01 W-RODAPE.
           03 FILLER        PIC X(08) VALUE "LIDOS:  ".
           03 RD-LID        PIC ZZZZZ9.
           03 FILLER        PIC X(11) VALUE "  CRITICAS:".
           03 RD-CRIT       PIC ZZZZ9.
           03 FILLER        PIC X(12) VALUE "  GRAVADOS: ".
           03 RD-GRAV       PIC ZZZZ9.
           03 FILLER        PIC X(09) VALUE "  COPART:".
           03 RD-COPART     PIC Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "PLANOUSO.TXT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-USOTXT
           MOVE "PLANOUSO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-USO
           DISPLAY "IMPORTACAO DO USO DO PLANO - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA DO DESCONTO (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              GO TO ABR-002.
       ABR-002B.
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLCOMP: "
                      ST-CTRLCOMP
              GO TO ROT-FIM.
           MOVE W-COMPET TO CC-COMPET
           PERFORM LE-CTRLCOMP
           IF COMP-PAGA OR COMP-FECHADA
              DISPLAY "COMPETENCIA JA PAGA/FECHADA - IMPORTACAO "
                      "BLOQUEADA"
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           CLOSE CTRLCOMP.
       ABR-003.
           OPEN INPUT USOPLANO
           IF ST-USOTXT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PLANOUSO.TXT: "
                      ST-USOTXT
              GO TO ROT-FIM.
           PERFORM ABR-PLANO
           IF W-PLA-OK NOT = "S"
              DISPLAY "SEM PLANOS/ADESOES CADASTRADOS - IMPORTACAO "
                      "CANCELADA"
              CLOSE USOPLANO
              GO TO ROT-FIM.
       ABR-003A.
           OPEN I-O PLANOUSO
           IF ST-USO = "30" OR ST-USO = "35"
              OPEN OUTPUT PLANOUSO
              CLOSE PLANOUSO
              GO TO ABR-003A.
           IF ST-USO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PLANOUSO: " ST-USO
              CLOSE USOPLANO
              PERFORM FECHA-PLANO
              GO TO ROT-FIM.
           OPEN OUTPUT USOLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO USOLIST: " ST-LIST
              CLOSE USOPLANO PLANOUSO
              PERFORM FECHA-PLANO
              GO TO ROT-FIM.
           MOVE "PLANOIMP" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CRITICA DO USO DO PLANO" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS
           MOVE W-COMPET TO W-PLA-COMPET.
      *
      **************************************
      * REIMPORTACAO: LIMPA A COMPETENCIA  *
      **************************************
      *
       LIMPA-USO.
           MOVE W-COMPET TO PU-COMPET
           MOVE ZEROS    TO PU-CHAPA PU-PLANO PU-NUMSEQ
           START PLANOUSO KEY IS NOT LESS THAN PU-CHAVE
           IF ST-USO NOT = "00"
              GO TO LER-USO.
       LIMPA-USO1.
           READ PLANOUSO NEXT RECORD
           IF ST-USO NOT = "00"
              GO TO LER-USO.
           IF PU-COMPET NOT = W-COMPET
              GO TO LER-USO.
           DELETE PLANOUSO RECORD
           ADD 1 TO W-CONT-EXC
           GO TO LIMPA-USO1.
      *
      **************************************
      * LEITURA DO ARQUIVO DA OPERADORA    *
      **************************************
      *
       LER-USO.
           READ USOPLANO NEXT RECORD
               AT END GO TO ROT-RODAPE.
           ADD 1 TO W-CONT-LID
           MOVE UT-CARTEIRA TO CR-CARTEIRA
           MOVE UT-DATA     TO CR-DATA
           MOVE UT-VALOR    TO CR-VALOR
           IF UT-VALOR = ZEROS
              MOVE "VALOR DE UTILIZACAO ZERADO" TO CR-DESCR
              PERFORM GRAVA-CRITICA THRU GRAVA-CRITICA-FIM
              GO TO LER-USO.
           MOVE UT-CARTEIRA TO W-PLA-CARTEIRA
           MOVE ZEROS       TO W-PLA-PLANO
           PERFORM ACHA-CARTEIRA THRU ACHA-CARTEIRA-FIM
           IF W-PLA-ACHOU NOT = "S"
              MOVE "CARTEIRA SEM ADESAO CADASTRADA" TO CR-DESCR
              PERFORM GRAVA-CRITICA THRU GRAVA-CRITICA-FIM
              GO TO LER-USO.
           MOVE UT-DATA TO W-PLA-PERINI W-PLA-PERFIM
           PERFORM ADESAO-VIGENTE
           IF W-PLA-VIGENTE NOT = "S"
              MOVE "USO FORA DA VIGENCIA DA ADESAO" TO CR-DESCR
              PERFORM GRAVA-CRITICA THRU GRAVA-CRITICA-FIM
              GO TO LER-USO.
           MOVE PB-PLANO TO PL-CODIGO
           READ CADPLANO
           IF ST-PLANO NOT = "00"
              MOVE "PLANO DA ADESAO NAO CADASTRADO" TO CR-DESCR
              PERFORM GRAVA-CRITICA THRU GRAVA-CRITICA-FIM
              GO TO LER-USO.
           ADD 1 TO W-NUMSEQ
           MOVE W-COMPET    TO PU-COMPET
           MOVE PB-CHAPA    TO PU-CHAPA
           MOVE PB-PLANO    TO PU-PLANO
           MOVE W-NUMSEQ    TO PU-NUMSEQ
           MOVE PB-SEQ      TO PU-SEQ
           MOVE UT-CARTEIRA TO PU-CARTEIRA
           MOVE UT-DATA     TO PU-DATA
           MOVE UT-PROCED   TO PU-PROCED
           MOVE UT-VALOR    TO PU-VALOR
           COMPUTE PU-COPART ROUNDED = UT-VALOR * PL-PCTCOPART / 100
           WRITE REGPLANOUSO
           IF ST-USO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO PLANOUSO: " ST-USO
              GO TO LER-USO.
           ADD 1 TO W-CONT-GRAV
           ADD UT-VALOR  TO W-TOT-VALOR
           ADD PU-COPART TO W-TOT-COPART
           GO TO LER-USO.
      *
       GRAVA-CRITICA.
           MOVE W-CRITLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-CONT-CRIT.
       GRAVA-CRITICA-FIM.
           EXIT.
      *
      ***************************************
      * MOVIMENTO ALTERADO: NOVA CRITICA    *
      * OBRIGATORIA ANTES DO FOLHACALC      *
      ***************************************
      *
       MARCA-NAOLIB.
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLCOMP: "
                      ST-CTRLCOMP
              GO TO MARCA-NAOLIB-FIM.
           MOVE W-COMPET TO CC-COMPET
           PERFORM LE-CTRLCOMP
           MOVE "N" TO CC-LIBERADA
           PERFORM GRAVA-CTRLCOMP
           CLOSE CTRLCOMP.
       MARCA-NAOLIB-FIM.
           EXIT.
      *
       ROT-RODAPE.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-LID   TO RD-LID
           MOVE W-CONT-CRIT  TO RD-CRIT
           MOVE W-CONT-GRAV  TO RD-GRAV
           MOVE W-TOT-COPART TO RD-COPART
           MOVE W-RODAPE     TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE USOPLANO PLANOUSO USOLIST
           PERFORM FECHA-PLANO
           IF W-CONT-GRAV NOT = ZEROS OR W-CONT-EXC NOT = ZEROS
              PERFORM MARCA-NAOLIB THRU MARCA-NAOLIB-FIM.
           DISPLAY "IMPORTACAO CONCLUIDA - UTILIZACOES: " W-CONT-GRAV
           DISPLAY "VALOR UTILIZADO / COPARTICIPACAO : " W-TOT-VALOR
                   " / " W-TOT-COPART
           DISPLAY "CRITICAS (VER USOLIST)           : " W-CONT-CRIT
           IF W-CONT-EXC NOT = ZEROS
              DISPLAY "UTILIZACOES ANTERIORES SUBSTITUIDAS: "
                      W-CONT-EXC.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "CTCPAR.CPY".
           COPY "PLAPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-USOLIST==.
           COPY "SPLPAR.CPY".
