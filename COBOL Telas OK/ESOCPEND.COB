       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCPEND.
       AUTHOR. MATEUS.
      ***************************************************
      * EVENTOS ESOCIAL PENDENTES DE TRANSMISSAO/RECIBO *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "ESOSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT ESOPENDLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "ESOFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                   88 FUNC-PREADM    VALUE "P".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 DATANASC       PIC 9(08).
                03 FILLER         PIC X(17).
                03 DTADMISSAO.
                   05 DADIA       PIC 9(02).
                   05 DAMES       PIC 9(02).
                   05 DAANO       PIC 9(04).
                03 DTDEMISSAO.
                   05 DDDIA       PIC 9(02).
                   05 DDMES       PIC 9(02).
                   05 DDANO       PIC 9(04).
                03 FILLER         PIC X(130).
       FD ESOPENDLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-ESOPENDLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "ESOWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-PERINI      PIC 9(08) VALUE ZEROS.
       77 W-PERFIM      PIC 9(08) VALUE ZEROS.
       77 W-DTADM       PIC 9(08) VALUE ZEROS.
       77 W-DTDEM       PIC 9(08) VALUE ZEROS.
       77 W-CONT-PEND   PIC 9(05) VALUE ZEROS.
       77 W-CONT-REJ    PIC 9(05) VALUE ZEROS.
       77 W-CONT-ATRASO PIC 9(05) VALUE ZEROS.
       77 W-CONT-NGER   PIC 9(05) VALUE ZEROS.
       01 W-DATA8       PIC 9(08) VALUE ZEROS.
       01 W-DATA8-R REDEFINES W-DATA8.
           03 W-D8-ANO      PIC 9(04).
           03 W-D8-MES      PIC 9(02).
           03 W-D8-DIA      PIC 9(02).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "EVENTO  CHAPA NOME                 COMPE".
           03 FILLER        PIC X(40) VALUE
              "T PRAZO      SITUACAO   OBSERVACAO".
       01 W-DETLIN.
           03 DL-EVENTO     PIC X(06).
           03 DL-SUB        PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-CHAPA      PIC ZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-COMPET     PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DIA        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DL-MES        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DL-ANO        PIC 9(04).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-SITUACAO   PIC X(10).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-OBS        PIC X(16).
       01 W-TOTLIN.
           03 TL-DESCR      PIC X(40).
           03 TL-QTDE       PIC ZZZZ9.
           03 FILLER        PIC X(35) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "ESOCTRL.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ESOC
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           ACCEPT W-ESO-HOJE FROM DATE YYYYMMDD
           DISPLAY "EVENTOS ESOCIAL PENDENTES - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM, 0=TODAS): "
           ACCEPT W-COMPET
           COMPUTE W-PERINI = W-COMPET * 100 + 1
           COMPUTE W-PERFIM = W-COMPET * 100 + 31.
       ABR-003.
           OPEN INPUT ESOCTRL
           IF ST-ESOC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESOCTRL: " ST-ESOC
              DISPLAY "EXECUTE ANTES A GERACAO DOS EVENTOS"
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              CLOSE ESOCTRL
              GO TO ROT-FIM.
           OPEN OUTPUT ESOPENDLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESOPENDLIST: "
                      ST-LIST
              CLOSE ESOCTRL CADFUNC
              GO TO ROT-FIM.
           MOVE "ESOCPEND" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "EVENTOS ESOCIAL PENDENTES"     TO REL-TITULO
           MOVE W-CABCOLS                       TO REL-COLUNAS.
      *
      **************************************
      * GERADOS SEM RECIBO OU REJEITADOS   *
      **************************************
      *
       LER-CTRL.
           READ ESOCTRL NEXT RECORD
               AT END GO TO LER-FUNC.
           IF ESO-ACEITO
              GO TO LER-CTRL.
           IF W-COMPET NOT = ZEROS AND EC-COMPET NOT = W-COMPET
              GO TO LER-CTRL.
           MOVE EC-EVENTO TO DL-EVENTO
           MOVE EC-SUB    TO DL-SUB
           MOVE EC-CHAPA  TO DL-CHAPA
           MOVE EC-COMPET TO DL-COMPET
           MOVE EC-PRAZO  TO W-DATA8
           MOVE SPACES    TO DL-NOME DL-OBS
           IF EC-CHAPA NOT = ZEROS
              MOVE EC-CHAPA TO CHAPA
              READ CADFUNC
              IF ST-FUNC = "00"
                 MOVE NOME TO DL-NOME.
           IF ESO-REJEITADO
              ADD 1 TO W-CONT-REJ
              MOVE "REJEITADO" TO DL-SITUACAO
              MOVE EC-ERRO TO DL-OBS
           ELSE
              ADD 1 TO W-CONT-PEND
              MOVE "SEM RECIBO" TO DL-SITUACAO.
           IF EC-PRAZO < W-ESO-HOJE
              ADD 1 TO W-CONT-ATRASO
              MOVE "** FORA DO PRAZO" TO DL-OBS.
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
           GO TO LER-CTRL.
      *
      **************************************
      * ADMISSOES E DESLIGAMENTOS DA       *
      * COMPETENCIA AINDA NAO GERADOS      *
      **************************************
      *
       LER-FUNC.
           IF W-COMPET = ZEROS
              GO TO ROT-TOTAIS.
           MOVE ZEROS TO CHAPA
           START CADFUNC KEY IS NOT LESS THAN CHAPA
           IF ST-FUNC NOT = "00"
              GO TO ROT-TOTAIS.
       LER-FUNC1.
           READ CADFUNC NEXT RECORD
               AT END GO TO ROT-TOTAIS.
           IF FUNC-PREADM
              GO TO LER-FUNC1.
           COMPUTE W-DTADM = DAANO * 10000 + DAMES * 100 + DADIA
           COMPUTE W-DTDEM = DDANO * 10000 + DDMES * 100 + DDDIA
           IF W-DTADM NOT < W-PERINI AND W-DTADM NOT > W-PERFIM
              MOVE "S-2200" TO EC-EVENTO
              MOVE W-DTADM  TO EC-REF W-DATA8
              PERFORM VERIFICA-GERADO THRU VERIFICA-GERADO-FIM.
           IF FUNC-DEMITIDO AND W-DTDEM NOT < W-PERINI
                            AND W-DTDEM NOT > W-PERFIM
              MOVE "S-2299" TO EC-EVENTO
              MOVE W-DTDEM  TO EC-REF
              MOVE W-PERFIM TO W-DATA8
              MOVE 15       TO W-D8-DIA
              ADD 1 TO W-D8-MES
              IF W-D8-MES > 12
                 MOVE 1 TO W-D8-MES
                 ADD 1 TO W-D8-ANO.
           IF FUNC-DEMITIDO AND W-DTDEM NOT < W-PERINI
                            AND W-DTDEM NOT > W-PERFIM
              PERFORM VERIFICA-GERADO THRU VERIFICA-GERADO-FIM.
           GO TO LER-FUNC1.
      *
       VERIFICA-GERADO.
           MOVE CHAPA  TO EC-CHAPA
           MOVE SPACES TO EC-SUB
           READ ESOCTRL
           IF ST-ESOC = "00"
              GO TO VERIFICA-GERADO-FIM.
           ADD 1 TO W-CONT-NGER
           MOVE EC-EVENTO TO DL-EVENTO
           MOVE SPACES    TO DL-SUB DL-OBS
           MOVE CHAPA     TO DL-CHAPA
           MOVE NOME      TO DL-NOME
           MOVE W-COMPET  TO DL-COMPET
           MOVE "NAO GERADO" TO DL-SITUACAO
           IF W-DATA8 < W-ESO-HOJE
              ADD 1 TO W-CONT-ATRASO
              MOVE "** FORA DO PRAZO" TO DL-OBS.
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM.
       VERIFICA-GERADO-FIM.
           EXIT.
      *
       IMPRIME-DET.
           MOVE W-D8-DIA TO DL-DIA
           MOVE W-D8-MES TO DL-MES
           MOVE W-D8-ANO TO DL-ANO
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-DET-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "GERADOS AGUARDANDO RECIBO          :" TO TL-DESCR
           MOVE W-CONT-PEND TO TL-QTDE
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "REJEITADOS A CORRIGIR E REENVIAR   :" TO TL-DESCR
           MOVE W-CONT-REJ TO TL-QTDE
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "MOVIMENTOS AINDA NAO GERADOS       :" TO TL-DESCR
           MOVE W-CONT-NGER TO TL-QTDE
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "FORA DO PRAZO DE ENVIO             :" TO TL-DESCR
           MOVE W-CONT-ATRASO TO TL-QTDE
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE ESOCTRL CADFUNC ESOPENDLIST
           DISPLAY "EVENTOS SEM RECIBO: " W-CONT-PEND
                   "  REJEITADOS: " W-CONT-REJ
                   "  NAO GERADOS: " W-CONT-NGER
           IF W-CONT-ATRASO NOT = ZEROS
              DISPLAY "ATENCAO - FORA DO PRAZO DE ENVIO: "
                      W-CONT-ATRASO.
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
                                       ==LINHA-ESOPENDLIST==.
           COPY "SPLPAR.CPY".
