       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCRET.
       AUTHOR. MATEUS.
      ***************************************************
      * PROCESSAMENTO DO RETORNO DOS EVENTOS ESOCIAL    *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT ESOCRETO ASSIGN TO DYNAMIC W-ARQ-RET
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
           COPY "ESOSEL.CPY".
       SELECT ESORETLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
      *
      * RETORNO DO TRANSMISSOR: UMA LINHA POR EVENTO PROCESSADO
      *
       FD ESOCRETO
               LABEL RECORD IS STANDARD.
       01 LINHA-ESOCRETO.
                03 RT-EVENTO      PIC X(06).
                03 RT-CHAPA       PIC 9(05).
                03 RT-REF         PIC 9(08).
                03 RT-SUB         PIC X(01).
                03 RT-SITUACAO    PIC X(01).
                03 RT-DTPROC      PIC 9(08).
                03 RT-RECIBO      PIC X(23).
                03 RT-ERRO        PIC X(40).
                03 FILLER         PIC X(08).
           COPY "ESOFD.CPY".
       FD ESORETLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-ESORETLIST  PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "ESOWS.CPY".
       77 ST-RET        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-RET     PIC X(64) VALUE SPACES.
       77 W-CONT-LIDOS  PIC 9(06) VALUE ZEROS.
       77 W-CONT-OK     PIC 9(06) VALUE ZEROS.
       77 W-CONT-REJ    PIC 9(06) VALUE ZEROS.
       77 W-CONT-IGN    PIC 9(06) VALUE ZEROS.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "EVENTO  CHAPA REFERENC OCORRENCIA       ".
           03 FILLER        PIC X(40) VALUE
              "                        ".
       01 W-DETLIN.
           03 DL-EVENTO     PIC X(06).
           03 DL-SUB        PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-CHAPA      PIC ZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-REF        PIC 9(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-OCORR      PIC X(57).
       01 W-RODAPE.
           03 FILLER        PIC X(10) VALUE "ACEITOS:  ".
           03 RD-OK         PIC ZZZZZ9.
           03 FILLER        PIC X(14) VALUE "  REJEITADOS: ".
           03 RD-REJ        PIC ZZZZZ9.
           03 FILLER        PIC X(14) VALUE "  IGNORADOS:  ".
           03 RD-IGN        PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "ESOCRET.TXT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RET
           DISPLAY "RETORNO DOS EVENTOS ESOCIAL - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           OPEN INPUT ESOCRETO
           IF ST-RET NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESOCRET.TXT: " ST-RET
              GO TO ROT-FIM.
           PERFORM ABR-ESOCIAL
           IF ST-ESOC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESOCTRL: " ST-ESOC
              CLOSE ESOCRETO
              GO TO ROT-FIM.
           OPEN OUTPUT ESORETLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESORETLIST: "
                                                             ST-LIST
              CLOSE ESOCRETO ESOCTRL
              GO TO ROT-FIM.
           MOVE "ESOCRET" TO REL-PROGRAMA
           MOVE "RETORNO ESOCIAL - REJEICOES" TO REL-TITULO
           MOVE W-CABCOLS                     TO REL-COLUNAS.
      *
       LER-RET.
           READ ESOCRETO NEXT RECORD
               AT END GO TO ROT-RODAPE.
           ADD 1 TO W-CONT-LIDOS
           MOVE RT-EVENTO TO DL-EVENTO EC-EVENTO
           MOVE RT-SUB    TO DL-SUB EC-SUB
           MOVE RT-CHAPA  TO DL-CHAPA EC-CHAPA
           MOVE RT-REF    TO DL-REF EC-REF
           READ ESOCTRL
           IF ST-ESOC NOT = "00"
              ADD 1 TO W-CONT-IGN
              MOVE "EVENTO NAO CONSTA NO CONTROLE" TO DL-OCORR
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO LER-RET.
           IF RT-SITUACAO NOT = "A" AND RT-SITUACAO NOT = "R"
              ADD 1 TO W-CONT-IGN
              MOVE "SITUACAO DE RETORNO INVALIDA" TO DL-OCORR
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO LER-RET.
      *
      * EVENTO JA ACEITO NAO VOLTA A REJEITADO POR RETORNO REPETIDO
      *
           IF ESO-ACEITO AND RT-SITUACAO = "R"
              ADD 1 TO W-CONT-IGN
              MOVE "JA ACEITO - REJEICAO IGNORADA" TO DL-OCORR
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO LER-RET.
           MOVE RT-SITUACAO TO EC-SITUACAO
           MOVE RT-DTPROC   TO EC-DTRET
           IF RT-DTPROC = ZEROS
              MOVE W-ESO-HOJE TO EC-DTRET.
           IF ESO-ACEITO
              MOVE RT-RECIBO TO EC-RECIBO
              MOVE SPACES    TO EC-ERRO
           ELSE
              MOVE SPACES    TO EC-RECIBO
              MOVE RT-ERRO   TO EC-ERRO.
           REWRITE REGESOCTRL
           IF ST-ESOC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ESOCTRL: " ST-ESOC
                      " " EC-EVENTO " " EC-CHAPA
              GO TO LER-RET.
           IF ESO-ACEITO
              ADD 1 TO W-CONT-OK
              GO TO LER-RET.
           ADD 1 TO W-CONT-REJ
           MOVE RT-ERRO TO DL-OCORR
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
           GO TO LER-RET.
      *
       IMPRIME-DET.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-DET-FIM.
           EXIT.
      *
       ROT-RODAPE.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-OK  TO RD-OK
           MOVE W-CONT-REJ TO RD-REJ
           MOVE W-CONT-IGN TO RD-IGN
           MOVE W-RODAPE   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE ESOCRETO ESOCTRL ESORETLIST
           DISPLAY "RETORNO PROCESSADO - LIDOS: " W-CONT-LIDOS
           DISPLAY "ACEITOS (COM RECIBO)      : " W-CONT-OK
           DISPLAY "REJEITADOS PARA REENVIO   : " W-CONT-REJ.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "ESOPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-ESORETLIST==.
           COPY "SPLPAR.CPY".
