       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVROCERT.
       AUTHOR. MATEUS.
      ***************************************************
      * LIVRO DE REGISTRO DE CERTIFICADOS DE CONCLUSAO  *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "CRTSEL.CPY".
       SELECT LIVROLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "CRTFD.CPY".
       FD LIVROLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-LIVROLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CRTWS.CPY".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-LIVRO       PIC 9(03) VALUE ZEROS.
       77 W-FOLHAINI    PIC 9(03) VALUE ZEROS.
       77 W-FOLHAFIM    PIC 9(03) VALUE ZEROS.
       77 W-FOLHACORR   PIC 9(03) VALUE ZEROS.
       77 W-QT-FOLHA    PIC 9(02) VALUE ZEROS.
       77 W-CONT-REG    PIC 9(06) VALUE ZEROS.
       77 W-CONT-FOLHAS PIC 9(03) VALUE ZEROS.
       01 W-DTAUX       PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
           03 DX-ANO        PIC 9(04).
           03 DX-MES        PIC 9(02).
           03 DX-DIA        PIC 9(02).
       01 W-DTBR.
           03 DB-DIA        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DB-MES        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DB-ANO        PIC 9(04).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "REGISTRO  RM    NOME                    ".
           03 FILLER        PIC X(40) VALUE
              "        CONCL TURMA  EMISSAO     VIAS".
       01 W-CABFOLHA.
           03 FILLER        PIC X(06) VALUE "LIVRO ".
           03 CF-LIVRO      PIC 9(03).
           03 FILLER        PIC X(09) VALUE "  FOLHA ".
           03 CF-FOLHA      PIC 9(03).
       01 W-DETLIN.
           03 DL-REGISTRO   PIC 9(06).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-NOME       PIC X(30).
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-ANOCONCL   PIC 9(04).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-TURMA      PIC X(05).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-EMISSAO    PIC X(10).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-VIAS       PIC Z9.
       01 W-LINENCERRA.
           03 FILLER        PIC X(23) VALUE "ENCERRAMENTO DA FOLHA ".
           03 LE-FOLHA      PIC 9(03).
           03 FILLER        PIC X(05) VALUE " COM ".
           03 LE-QTDE       PIC Z9.
           03 FILLER        PIC X(13) VALUE " REGISTRO(S)".
       01 W-LINVISTO.
           03 FILLER        PIC X(40) VALUE
              "SECRETARIO(A): ____________________  VIS".
           03 FILLER        PIC X(40) VALUE
              "TO DA SUPERVISAO: ____________________".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           DISPLAY "LIVRO DE REGISTRO DE CERTIFICADOS - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "LIVRO: "
           ACCEPT W-LIVRO
           IF W-LIVRO = ZEROS
              GO TO ABR-002.
           DISPLAY "FOLHA INICIAL (0=PRIMEIRA): "
           ACCEPT W-FOLHAINI
           DISPLAY "FOLHA FINAL (0=ULTIMA): "
           ACCEPT W-FOLHAFIM
           IF W-FOLHAFIM = ZEROS
              MOVE 999 TO W-FOLHAFIM.
           IF W-FOLHAFIM < W-FOLHAINI
              DISPLAY "FOLHA FINAL MENOR QUE A INICIAL"
              GO TO ABR-002.
       ABR-003.
           PERFORM ABR-CERTIFIC
           IF W-CRT-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CERTIFIC: "
                      ST-CERTIFIC
              GO TO ROT-FIM.
           OPEN OUTPUT LIVROLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO LIVROLIST: " ST-LIST
              CLOSE CERTIFIC
              GO TO ROT-FIM.
           MOVE "LIVROCERT" TO REL-PROGRAMA
           STRING "LIVRO " W-LIVRO " FOLHAS " W-FOLHAINI " A "
                  W-FOLHAFIM DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "LIVRO DE REGISTRO-CERTIFICADOS" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      ***************************************
      * REGISTROS NA ORDEM DO LIVRO         *
      ***************************************
      *
       LER-CERT.
           MOVE ZEROS TO CT-REGISTRO
           START CERTIFIC KEY IS NOT LESS THAN CT-REGISTRO
           IF ST-CERTIFIC NOT = "00"
              GO TO ROT-FIM-LIVRO.
       LER-CERT1.
           READ CERTIFIC NEXT RECORD
               AT END GO TO ROT-FIM-LIVRO.
           IF CT-LIVRO NOT = W-LIVRO
              GO TO LER-CERT1.
           IF CT-FOLHA < W-FOLHAINI OR CT-FOLHA > W-FOLHAFIM
              GO TO LER-CERT1.
           IF CT-FOLHA NOT = W-FOLHACORR
              PERFORM ENCERRA-FOLHA THRU ENCERRA-FOLHA-FIM
              PERFORM ABRE-FOLHA THRU ABRE-FOLHA-FIM.
           MOVE CT-REGISTRO  TO DL-REGISTRO
           MOVE CT-RM        TO DL-RM
           MOVE CT-NOME      TO DL-NOME
           MOVE CT-ANOCONCL  TO DL-ANOCONCL
           MOVE CT-TURMA     TO DL-TURMA
           MOVE CT-DTEMISSAO TO W-DTAUX
           MOVE DX-DIA TO DB-DIA
           MOVE DX-MES TO DB-MES
           MOVE DX-ANO TO DB-ANO
           MOVE W-DTBR       TO DL-EMISSAO
           MOVE CT-VIAS      TO DL-VIAS
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-QT-FOLHA W-CONT-REG
           GO TO LER-CERT1.
      *
      * CADA FOLHA DO LIVRO SAI EM PAGINA PROPRIA
      *
       ABRE-FOLHA.
           MOVE CT-FOLHA TO W-FOLHACORR
           MOVE ZEROS TO W-QT-FOLHA
           ADD 1 TO W-CONT-FOLHAS
           MOVE 99 TO REL-LINCONT
           MOVE W-LIVRO  TO CF-LIVRO
           MOVE CT-FOLHA TO CF-FOLHA
           MOVE W-CABFOLHA TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       ABRE-FOLHA-FIM.
           EXIT.
      *
      * TERMO DE ENCERRAMENTO DA FOLHA PARA O VISTO DA SUPERVISAO
      *
       ENCERRA-FOLHA.
           IF W-FOLHACORR = ZEROS
              GO TO ENCERRA-FOLHA-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-FOLHACORR TO LE-FOLHA
           MOVE W-QT-FOLHA  TO LE-QTDE
           MOVE W-LINENCERRA TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LINVISTO TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       ENCERRA-FOLHA-FIM.
           EXIT.
      *
       ROT-FIM-LIVRO.
           PERFORM ENCERRA-FOLHA THRU ENCERRA-FOLHA-FIM
           IF W-CONT-REG = ZEROS
              MOVE "NENHUM REGISTRO NO LIVRO/FOLHAS INFORMADOS"
                                                        TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           CLOSE CERTIFIC LIVROLIST
           DISPLAY "FOLHAS IMPRESSAS   : " W-CONT-FOLHAS
           DISPLAY "REGISTROS IMPRESSOS: " W-CONT-REG.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "CRTPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-LIVROLIST==.
           COPY "SPLPAR.CPY".
