       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITADEC.
       AUTHOR. MATEUS.
      ***************************************************
      * DECLARACAO ANUAL DE QUITACAO DE MENSALIDADES    *
      * E DEMONSTRATIVO DE VALORES PAGOS POR RESPONSAVEL*
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "RCMSEL.CPY".
       SELECT MENSALID ASSIGN TO DYNAMIC W-ARQ-MEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT RESPFIN ASSIGN TO DYNAMIC W-ARQ-RESP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-RM
                    FILE STATUS  IS ST-RESP.
       SELECT CADALUNO ASSIGN TO DYNAMIC W-ARQ-ALUNO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS AL-NOME
                               WITH DUPLICATES.
       SELECT QUITALIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DEC.
       SELECT QUITAEXC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "RCMFD.CPY".
       FD MENSALID
               LABEL RECORD IS STANDARD.
       01 REGMENSALID.
                03 MN-CHAVE.
                   05 MN-RM        PIC 9(05).
                   05 MN-COMPET    PIC 9(06).
                03 MN-TURMA        PIC X(05).
                03 MN-VALOR        PIC 9(06)V99.
                03 MN-SITUACAO     PIC X(01).
                   88 MENS-ABERTA     VALUE "A".
                   88 MENS-PAGA       VALUE "P".
                   88 MENS-PARCIAL    VALUE "R".
                03 MN-DTPAGTO      PIC 9(08).
                03 MN-VLRPAGO      PIC 9(06)V99.
                03 MN-DTVENC       PIC 9(08).
                03 FILLER          PIC X(01).
       FD RESPFIN
               LABEL RECORD IS STANDARD.
       01 REGRESPFIN.
                03 RF-RM           PIC 9(05).
                03 RF-NOME         PIC X(30).
                03 RF-CPF          PIC 9(11).
                03 RF-ENDERECO     PIC X(30).
                03 FILLER          PIC X(14).
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.
                03 AL-RM           PIC 9(05).
                03 AL-NOME         PIC X(35).
                03 AL-SEXO         PIC X(01).
                03 AL-DATANASC     PIC 9(08).
                03 AL-SITUACAO     PIC X(01).
                03 AL-DTTRANSF     PIC 9(08).
                03 FILLER          PIC X(06).
       FD QUITALIST
               LABEL RECORD IS STANDARD.
       01 LINHA-QUITALIST PIC X(80).
       FD QUITAEXC
               LABEL RECORD IS STANDARD.
       01 LINHA-QUITAEXC  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "RCMWS.CPY".
       77 ST-MEN        PIC X(02) VALUE "00".
       77 ST-RESP       PIC X(02) VALUE "00".
       77 ST-ALUNO      PIC X(02) VALUE "00".
       77 ST-DEC        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-MEN     PIC X(64) VALUE SPACES.
       77 W-ARQ-RESP    PIC X(64) VALUE SPACES.
       77 W-ARQ-ALUNO   PIC X(64) VALUE SPACES.
       77 W-ALUNO-OK    PIC X(01) VALUE "N".
       77 W-ANO         PIC 9(04) VALUE ZEROS.
       77 W-CMPINI      PIC 9(06) VALUE ZEROS.
       77 W-CMPFIM      PIC 9(06) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-RMANT       PIC 9(05) VALUE ZEROS.
       77 W-CONT-DEC    PIC 9(05) VALUE ZEROS.
       77 W-CONT-EXC    PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMRF  PIC 9(05) VALUE ZEROS.
       77 W-TOT-PAGO    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-ABERTO  PIC 9(03) VALUE ZEROS.
       77 W-TOT-MESES   PIC 9(03) VALUE ZEROS.
      *
      * RESPONSAVEIS AGRUPADOS PELO CPF, COM OS RMS DE CADA UM
      *
       77 W-QT-RESP     PIC 9(04) VALUE ZEROS.
       77 W-IRS         PIC 9(04) VALUE ZEROS.
       77 W-IAL         PIC 9(02) VALUE ZEROS.
       01 TAB-RESP.
           03 TAB-RS-ITEM OCCURS 2000 TIMES.
               05 RS-CPF       PIC 9(11).
               05 RS-RFRM      PIC 9(05).
               05 RS-QTALU     PIC 9(02).
               05 RS-RM        PIC 9(05) OCCURS 10 TIMES.
      *
      * SITUACAO NO ANO DE CADA ALUNO DO RESPONSAVEL CORRENTE
      *
       01 TAB-QT.
           03 TAB-QT-ITEM OCCURS 10 TIMES.
               05 QT-MESES     PIC 9(02).
               05 QT-ABERTOS   PIC 9(02).
               05 QT-PAGO      PIC 9(08)V99.
               05 QT-SALDO     PIC 9(08)V99.
      *
      * DECLARACAO E DEMONSTRATIVO (UMA PAGINA POR RESPONSAVEL)
      *
       01 W-DC-CABEC.
           03 FILLER        PIC X(49) VALUE
              "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO   ".
           03 DC-ANO        PIC 9(04).
       01 W-DC-TEXTO1     PIC X(80) VALUE
           "DECLARAMOS, PARA OS DEVIDOS FINS, QUE ESTAO QUITADAS TODAS".
       01 W-DC-TEXTO2.
           03 FILLER        PIC X(52) VALUE
              "AS MENSALIDADES ESCOLARES DO ANO DE ".
           03 DC-ANO2       PIC 9(04).
       01 W-DC-TEXTO3     PIC X(80) VALUE
           "DOS ALUNOS ABAIXO, SOB A RESPONSABILIDADE FINANCEIRA DE:".
       01 W-DC-RESP.
           03 FILLER        PIC X(13) VALUE "RESPONSAVEL: ".
           03 DC-NOME       PIC X(30).
           03 FILLER        PIC X(07) VALUE "  CPF: ".
           03 DC-CPF        PIC 9(11).
       01 W-DC-END.
           03 FILLER        PIC X(13) VALUE "ENDERECO...: ".
           03 DC-ENDERECO   PIC X(30).
       01 W-DC-DEMONST.
           03 FILLER        PIC X(45) VALUE
              "DEMONSTRATIVO DE VALORES PAGOS NO ANO DE ".
           03 DC-ANO3       PIC 9(04).
       01 W-DC-COLS.
           03 FILLER        PIC X(41) VALUE "RM    ALUNO".
           03 FILLER        PIC X(20) VALUE "MESES     VALOR PAGO".
       01 W-DC-ALUNO.
           03 DC-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DC-ALUNO      PIC X(35).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DC-MESES      PIC Z9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DC-PAGO       PIC ZZZ.ZZZ.ZZ9,99.
       01 W-DC-TOTAL.
           03 FILLER        PIC X(45) VALUE
              "TOTAL PAGO NO ANO".
           03 DC-TOTMESES   PIC ZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DC-TOTPAGO    PIC ZZZ.ZZZ.ZZ9,99.
       01 W-DC-RODAPE1    PIC X(80) VALUE
           "ESTA DECLARACAO SUBSTITUI OS RECIBOS MENSAIS DO ANO PARA".
       01 W-DC-RODAPE2    PIC X(80) VALUE
           "COMPROVACAO DA QUITACAO DOS DEBITOS NELE VENCIDOS.".
       01 W-DC-EMISSAO.
           03 FILLER        PIC X(09) VALUE "EMITIDA: ".
           03 DC-EMISSAO    PIC 9(08).
       01 W-DC-TRACO      PIC X(70) VALUE ALL "-".
      *
      * LISTA DE EXCECOES (RESPONSAVEIS COM MESES EM ABERTO)
      *
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CPF         RESPONSAVEL          RM    A".
           03 FILLER        PIC X(40) VALUE
              "LUNO           ABERTOS      SALDO".
       01 W-DETLIN.
           03 DL-CPF        PIC 9(11).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ALUNO      PIC X(15).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ABERTOS    PIC Z9.
           03 FILLER        PIC X(06) VALUE SPACES.
           03 DL-SALDO      PIC ZZZ.ZZ9,99.
       01 W-RODAPE.
           03 FILLER        PIC X(24) VALUE "DECLARACOES EMITIDAS: ".
           03 RD-DEC        PIC ZZZZ9.
           03 FILLER        PIC X(26) VALUE
              "  RESPONSAVEIS EM ABERTO: ".
           03 RD-EXC        PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "MENSALID.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MEN
           MOVE "RESPFIN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RESP
           MOVE "CADALUNO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ALUNO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "DECLARACAO DE QUITACAO - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "ANO DAS MENSALIDADES (AAAA): "
           ACCEPT W-ANO
           IF W-ANO < 1900
              GO TO ABR-002.
           COMPUTE W-CMPINI = W-ANO * 100 + 1
           COMPUTE W-CMPFIM = W-ANO * 100 + 12.
       ABR-003.
           OPEN INPUT MENSALID
           IF ST-MEN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MENSALID: " ST-MEN
              GO TO ROT-FIM.
           OPEN INPUT RESPFIN
           IF ST-RESP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESPFIN: " ST-RESP
              CLOSE MENSALID
              GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ALUNO = "00"
              MOVE "S" TO W-ALUNO-OK.
           PERFORM ABR-RECMENS
           OPEN OUTPUT QUITALIST
           IF ST-DEC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO QUITALIST: " ST-DEC
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT QUITAEXC
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO QUITAEXC: " ST-LIST
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              CLOSE QUITALIST
              GO TO ROT-FIM.
           MOVE "QUITADEC" TO REL-PROGRAMA
           STRING "ANO " W-ANO DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "QUITACAO - MESES EM ABERTO" TO REL-TITULO
           MOVE W-CABCOLS                    TO REL-COLUNAS
           PERFORM CARGA-RESP THRU CARGA-RESP-FIM
           MOVE ZEROS TO W-IRS.
      *
      **************************************
      * UM DOCUMENTO POR RESPONSAVEL (CPF) *
      **************************************
      *
       LER-RESP.
           ADD 1 TO W-IRS
           IF W-IRS > W-QT-RESP
              GO TO SEM-RESP.
           PERFORM APURA-RESP THRU APURA-RESP-FIM
           IF W-TOT-MESES = ZEROS
              GO TO LER-RESP.
           MOVE RS-RFRM (W-IRS) TO RF-RM
           READ RESPFIN
           IF W-TOT-ABERTO = ZEROS
              PERFORM GRAVA-DECLARACAO THRU GRAVA-DECLARACAO-FIM
              ADD 1 TO W-CONT-DEC
           ELSE
              PERFORM GRAVA-EXCECAO THRU GRAVA-EXCECAO-FIM
              ADD 1 TO W-CONT-EXC.
           GO TO LER-RESP.
      *
      **************************************
      * CARGA DOS RESPONSAVEIS PELO CPF    *
      **************************************
      *
       CARGA-RESP.
           READ RESPFIN NEXT RECORD
               AT END GO TO CARGA-RESP-FIM.
           IF RF-CPF NOT NUMERIC OR RF-CPF = ZEROS
              GO TO CARGA-RESP.
           MOVE 1 TO W-IRS.
       CARGA-RESP1.
           IF W-IRS > W-QT-RESP
              GO TO CARGA-RESP2.
           IF RS-CPF (W-IRS) = RF-CPF
              GO TO CARGA-RESP3.
           ADD 1 TO W-IRS
           GO TO CARGA-RESP1.
       CARGA-RESP2.
           IF W-QT-RESP NOT < 2000
              DISPLAY "TABELA DE RESPONSAVEIS CHEIA - RM " RF-RM
              GO TO CARGA-RESP.
           ADD 1 TO W-QT-RESP
           MOVE W-QT-RESP TO W-IRS
           MOVE RF-CPF    TO RS-CPF (W-IRS)
           MOVE RF-RM     TO RS-RFRM (W-IRS)
           MOVE ZEROS     TO RS-QTALU (W-IRS).
       CARGA-RESP3.
           IF RS-QTALU (W-IRS) NOT < 10
              DISPLAY "MAIS DE 10 ALUNOS NO CPF " RF-CPF
              GO TO CARGA-RESP.
           ADD 1 TO RS-QTALU (W-IRS)
           MOVE RS-QTALU (W-IRS) TO W-IAL
           MOVE RF-RM TO RS-RM (W-IRS, W-IAL)
           GO TO CARGA-RESP.
       CARGA-RESP-FIM.
           EXIT.
      *
      **************************************
      * MENSALIDADES DO ANO DE CADA ALUNO  *
      **************************************
      *
      * MESES EM ABERTO SAO OS QUE AINDA TEM SALDO (ABERTOS OU PAGOS
      * EM PARTE). O VALOR PAGO INCLUI MULTA E JUROS RECEBIDOS
      *
       APURA-RESP.
           MOVE ZEROS TO W-TOT-MESES W-TOT-ABERTO W-TOT-PAGO
           MOVE 1 TO W-IAL.
       APURA-RESP1.
           IF W-IAL > RS-QTALU (W-IRS)
              GO TO APURA-RESP-FIM.
           MOVE ZEROS TO QT-MESES (W-IAL) QT-ABERTOS (W-IAL)
                         QT-PAGO (W-IAL) QT-SALDO (W-IAL)
           MOVE RS-RM (W-IRS, W-IAL) TO MN-RM
           MOVE W-CMPINI TO MN-COMPET
           START MENSALID KEY IS NOT LESS THAN MN-CHAVE
           IF ST-MEN NOT = "00"
              GO TO APURA-RESP3.
       APURA-RESP2.
           READ MENSALID NEXT RECORD
               AT END GO TO APURA-RESP3.
           IF MN-RM NOT = RS-RM (W-IRS, W-IAL)
              GO TO APURA-RESP3.
           IF MN-COMPET > W-CMPFIM
              GO TO APURA-RESP3.
           ADD 1 TO QT-MESES (W-IAL)
           ADD MN-VLRPAGO TO QT-PAGO (W-IAL)
           IF MENS-PAGA
              GO TO APURA-RESP2.
           MOVE MN-RM       TO W-RCM-RM
           MOVE MN-COMPET   TO W-RCM-COMPET
           MOVE MN-VALOR    TO W-RCM-VALOR
           MOVE MN-SITUACAO TO W-RCM-SITUACAO
           MOVE MN-DTVENC   TO W-RCM-DTVENC
           PERFORM SALDO-MENS THRU SALDO-MENS-FIM
           IF W-RCM-SALDO NOT = ZEROS
              ADD 1 TO QT-ABERTOS (W-IAL)
              ADD W-RCM-SALDO TO QT-SALDO (W-IAL).
           GO TO APURA-RESP2.
       APURA-RESP3.
           ADD QT-MESES (W-IAL)   TO W-TOT-MESES
           ADD QT-ABERTOS (W-IAL) TO W-TOT-ABERTO
           ADD QT-PAGO (W-IAL)    TO W-TOT-PAGO
           ADD 1 TO W-IAL
           GO TO APURA-RESP1.
       APURA-RESP-FIM.
           EXIT.
      *
      **************************************
      * DECLARACAO DE QUITACAO             *
      **************************************
      *
       GRAVA-DECLARACAO.
           MOVE W-ANO TO DC-ANO DC-ANO2 DC-ANO3
           MOVE W-DC-CABEC TO LINHA-QUITALIST
           IF W-CONT-DEC = ZEROS
              WRITE LINHA-QUITALIST
           ELSE
              WRITE LINHA-QUITALIST AFTER ADVANCING PAGE.
           MOVE W-DC-TRACO TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-DC-TEXTO1 TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-DC-TEXTO2 TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-DC-TEXTO3 TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE SPACES TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE RF-NOME     TO DC-NOME
           MOVE RS-CPF (W-IRS) TO DC-CPF
           MOVE W-DC-RESP   TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE RF-ENDERECO TO DC-ENDERECO
           MOVE W-DC-END    TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE SPACES TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-DC-DEMONST TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-DC-TRACO TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-DC-COLS TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE 1 TO W-IAL.
       GRAVA-DECLARACAO1.
           IF W-IAL > RS-QTALU (W-IRS)
              GO TO GRAVA-DECLARACAO2.
           IF QT-MESES (W-IAL) = ZEROS
              ADD 1 TO W-IAL
              GO TO GRAVA-DECLARACAO1.
           MOVE RS-RM (W-IRS, W-IAL) TO DC-RM
           PERFORM NOME-ALUNO
           MOVE AL-NOME TO DC-ALUNO
           MOVE QT-MESES (W-IAL) TO DC-MESES
           MOVE QT-PAGO (W-IAL)  TO DC-PAGO
           MOVE W-DC-ALUNO TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           ADD 1 TO W-IAL
           GO TO GRAVA-DECLARACAO1.
       GRAVA-DECLARACAO2.
           MOVE W-DC-TRACO TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-TOT-MESES TO DC-TOTMESES
           MOVE W-TOT-PAGO  TO DC-TOTPAGO
           MOVE W-DC-TOTAL  TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE SPACES TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-DC-RODAPE1 TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-DC-RODAPE2 TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE SPACES TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST
           MOVE W-HOJE TO DC-EMISSAO
           MOVE W-DC-EMISSAO TO LINHA-QUITALIST
           WRITE LINHA-QUITALIST.
       GRAVA-DECLARACAO-FIM.
           EXIT.
      *
      **************************************
      * RESPONSAVEL COM MESES EM ABERTO    *
      **************************************
      *
       GRAVA-EXCECAO.
           MOVE 1 TO W-IAL.
       GRAVA-EXCECAO1.
           IF W-IAL > RS-QTALU (W-IRS)
              GO TO GRAVA-EXCECAO-FIM.
           IF QT-ABERTOS (W-IAL) = ZEROS
              ADD 1 TO W-IAL
              GO TO GRAVA-EXCECAO1.
           MOVE RS-CPF (W-IRS)       TO DL-CPF
           MOVE RF-NOME              TO DL-NOME
           MOVE RS-RM (W-IRS, W-IAL) TO DL-RM
           PERFORM NOME-ALUNO
           MOVE AL-NOME              TO DL-ALUNO
           MOVE QT-ABERTOS (W-IAL)   TO DL-ABERTOS
           MOVE QT-SALDO (W-IAL)     TO DL-SALDO
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-IAL
           GO TO GRAVA-EXCECAO1.
       GRAVA-EXCECAO-FIM.
           EXIT.
      *
       NOME-ALUNO.
           MOVE "(SEM CADASTRO)" TO AL-NOME
           IF W-ALUNO-OK = "S"
              MOVE RS-RM (W-IRS, W-IAL) TO AL-RM
              READ CADALUNO
              IF ST-ALUNO NOT = "00"
                 MOVE "(SEM CADASTRO)" TO AL-NOME.
      *
      **************************************
      * ALUNOS SEM RESPONSAVEL FINANCEIRO  *
      **************************************
      *
      * MENSALIDADES DO ANO DE RM SEM RESPFIN (OU SEM CPF) NAO TEM A
      * QUEM SER DECLARADAS: VAO PARA A LISTA DE EXCECOES
      *
       SEM-RESP.
           MOVE ZEROS TO MN-RM MN-COMPET W-RMANT
           START MENSALID KEY IS NOT LESS THAN MN-CHAVE
           IF ST-MEN NOT = "00"
              GO TO ROT-RODAPE.
       SEM-RESP1.
           READ MENSALID NEXT RECORD
               AT END GO TO ROT-RODAPE.
           IF MN-COMPET < W-CMPINI OR MN-COMPET > W-CMPFIM
              GO TO SEM-RESP1.
           IF MN-RM = W-RMANT
              GO TO SEM-RESP1.
           MOVE MN-RM TO W-RMANT
           MOVE MN-RM TO RF-RM
           READ RESPFIN
           IF ST-RESP = "00" AND RF-CPF NUMERIC AND RF-CPF NOT = ZEROS
              GO TO SEM-RESP1.
           ADD 1 TO W-CONT-SEMRF
           MOVE ZEROS TO DL-CPF DL-ABERTOS DL-SALDO
           MOVE "SEM RESPONSAVEL/CPF" TO DL-NOME
           MOVE MN-RM TO DL-RM
           MOVE "(SEM CADASTRO)" TO AL-NOME
           IF W-ALUNO-OK = "S"
              MOVE MN-RM TO AL-RM
              READ CADALUNO.
           MOVE AL-NOME TO DL-ALUNO
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           GO TO SEM-RESP1.
      *
       ROT-RODAPE.
           IF W-CONT-EXC = ZEROS AND W-CONT-SEMRF = ZEROS
              MOVE "NENHUM RESPONSAVEL COM MESES EM ABERTO"
                                                   TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-DEC TO RD-DEC
           MOVE W-CONT-EXC TO RD-EXC
           MOVE W-RODAPE   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
           CLOSE QUITALIST QUITAEXC
           DISPLAY "DECLARACOES DE QUITACAO ....: " W-CONT-DEC
           DISPLAY "RESPONSAVEIS EM ABERTO .....: " W-CONT-EXC
           DISPLAY "ALUNOS SEM RESPONSAVEL/CPF .: " W-CONT-SEMRF.
      *
       ROT-FIM.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           CLOSE MENSALID RESPFIN
           IF W-ALUNO-OK = "S"
              CLOSE CADALUNO.
           IF W-RCM-OK = "S"
              CLOSE RECMENS.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "RCMPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-QUITAEXC==.
           COPY "SPLPAR.CPY".
