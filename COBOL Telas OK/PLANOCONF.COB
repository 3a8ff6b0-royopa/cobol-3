       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANOCONF.
       AUTHOR. MATEUS.
      ***************************************************
      * CONFERENCIA DA FATURA DA OPERADORA DO PLANO     *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT FATPLANO ASSIGN TO DYNAMIC W-ARQ-FAT
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-FAT.
           COPY "PLASEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADDEP ASSIGN TO DYNAMIC W-ARQ-DEP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DP-CHAVE
                    FILE STATUS  IS ST-DEP.
       SELECT FATLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
      *
      * FATURA MENSAL DA OPERADORA: UMA LINHA POR VIDA COBRADA
      *
       FD FATPLANO
               LABEL RECORD IS STANDARD.
       01 LINHA-FATPLANO.
                03 FT-CARTEIRA    PIC X(20).
                03 FT-NOME        PIC X(35).
                03 FT-VALOR       PIC 9(08)V99.
                03 FILLER         PIC X(15).
           COPY "PLAFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 DATANASC       PIC 9(08).
                03 FILLER         PIC X(25).
                03 DTDEMISSAO.
                   05 DDDIA       PIC 9(02).
                   05 DDMES       PIC 9(02).
                   05 DDANO       PIC 9(04).
                03 FILLER         PIC X(130).
       FD CADDEP
               LABEL RECORD IS STANDARD.
       01 REGDEP.
                03 DP-CHAVE.
                   05 DP-CHAPA     PIC 9(05).
                   05 DP-SEQ       PIC 9(02).
                03 DP-NOME         PIC X(35).
                03 DP-DTNASC       PIC 9(08).
                03 FILLER          PIC X(14).
       FD FATLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-FATLIST    PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "PLAWS.CPY".
       77 ST-FAT        PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DEP        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FAT     PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-DEP     PIC X(64) VALUE SPACES.
       77 W-DEP-OK      PIC X(01) VALUE "N".
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-PLANO       PIC 9(03) VALUE ZEROS.
       77 W-NOMEVIDA    PIC X(35) VALUE SPACES.
       77 W-DEMITIDO    PIC X(01) VALUE "N".
       77 W-DIFERENCA   PIC S9(08)V99 VALUE ZEROS.
       77 W-CONT-FAT    PIC 9(05) VALUE ZEROS.
       77 W-CONT-OK     PIC 9(05) VALUE ZEROS.
       77 W-CONT-INDEV  PIC 9(05) VALUE ZEROS.
       77 W-CONT-DIVERG PIC 9(05) VALUE ZEROS.
       77 W-CONT-NFAT   PIC 9(05) VALUE ZEROS.
       77 W-CONT-VIDAS  PIC 9(05) VALUE ZEROS.
       77 W-TOT-FAT     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-OK      PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-INDEV   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-DIVERG  PIC S9(10)V99 VALUE ZEROS.
       77 W-TOT-NFAT    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-PREV    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-EMPRESA PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-FUNC    PIC 9(10)V99 VALUE ZEROS.
      *
      * ADESOES ENCONTRADAS NA FATURA (PARA ACHAR AS NAO FATURADAS)
      *
       77 W-MAXFAT      PIC 9(04) VALUE 3000.
       77 W-QT-FAT      PIC 9(04) VALUE ZEROS.
       77 W-IDXFAT      PIC 9(04) VALUE ZEROS.
       77 W-ACHOU-FAT   PIC X(01) VALUE "N".
       01 TAB-FATURADAS.
           03 TB-FAT-CHAVE  PIC X(10) OCCURS 3000 TIMES.
       01 W-DATA8       PIC 9(08) VALUE ZEROS.
       01 W-DATA8-R REDEFINES W-DATA8.
           03 W-D8-ANO      PIC 9(04).
           03 W-D8-MES      PIC 9(02).
           03 W-D8-DIA      PIC 9(02).
       01 W-DATAED.
           03 W-DE-DIA      PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-DE-MES      PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-DE-ANO      PIC 9(04).
       01 W-VLRED       PIC ZZZ.ZZ9,99.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CARTEIRA             CHAPA SQ VIDA     ".
           03 FILLER        PIC X(40) VALUE
              "          VLR FATURA OCORRENCIA REFERENC".
       01 W-DETLIN.
           03 DL-CARTEIRA   PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-CHAPA      PIC ZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-SEQ        PIC 99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(18).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VALOR      PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-OCORR      PIC X(10).
           03 DL-REF        PIC X(10).
       01 W-TOTLIN.
           03 TL-DESCR      PIC X(22).
           03 TL-QTDE       PIC ZZZZ9.
           03 FILLER        PIC X(04) VALUE SPACES.
           03 TL-DESCR2     PIC X(20).
           03 TL-VALOR      PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(12) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "PLANOFAT.TXT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FAT
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADDEP.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEP
           DISPLAY "CONFERENCIA DA FATURA DO PLANO - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA DA FATURA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              GO TO ABR-002.
       ABR-002A.
           DISPLAY "CODIGO DO PLANO: "
           ACCEPT W-PLANO
           IF W-PLANO = ZEROS
              GO TO ABR-002A.
       ABR-003.
           PERFORM ABR-PLANO
           IF W-PLA-OK NOT = "S"
              DISPLAY "SEM PLANOS/ADESOES CADASTRADOS"
              GO TO ROT-FIM.
           MOVE W-PLANO TO PL-CODIGO
           READ CADPLANO
           IF ST-PLANO NOT = "00"
              DISPLAY "PLANO NAO CADASTRADO: " W-PLANO
              PERFORM FECHA-PLANO
              GO TO ROT-FIM.
           OPEN INPUT FATPLANO
           IF ST-FAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PLANOFAT.TXT: "
                      ST-FAT
              PERFORM FECHA-PLANO
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              CLOSE FATPLANO
              PERFORM FECHA-PLANO
              GO TO ROT-FIM.
           OPEN INPUT CADDEP
           IF ST-DEP = "00"
              MOVE "S" TO W-DEP-OK
           ELSE
              DISPLAY "AVISO: SEM ARQUIVO DE DEPENDENTES CADDEP".
           OPEN OUTPUT FATLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FATLIST: " ST-LIST
              CLOSE FATPLANO CADFUNC
              PERFORM FECHA-PLANO
              GO TO ROT-FIM.
           MOVE "PLANOCONF" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET " PLANO " W-PLANO
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CONFERENCIA FATURA DO PLANO" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS
           MOVE W-COMPET  TO W-PLA-COMPET
           COMPUTE W-PLA-PERINI = W-COMPET * 100 + 1
           COMPUTE W-PLA-PERFIM = W-COMPET * 100 + 31.
      *
      **************************************
      * VIDAS COBRADAS NA FATURA           *
      **************************************
      *
       LER-FAT.
           READ FATPLANO NEXT RECORD
               AT END GO TO LER-ADE.
           ADD 1 TO W-CONT-FAT
           ADD FT-VALOR TO W-TOT-FAT
           MOVE SPACES TO W-DETLIN
           MOVE FT-CARTEIRA TO DL-CARTEIRA
           MOVE FT-NOME     TO DL-NOME
           MOVE FT-VALOR    TO DL-VALOR
           MOVE ZEROS       TO DL-CHAPA DL-SEQ
           MOVE FT-CARTEIRA TO W-PLA-CARTEIRA
           MOVE W-PLANO     TO W-PLA-PLANO
           PERFORM ACHA-CARTEIRA THRU ACHA-CARTEIRA-FIM
           IF W-PLA-ACHOU NOT = "S"
              MOVE "SEM ADESAO" TO DL-OCORR
              PERFORM COBRANCA-INDEVIDA THRU COBRANCA-INDEVIDA-FIM
              GO TO LER-FAT.
           IF W-QT-FAT < W-MAXFAT
              ADD 1 TO W-QT-FAT
              MOVE PB-CHAVE TO TB-FAT-CHAVE (W-QT-FAT)
           ELSE
              DISPLAY "AVISO: FATURA COM MAIS DE 3000 VIDAS".
           MOVE PB-CHAPA TO DL-CHAPA
           MOVE PB-SEQ   TO DL-SEQ
           PERFORM ACHA-VIDA THRU ACHA-VIDA-FIM
           IF W-DEMITIDO = "S"
              MOVE "DEMITIDO"  TO DL-OCORR
              MOVE DDDIA TO W-DE-DIA
              MOVE DDMES TO W-DE-MES
              MOVE DDANO TO W-DE-ANO
              MOVE W-DATAED TO DL-REF
              PERFORM COBRANCA-INDEVIDA THRU COBRANCA-INDEVIDA-FIM
              GO TO LER-FAT.
           PERFORM ADESAO-VIGENTE
           IF W-PLA-VIGENTE NOT = "S"
              IF PB-DTINI > W-PLA-PERFIM
                 MOVE "NAO INICIO" TO DL-OCORR
                 MOVE PB-DTINI TO W-DATA8
                 PERFORM EDITA-DATA8 THRU EDITA-DATA8-FIM
                 PERFORM COBRANCA-INDEVIDA THRU COBRANCA-INDEVIDA-FIM
                 GO TO LER-FAT
              ELSE
                 MOVE "ENCERRADA" TO DL-OCORR
                 MOVE PB-DTFIM TO W-DATA8
                 PERFORM EDITA-DATA8 THRU EDITA-DATA8-FIM
                 PERFORM COBRANCA-INDEVIDA THRU COBRANCA-INDEVIDA-FIM
                 GO TO LER-FAT.
           PERFORM PRECO-VIDA
           IF FT-VALOR NOT = W-PLA-PRECO
              COMPUTE W-DIFERENCA = FT-VALOR - W-PLA-PRECO
              ADD W-DIFERENCA TO W-TOT-DIVERG
              ADD 1 TO W-CONT-DIVERG
              MOVE "DIVERGENTE" TO DL-OCORR
              MOVE W-PLA-PRECO TO W-VLRED
              MOVE W-VLRED TO DL-REF
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO LER-FAT.
           ADD 1 TO W-CONT-OK
           ADD FT-VALOR TO W-TOT-OK
           GO TO LER-FAT.
      *
      **************************************
      * ADESOES EM VIGOR FORA DA FATURA    *
      **************************************
      *
       LER-ADE.
           MOVE ZEROS TO PB-CHAPA PB-SEQ PB-PLANO
           START CADPLBEN KEY IS NOT LESS THAN PB-CHAVE
           IF ST-PLBEN NOT = "00"
              GO TO ROT-TOTAIS.
       LER-ADE1.
           READ CADPLBEN NEXT RECORD
           IF ST-PLBEN NOT = "00"
              GO TO ROT-TOTAIS.
           IF PB-PLANO NOT = W-PLANO
              GO TO LER-ADE1.
           PERFORM ADESAO-VIGENTE
           IF W-PLA-VIGENTE NOT = "S"
              GO TO LER-ADE1.
           PERFORM ACHA-VIDA THRU ACHA-VIDA-FIM
           IF W-DEMITIDO = "S"
              GO TO LER-ADE1.
           PERFORM PRECO-VIDA
           ADD 1 TO W-CONT-VIDAS
           ADD W-PLA-PRECO   TO W-TOT-PREV
           ADD W-PLA-EMPRESA TO W-TOT-EMPRESA
           ADD W-PLA-PARTE   TO W-TOT-FUNC
           PERFORM PROCURA-FAT THRU PROCURA-FAT-FIM
           IF W-ACHOU-FAT = "S"
              GO TO LER-ADE1.
           ADD 1 TO W-CONT-NFAT
           ADD W-PLA-PRECO TO W-TOT-NFAT
           MOVE SPACES TO W-DETLIN
           MOVE PB-CARTEIRA TO DL-CARTEIRA
           MOVE PB-CHAPA    TO DL-CHAPA
           MOVE PB-SEQ      TO DL-SEQ
           MOVE W-NOMEVIDA  TO DL-NOME
           MOVE ZEROS       TO DL-VALOR
           MOVE "NAO FATUR." TO DL-OCORR
           MOVE W-PLA-PRECO TO W-VLRED
           MOVE W-VLRED TO DL-REF
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
           GO TO LER-ADE1.
      *
      **************************************
      * ROTINAS DE APOIO DA CONFERENCIA    *
      **************************************
      *
       COBRANCA-INDEVIDA.
           ADD 1 TO W-CONT-INDEV
           ADD FT-VALOR TO W-TOT-INDEV
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM.
       COBRANCA-INDEVIDA-FIM.
           EXIT.
      *
       IMPRIME-DET.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-DET-FIM.
           EXIT.
      *
       EDITA-DATA8.
           MOVE W-D8-DIA TO W-DE-DIA
           MOVE W-D8-MES TO W-DE-MES
           MOVE W-D8-ANO TO W-DE-ANO
           MOVE W-DATAED TO DL-REF.
       EDITA-DATA8-FIM.
           EXIT.
      *
      * TITULAR (SITUACAO E DEMISSAO), NOME E NASCIMENTO DA VIDA
      *
       ACHA-VIDA.
           MOVE "N"    TO W-DEMITIDO
           MOVE SPACES TO W-NOMEVIDA
           MOVE ZEROS  TO W-PLA-DTNASC
           MOVE PB-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "*** CHAPA SEM CADASTRO ***" TO W-NOMEVIDA
              GO TO ACHA-VIDA-FIM.
           IF FUNC-DEMITIDO
              MOVE "S" TO W-DEMITIDO.
           IF PB-SEQ = ZEROS
              MOVE NOME     TO W-NOMEVIDA
              MOVE DATANASC TO W-PLA-DTNASC
              GO TO ACHA-VIDA-FIM.
           IF W-DEP-OK NOT = "S"
              GO TO ACHA-VIDA-FIM.
           MOVE PB-CHAPA TO DP-CHAPA
           MOVE PB-SEQ   TO DP-SEQ
           READ CADDEP
           IF ST-DEP = "00"
              MOVE DP-NOME   TO W-NOMEVIDA
              MOVE DP-DTNASC TO W-PLA-DTNASC.
       ACHA-VIDA-FIM.
           EXIT.
      *
       PROCURA-FAT.
           MOVE "N" TO W-ACHOU-FAT
           MOVE 1 TO W-IDXFAT.
       PROCURA-FAT1.
           IF W-IDXFAT > W-QT-FAT
              GO TO PROCURA-FAT-FIM.
           IF TB-FAT-CHAVE (W-IDXFAT) = PB-CHAVE
              MOVE "S" TO W-ACHOU-FAT
              GO TO PROCURA-FAT-FIM.
           ADD 1 TO W-IDXFAT
           GO TO PROCURA-FAT1.
       PROCURA-FAT-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "VIDAS FATURADAS      :" TO TL-DESCR
           MOVE W-CONT-FAT             TO TL-QTDE
           MOVE "VALOR DA FATURA    :" TO TL-DESCR2
           MOVE W-TOT-FAT              TO TL-VALOR
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "CONFERIDAS SEM ERRO  :" TO TL-DESCR
           MOVE W-CONT-OK              TO TL-QTDE
           MOVE "VALOR CONFERIDO    :" TO TL-DESCR2
           MOVE W-TOT-OK               TO TL-VALOR
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "COBRANCAS INDEVIDAS  :" TO TL-DESCR
           MOVE W-CONT-INDEV           TO TL-QTDE
           MOVE "VALOR A CONTESTAR  :" TO TL-DESCR2
           MOVE W-TOT-INDEV            TO TL-VALOR
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "VALORES DIVERGENTES  :" TO TL-DESCR
           MOVE W-CONT-DIVERG          TO TL-QTDE
           MOVE "DIFERENCA (FAT-TAB):" TO TL-DESCR2
           MOVE W-TOT-DIVERG           TO TL-VALOR
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "VIDAS NAO FATURADAS  :" TO TL-DESCR
           MOVE W-CONT-NFAT            TO TL-QTDE
           MOVE "VALOR PELA TABELA  :" TO TL-DESCR2
           MOVE W-TOT-NFAT             TO TL-VALOR
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "ADESOES EM VIGOR     :" TO TL-DESCR
           MOVE W-CONT-VIDAS           TO TL-QTDE
           MOVE "VALOR PREVISTO     :" TO TL-DESCR2
           MOVE W-TOT-PREV             TO TL-VALOR
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "  PARTE DA EMPRESA   :" TO TL-DESCR
           MOVE ZEROS                  TO TL-QTDE
           MOVE SPACES                 TO TL-DESCR2
           MOVE W-TOT-EMPRESA          TO TL-VALOR
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "  PARTE FUNCIONARIOS :" TO TL-DESCR
           MOVE W-TOT-FUNC             TO TL-VALOR
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM.
      *
       ROT-FECHA.
           CLOSE FATPLANO CADFUNC FATLIST
           IF W-DEP-OK = "S"
              CLOSE CADDEP.
           PERFORM FECHA-PLANO
           DISPLAY "FATURA CONFERIDA - VIDAS: " W-CONT-FAT
                   " PLANO " W-PLANO " COMPETENCIA " W-COMPET
           DISPLAY "COBRANCAS INDEVIDAS: " W-CONT-INDEV
                   "  VALOR: " W-TOT-INDEV
           DISPLAY "VIDAS NAO FATURADAS: " W-CONT-NFAT.
      *
       ROT-FIM.
           STOP RUN.
      *
       IMPRIME-TOT.
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-TOT-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "PLAPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-FATLIST==.
           COPY "SPLPAR.CPY".
