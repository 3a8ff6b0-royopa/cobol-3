       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETOREM.
       AUTHOR. MATEUS.
      ***************************************************
      * REMESSA DE COBRANCA BANCARIA DE MENSALIDADES    *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "CBRSEL.CPY".
           COPY "RCMSEL.CPY".
           COPY "AUFSEL.CPY".
           COPY "DFMSEL.CPY".
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
       SELECT CADTURMA ASSIGN TO DYNAMIC W-ARQ-TURMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-TURMA.
       SELECT BOLREM ASSIGN TO DYNAMIC W-ARQ-REM
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REM.
       SELECT BOLREMLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "CBRFD.CPY".
           COPY "RCMFD.CPY".
           COPY "AUFFD.CPY".
           COPY "DFMFD.CPY".
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
       FD CADTURMA
               LABEL RECORD IS STANDARD.
       01 REGTURMA.
                03 TU-CHAVE.
                   05 TU-CODIGO    PIC X(05).
                   05 TU-ANOLET    PIC 9(04).
                03 TU-TURNO        PIC X(01).
                03 TU-CAPAC        PIC 9(03).
                03 TU-MENSALIDADE  PIC 9(06)V99.
                03 TU-MULTA        PIC 9(02)V99.
                03 TU-JUROS        PIC 9(02)V99.
                03 FILLER          PIC X(03).
       FD BOLREM
               LABEL RECORD IS STANDARD.
       01 LINHA-BOLREM     PIC X(80).
       FD BOLREMLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-BOLREMLIST PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CBRWS.CPY".
           COPY "RCMWS.CPY".
           COPY "AUFWS.CPY".
           COPY "DFMWS.CPY".
       77 ST-MEN        PIC X(02) VALUE "00".
       77 ST-RESP       PIC X(02) VALUE "00".
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 ST-REM        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-MEN     PIC X(64) VALUE SPACES.
       77 W-ARQ-RESP    PIC X(64) VALUE SPACES.
       77 W-ARQ-TURMA   PIC X(64) VALUE SPACES.
       77 W-ARQ-REM     PIC X(64) VALUE SPACES.
       77 W-TUR-OK      PIC X(01) VALUE "N".
       77 W-CB-ACHOU    PIC X(01) VALUE "N".
       77 W-EM-FOLHA    PIC X(01) VALUE "N".
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-CONT-DET    PIC 9(06) VALUE ZEROS.
       77 W-CONT-JA     PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEMRF  PIC 9(06) VALUE ZEROS.
       77 W-CONT-VENC   PIC 9(06) VALUE ZEROS.
       77 W-CONT-FOLHA  PIC 9(06) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(12)V99 VALUE ZEROS.
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-CMP-ANO     PIC 9(04).
           03 W-CMP-MES     PIC 9(02).
      *
      * LAYOUT DA REMESSA DE COBRANCA (REGISTROS DE 80 POSICOES)
      *
       01 W-HEADER.
           03 FILLER        PIC X(01) VALUE "0".
           03 FILLER        PIC X(17) VALUE "REMESSA COBRANCA ".
           03 HD-COMPET     PIC 9(06).
           03 FILLER        PIC X(09) VALUE " GERACAO ".
           03 HD-DATA       PIC 9(08).
           03 FILLER        PIC X(39) VALUE SPACES.
       01 W-DETALHE.
           03 FILLER        PIC X(01) VALUE "1".
           03 DT-NOSSONUM   PIC 9(11).
           03 DT-NOME       PIC X(30).
           03 DT-CPF        PIC 9(11).
           03 DT-VALOR      PIC 9(08)V99.
           03 DT-DTVENC     PIC 9(08).
           03 DT-PCMULTA    PIC 9(02)V99.
           03 DT-PCJUROS    PIC 9(02)V99.
           03 FILLER        PIC X(01) VALUE SPACES.
       01 W-TRAILER.
           03 FILLER        PIC X(01) VALUE "9".
           03 TR-QTDE       PIC 9(06).
           03 TR-VALOR      PIC 9(12)V99.
           03 FILLER        PIC X(59) VALUE SPACES.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "RM    RESPONSAVEL          COMPET  VENCT".
           03 FILLER        PIC X(40) VALUE
              "O       VALOR SITUACAO".
       01 W-DETLIN.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-COMPET     PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DTVENC     PIC 9(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VALOR      PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-SITUACAO   PIC X(26).
       01 W-RODAPE.
           03 FILLER        PIC X(18) VALUE "BOLETOS EMITIDOS: ".
           03 RD-QTDE       PIC ZZZZZ9.
           03 FILLER        PIC X(10) VALUE "  VALOR: ".
           03 RD-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
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
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           MOVE "BOLREM.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-REM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "REMESSA DE COBRANCA - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-CMP-MES < 1 OR W-CMP-MES > 12
              GO TO ABR-002.
       ABR-003.
           OPEN INPUT MENSALID
           IF ST-MEN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MENSALID: " ST-MEN
              DISPLAY "GERE AS MENSALIDADES PELO MENSGERA"
              GO TO ROT-FIM.
           OPEN INPUT RESPFIN
           IF ST-RESP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESPFIN: " ST-RESP
              CLOSE MENSALID
              GO TO ROT-FIM.
           PERFORM ABR-COBRANCA
           IF W-CBR-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO COBRANCA: "
                      ST-COBRANCA
              CLOSE MENSALID RESPFIN
              GO TO ROT-FIM.
           PERFORM ABR-RECMENS
           PERFORM ABR-AUTFOLHA
           PERFORM ABR-DESCFOLHA
           OPEN INPUT CADTURMA
           IF ST-TURMA = "00"
              MOVE "S" TO W-TUR-OK.
           OPEN OUTPUT BOLREM
           IF ST-REM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BOLREM: " ST-REM
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT BOLREMLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BOLREMLIST: "
                      ST-LIST
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              CLOSE BOLREM
              GO TO ROT-FIM.
           MOVE "BOLETOREM" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "REMESSA DE COBRANCA"     TO REL-TITULO
           MOVE W-CABCOLS                 TO REL-COLUNAS
           MOVE W-COMPET TO HD-COMPET
           MOVE W-HOJE   TO HD-DATA
           MOVE W-HEADER TO LINHA-BOLREM
           WRITE LINHA-BOLREM.
      *
      **************************************
      * MENSALIDADES EM ABERTO A VENCER    *
      **************************************
      *
      * SO VAI AO BANCO O SALDO AINDA NAO VENCIDO; MENSALIDADE VENCIDA
      * OU SEM VENCIMENTO CONTINUA SENDO RECEBIDA NO CAIXA (P201624).
      * MENSALIDADE DESCONTADA EM FOLHA DO FUNCIONARIO RESPONSAVEL
      * (FOLHACALC) NAO VAI AO BANCO NEM AO CAIXA
      *
       LER-MENS.
           READ MENSALID NEXT RECORD
               AT END GO TO ROT-TRAILER.
           IF MN-COMPET NOT = W-COMPET
              GO TO LER-MENS.
           IF NOT MENS-ABERTA AND NOT MENS-PARCIAL
              GO TO LER-MENS.
           MOVE MN-RM       TO W-RCM-RM
           MOVE MN-COMPET   TO W-RCM-COMPET
           MOVE MN-VALOR    TO W-RCM-VALOR
           MOVE MN-SITUACAO TO W-RCM-SITUACAO
           MOVE MN-DTVENC   TO W-RCM-DTVENC
           PERFORM SALDO-MENS THRU SALDO-MENS-FIM
           IF W-RCM-SALDO = ZEROS
              GO TO LER-MENS.
           MOVE MN-RM       TO DL-RM
           MOVE MN-COMPET   TO DL-COMPET
           MOVE MN-DTVENC   TO DL-DTVENC
           MOVE W-RCM-SALDO TO DL-VALOR
           MOVE SPACES      TO DL-NOME
           COMPUTE CB-NOSSONUM = MN-COMPET * 100000 + MN-RM
           PERFORM VERIFICA-BOLETO THRU VERIFICA-BOLETO-FIM
           IF W-CB-ACHOU = "S"
              ADD 1 TO W-CONT-JA
              GO TO LER-MENS.
           PERFORM VERIFICA-FOLHA THRU VERIFICA-FOLHA-FIM
           IF W-EM-FOLHA = "S"
              ADD 1 TO W-CONT-FOLHA
              MOVE "DESCONTO EM FOLHA" TO DL-SITUACAO
              PERFORM IMPRIME-LINHA
              GO TO LER-MENS.
           IF MN-DTVENC = ZEROS OR MN-DTVENC < W-HOJE
              ADD 1 TO W-CONT-VENC
              MOVE "VENCIDA - RECEBER NO CAIXA" TO DL-SITUACAO
              PERFORM IMPRIME-LINHA
              GO TO LER-MENS.
           MOVE MN-RM TO RF-RM
           READ RESPFIN
           IF ST-RESP NOT = "00"
              MOVE ZEROS TO RF-CPF.
           IF RF-CPF NOT NUMERIC OR RF-CPF = ZEROS
              ADD 1 TO W-CONT-SEMRF
              MOVE "SEM RESPONSAVEL/CPF" TO DL-SITUACAO
              PERFORM IMPRIME-LINHA
              GO TO LER-MENS.
           PERFORM TAXA-TURMA THRU TAXA-TURMA-FIM
           MOVE CB-NOSSONUM   TO DT-NOSSONUM
           MOVE RF-NOME       TO DT-NOME
           MOVE RF-CPF        TO DT-CPF
           MOVE W-RCM-SALDO   TO DT-VALOR
           MOVE MN-DTVENC     TO DT-DTVENC
           MOVE W-RCM-PCMULTA TO DT-PCMULTA
           MOVE W-RCM-PCJUROS TO DT-PCJUROS
           MOVE W-DETALHE     TO LINHA-BOLREM
           WRITE LINHA-BOLREM
           PERFORM GRAVA-BOLETO THRU GRAVA-BOLETO-FIM
           ADD 1 TO W-CONT-DET
           ADD W-RCM-SALDO TO W-TOT-VALOR
           MOVE RF-NOME TO DL-NOME
           MOVE "EMITIDO" TO DL-SITUACAO
           PERFORM IMPRIME-LINHA
           GO TO LER-MENS.
      *
       IMPRIME-LINHA.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
      * BOLETO JA REGISTRADO NO BANCO (EMITIDO, CONFIRMADO OU PAGO)
      * NAO SAI DE NOVO; REJEITADO OU BAIXADO PODE SER REEMITIDO
      *
       VERIFICA-BOLETO.
           MOVE "N" TO W-CB-ACHOU
           READ COBRANCA
           IF ST-COBRANCA NOT = "00"
              GO TO VERIFICA-BOLETO-FIM.
           IF BOLETO-REJEITADO OR BOLETO-BAIXADO
              MOVE "R" TO W-CB-ACHOU
              GO TO VERIFICA-BOLETO-FIM.
           MOVE "S" TO W-CB-ACHOU.
       VERIFICA-BOLETO-FIM.
           EXIT.
      *
      * ALUNO COM AUTORIZACAO ATIVA DE DESCONTO EM FOLHA TEM TODAS AS
      * MENSALIDADES EM ABERTO COBRADAS PELA FOLHA; CANCELADA A
      * AUTORIZACAO, A MENSALIDADE JA CALCULADA EM FOLHA AINDA NAO
      * LIQUIDADA PELO MENSFOLHA TAMBEM FICA DE FORA
      *
       VERIFICA-FOLHA.
           MOVE "N" TO W-EM-FOLHA
           IF W-AUF-OK NOT = "S"
              GO TO VERIFICA-FOLHA1.
           MOVE MN-RM TO AE-RM
           READ AUTFOLHA
           IF ST-AUTFOLHA = "00" AND AUT-ATIVA
              MOVE "S" TO W-EM-FOLHA
              GO TO VERIFICA-FOLHA-FIM.
       VERIFICA-FOLHA1.
           IF W-DFM-OK NOT = "S"
              GO TO VERIFICA-FOLHA-FIM.
           MOVE MN-RM     TO FM-RM
           MOVE MN-COMPET TO FM-COMPMEN
           READ DESCFOLHA
           IF ST-DESCFOLHA = "00" AND DESC-CALCULADO
              MOVE "S" TO W-EM-FOLHA.
       VERIFICA-FOLHA-FIM.
           EXIT.
      *
       GRAVA-BOLETO.
           MOVE MN-RM       TO CB-RM
           MOVE MN-COMPET   TO CB-COMPET
           MOVE W-RCM-SALDO TO CB-VALOR
           MOVE MN-DTVENC   TO CB-DTVENC
           MOVE W-HOJE      TO CB-DTEMISSAO
           MOVE "E"         TO CB-SITUACAO
           MOVE ZEROS       TO CB-DTPAGTO CB-VLRPAGO
           MOVE SPACES      TO CB-OCORRENCIA
           IF W-CB-ACHOU = "R"
              REWRITE REGCOBRANCA
           ELSE
              WRITE REGCOBRANCA.
           IF ST-COBRANCA NOT = "00" AND ST-COBRANCA NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO COBRANCA: "
                      ST-COBRANCA " RM " MN-RM.
       GRAVA-BOLETO-FIM.
           EXIT.
      *
      * ENCARGOS DO CONTRATO DA TURMA (ANO LETIVO DA COMPETENCIA)
      *
       TAXA-TURMA.
           MOVE W-RCM-MULTA-PAD TO W-RCM-PCMULTA
           MOVE W-RCM-JUROS-PAD TO W-RCM-PCJUROS
           IF W-TUR-OK NOT = "S"
              GO TO TAXA-TURMA-FIM.
           MOVE MN-TURMA TO TU-CODIGO
           DIVIDE MN-COMPET BY 100 GIVING TU-ANOLET
           READ CADTURMA
           IF ST-TURMA NOT = "00"
              GO TO TAXA-TURMA-FIM.
           IF TU-MULTA NOT NUMERIC OR TU-JUROS NOT NUMERIC
              GO TO TAXA-TURMA-FIM.
           MOVE TU-MULTA TO W-RCM-PCMULTA
           MOVE TU-JUROS TO W-RCM-PCJUROS.
       TAXA-TURMA-FIM.
           EXIT.
      *
       ROT-TRAILER.
           MOVE W-CONT-DET  TO TR-QTDE
           MOVE W-TOT-VALOR TO TR-VALOR
           MOVE W-TRAILER   TO LINHA-BOLREM
           WRITE LINHA-BOLREM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-DET  TO RD-QTDE
           MOVE W-TOT-VALOR TO RD-VALOR
           MOVE W-RODAPE    TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
           CLOSE BOLREM BOLREMLIST
           DISPLAY "BOLETOS EMITIDOS ........: " W-CONT-DET
           DISPLAY "JA REGISTRADOS NO BANCO .: " W-CONT-JA
           DISPLAY "VENCIDAS (CAIXA) ........: " W-CONT-VENC
           DISPLAY "DESCONTO EM FOLHA .......: " W-CONT-FOLHA
           DISPLAY "SEM RESPONSAVEL/CPF .....: " W-CONT-SEMRF
           DISPLAY "VALOR TOTAL .............: " W-TOT-VALOR.
      *
       ROT-FIM.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           CLOSE MENSALID RESPFIN COBRANCA
           IF W-RCM-OK = "S"
              CLOSE RECMENS.
           IF W-AUF-OK = "S"
              CLOSE AUTFOLHA.
           IF W-DFM-OK = "S"
              CLOSE DESCFOLHA.
           IF W-TUR-OK = "S"
              CLOSE CADTURMA.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "CBRPAR.CPY".
           COPY "RCMPAR.CPY".
           COPY "AUFPAR.CPY".
           COPY "DFMPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-BOLREMLIST==.
           COPY "SPLPAR.CPY".
