       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETORET.
       AUTHOR. MATEUS.
      ***************************************************
      * RETORNO DA COBRANCA BANCARIA DE MENSALIDADES    *
      * BAIXA AUTOMATICA DOS PAGAMENTOS E DIVERGENCIAS  *
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
       SELECT BOLRET ASSIGN TO DYNAMIC W-ARQ-RET
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
       SELECT MENSALID ASSIGN TO DYNAMIC W-ARQ-MEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT CADTURMA ASSIGN TO DYNAMIC W-ARQ-TURMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-TURMA.
       SELECT BOLRETLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "CBRFD.CPY".
           COPY "RCMFD.CPY".
      *
      * RETORNO DO BANCO: OCORRENCIA 02=ENTRADA CONFIRMADA,
      * 03=REJEITADO, 06=LIQUIDACAO, 09=BAIXA. NA LIQUIDACAO
      * RT-VLRPAGO JA INCLUI OS ENCARGOS (RT-VLRENCARGO)
      *
       FD BOLRET
               LABEL RECORD IS STANDARD.
       01 LINHA-BOLRET.
                03 RT-TIPO        PIC X(01).
                03 RT-NOSSONUM    PIC 9(11).
                03 RT-OCORRENCIA  PIC X(02).
                03 RT-DTPAGTO     PIC 9(08).
                03 RT-VLRPAGO     PIC 9(08)V99.
                03 RT-VLRENCARGO  PIC 9(08)V99.
                03 RT-DESCRICAO   PIC X(30).
                03 FILLER         PIC X(08).
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
       FD BOLRETLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-BOLRETLIST PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CBRWS.CPY".
           COPY "RCMWS.CPY".
       77 ST-RET        PIC X(02) VALUE "00".
       77 ST-MEN        PIC X(02) VALUE "00".
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-RET     PIC X(64) VALUE SPACES.
       77 W-ARQ-MEN     PIC X(64) VALUE SPACES.
       77 W-ARQ-TURMA   PIC X(64) VALUE SPACES.
       77 W-TUR-OK      PIC X(01) VALUE "N".
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-CONT-LIQ    PIC 9(06) VALUE ZEROS.
       77 W-CONT-CONF   PIC 9(06) VALUE ZEROS.
       77 W-CONT-BAIXA  PIC 9(06) VALUE ZEROS.
       77 W-CONT-DIV    PIC 9(06) VALUE ZEROS.
       77 W-TOT-LIQ     PIC 9(12)V99 VALUE ZEROS.
       77 W-ED-VALOR    PIC ZZ.ZZ9,99.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "NOSSO NUM.  RM    COMPET DT.PAGTO   VLR.".
           03 FILLER        PIC X(40) VALUE
              "PAGO DIVERGENCIA".
       01 W-DETLIN.
           03 DL-NOSSONUM   PIC 9(11).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-COMPET     PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DTPAGTO    PIC 9(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VALOR      PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DIVERG     PIC X(35).
       01 W-RODAPE.
           03 FILLER        PIC X(20) VALUE "BAIXAS AUTOMATICAS: ".
           03 RD-LIQ        PIC ZZZZZ9.
           03 FILLER        PIC X(10) VALUE "  VALOR: ".
           03 RD-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(16) VALUE "  DIVERGENCIAS: ".
           03 RD-DIV        PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "BOLRET.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RET
           MOVE "MENSALID.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MEN
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "RETORNO DE COBRANCA - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           OPEN INPUT BOLRET
           IF ST-RET NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BOLRET: " ST-RET
              GO TO ROT-FIM.
           OPEN I-O MENSALID
           IF ST-MEN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MENSALID: " ST-MEN
              CLOSE BOLRET
              GO TO ROT-FIM.
           PERFORM ABR-COBRANCA
           IF W-CBR-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO COBRANCA: "
                      ST-COBRANCA
              CLOSE BOLRET MENSALID
              GO TO ROT-FIM.
           PERFORM ABR-RECMENS
           IF W-RCM-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECMENS: "
                      ST-RECMENS
              CLOSE BOLRET MENSALID COBRANCA
              GO TO ROT-FIM.
           OPEN INPUT CADTURMA
           IF ST-TURMA = "00"
              MOVE "S" TO W-TUR-OK.
           OPEN OUTPUT BOLRETLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BOLRETLIST: "
                      ST-LIST
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-FIM.
           MOVE "BOLETORET" TO REL-PROGRAMA
           STRING "PROCESSADO EM " W-HOJE
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "COBRANCA - DIVERGENCIAS"  TO REL-TITULO
           MOVE W-CABCOLS                  TO REL-COLUNAS.
      *
      **************************************
      * OCORRENCIAS DO RETORNO             *
      **************************************
      *
       LER-RET.
           READ BOLRET NEXT RECORD
               AT END GO TO ROT-RODAPE.
           IF RT-TIPO NOT = "1"
              GO TO LER-RET.
           MOVE RT-NOSSONUM TO DL-NOSSONUM
           MOVE RT-DTPAGTO  TO DL-DTPAGTO
           MOVE RT-VLRPAGO  TO DL-VALOR
           MOVE ZEROS       TO DL-RM DL-COMPET
           MOVE SPACES      TO DL-DIVERG
           MOVE RT-NOSSONUM TO CB-NOSSONUM
           READ COBRANCA
           IF ST-COBRANCA NOT = "00"
              MOVE "NOSSO NUMERO DESCONHECIDO" TO DL-DIVERG
              PERFORM DIVERGENCIA
              GO TO LER-RET.
           MOVE CB-RM     TO DL-RM
           MOVE CB-COMPET TO DL-COMPET
           IF RT-OCORRENCIA = "06"
              PERFORM LIQUIDA THRU LIQUIDA-FIM
              GO TO LER-RET.
           IF RT-OCORRENCIA = "02"
              ADD 1 TO W-CONT-CONF
              PERFORM CONFIRMA-BOLETO
              GO TO LER-RET.
           IF RT-OCORRENCIA = "09"
              ADD 1 TO W-CONT-BAIXA
              PERFORM BAIXA-BOLETO
              GO TO LER-RET.
           IF RT-OCORRENCIA = "03"
              MOVE "J" TO CB-SITUACAO
              PERFORM REGRAVA-BOLETO
              STRING "REJEITADO: " RT-DESCRICAO
                     DELIMITED BY SIZE INTO DL-DIVERG
              PERFORM DIVERGENCIA
              GO TO LER-RET.
           STRING "OCORRENCIA " RT-OCORRENCIA " NAO TRATADA"
                  DELIMITED BY SIZE INTO DL-DIVERG
           PERFORM DIVERGENCIA
           GO TO LER-RET.
      *
      **************************************
      * LIQUIDACAO DO BOLETO               *
      **************************************
      *
      * O PAGAMENTO ENTRA NO HISTORICO DE RECEBIMENTOS COMO SE FOSSE
      * NO CAIXA, COM OS ENCARGOS CALCULADOS ATE A DATA DO PAGAMENTO.
      * PAGO A MENOR DEIXA SALDO EM ABERTO; PAGO A MAIOR QUITA E O
      * EXCEDENTE FICA REGISTRADO PARA DEVOLUCAO OU COMPENSACAO
      *
       LIQUIDA.
           IF BOLETO-LIQUIDADO
              MOVE "PAGAMENTO EM DUPLICIDADE" TO DL-DIVERG
              PERFORM DIVERGENCIA
              GO TO LIQUIDA-FIM.
           MOVE CB-RM     TO MN-RM
           MOVE CB-COMPET TO MN-COMPET
           READ MENSALID
           IF ST-MEN NOT = "00"
              MOVE "MENSALIDADE NAO ENCONTRADA" TO DL-DIVERG
              PERFORM DIVERGENCIA
              GO TO LIQUIDA-FIM.
           MOVE MN-RM       TO W-RCM-RM
           MOVE MN-COMPET   TO W-RCM-COMPET
           MOVE MN-VALOR    TO W-RCM-VALOR
           MOVE MN-SITUACAO TO W-RCM-SITUACAO
           MOVE MN-DTVENC   TO W-RCM-DTVENC
           PERFORM SALDO-MENS THRU SALDO-MENS-FIM
           IF W-RCM-SALDO = ZEROS
              PERFORM MARCA-LIQUIDADO
              MOVE "DUPLICIDADE - JA PAGA NO CAIXA" TO DL-DIVERG
              PERFORM DIVERGENCIA
              GO TO LIQUIDA-FIM.
           PERFORM TAXA-TURMA THRU TAXA-TURMA-FIM
           MOVE RT-DTPAGTO TO W-RCM-DATA
           PERFORM ENCARGO-MENS THRU ENCARGO-MENS-FIM
           MOVE RT-VLRPAGO TO W-RCM-RECEB
           PERFORM APURA-RECEB THRU APURA-RECEB-FIM
           MOVE MN-RM        TO RC-RM
           MOVE MN-COMPET    TO RC-COMPET
           COMPUTE RC-SEQ = W-RCM-ULTSEQ + 1
           MOVE RT-DTPAGTO   TO RC-DTRECEB
           MOVE RT-VLRPAGO   TO RC-VLRRECEB
           MOVE W-RCM-PRINC  TO RC-PRINCIPAL
           MOVE W-RCM-PMULTA TO RC-MULTA
           MOVE W-RCM-PJUROS TO RC-JUROS
           MOVE W-RCM-DIAS   TO RC-DIASATRASO
           MOVE "BANCO"      TO RC-OPERADOR
           MOVE W-RCM-EXCED  TO RC-EXCEDENTE
           MOVE "B"          TO RC-ORIGEM
           WRITE REGRECMENS
           IF ST-RECMENS NOT = "00" AND ST-RECMENS NOT = "02"
              MOVE "ERRO NA GRAVACAO DO RECMENS" TO DL-DIVERG
              PERFORM DIVERGENCIA
              GO TO LIQUIDA-FIM.
           MOVE RT-DTPAGTO TO MN-DTPAGTO
           ADD RT-VLRPAGO  TO MN-VLRPAGO
           IF W-RCM-NSALDO = ZEROS
              MOVE "P" TO MN-SITUACAO
           ELSE
              MOVE "R" TO MN-SITUACAO.
           REWRITE REGMENSALID
           IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DA MENSALIDADE" TO DL-DIVERG
              PERFORM DIVERGENCIA
              GO TO LIQUIDA-FIM.
           PERFORM MARCA-LIQUIDADO
           ADD 1 TO W-CONT-LIQ
           ADD RT-VLRPAGO TO W-TOT-LIQ
           IF W-RCM-NSALDO NOT = ZEROS
              MOVE W-RCM-NSALDO TO W-ED-VALOR
              STRING "PAGO A MENOR - SALDO " W-ED-VALOR
                     DELIMITED BY SIZE INTO DL-DIVERG
              PERFORM DIVERGENCIA
              GO TO LIQUIDA-FIM.
           IF W-RCM-EXCED NOT = ZEROS
              MOVE W-RCM-EXCED TO W-ED-VALOR
              STRING "PAGO A MAIOR - EXCEDENTE " W-ED-VALOR
                     DELIMITED BY SIZE INTO DL-DIVERG
              PERFORM DIVERGENCIA.
       LIQUIDA-FIM.
           EXIT.
      *
       MARCA-LIQUIDADO.
           MOVE "L"           TO CB-SITUACAO
           MOVE RT-DTPAGTO    TO CB-DTPAGTO
           MOVE RT-VLRPAGO    TO CB-VLRPAGO
           PERFORM REGRAVA-BOLETO.
      *
       CONFIRMA-BOLETO.
           IF BOLETO-EMITIDO
              MOVE "C" TO CB-SITUACAO
              PERFORM REGRAVA-BOLETO.
      *
      * BAIXA DE BOLETO JA PAGO NAO DESFAZ A LIQUIDACAO
      *
       BAIXA-BOLETO.
           IF NOT BOLETO-LIQUIDADO
              MOVE "B" TO CB-SITUACAO
              PERFORM REGRAVA-BOLETO.
      *
       REGRAVA-BOLETO.
           MOVE RT-OCORRENCIA TO CB-OCORRENCIA
           REWRITE REGCOBRANCA
           IF ST-COBRANCA NOT = "00" AND ST-COBRANCA NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO COBRANCA: "
                      ST-COBRANCA " NOSSO NUMERO " CB-NOSSONUM.
      *
       DIVERGENCIA.
           ADD 1 TO W-CONT-DIV
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
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
       ROT-RODAPE.
           IF W-CONT-DIV = ZEROS
              MOVE "NENHUMA DIVERGENCIA NO RETORNO" TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-LIQ TO RD-LIQ
           MOVE W-TOT-LIQ  TO RD-VALOR
           MOVE W-CONT-DIV TO RD-DIV
           MOVE W-RODAPE   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
           CLOSE BOLRETLIST
           DISPLAY "BAIXAS AUTOMATICAS ......: " W-CONT-LIQ
           DISPLAY "VALOR RECEBIDO ..........: " W-TOT-LIQ
           DISPLAY "ENTRADAS CONFIRMADAS ....: " W-CONT-CONF
           DISPLAY "BAIXAS PELO BANCO .......: " W-CONT-BAIXA
           DISPLAY "DIVERGENCIAS ............: " W-CONT-DIV.
      *
       ROT-FIM.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           CLOSE BOLRET MENSALID COBRANCA RECMENS
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
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-BOLRETLIST==.
           COPY "SPLPAR.CPY".
