       AUTHOR. MATEUS.
      **************************************
      *RECEBIMENTO DE MENSALIDADES         *
      *COM MULTA, JUROS E PAGAMENTO PARCIAL*
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS AL-NOME
                               WITH DUPLICATES.
       SELECT CADTURMA ASSIGN TO DYNAMIC W-ARQ-TURMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-TURMA.
           COPY "RCMSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
                03 MN-SITUACAO     PIC X(01).
                   88 MENS-ABERTA     VALUE "A".
                   88 MENS-PAGA       VALUE "P".
                   88 MENS-PARCIAL    VALUE "R".
                03 MN-DTPAGTO      PIC 9(08).
                03 MN-VLRPAGO      PIC 9(06)V99.
                03 MN-DTVENC       PIC 9(08).
                03 FILLER          PIC X(01).
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.
                03 AL-SITUACAO     PIC X(01).
                03 AL-DTTRANSF     PIC 9(08).
                03 FILLER          PIC X(06).
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
           COPY "RCMFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "RCMWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ARQ-MEN    PIC X(64) VALUE SPACES.
       77 W-ARQ-ALUNO  PIC X(64) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 ST-TURMA     PIC X(02) VALUE "00".
       77 W-ARQ-TURMA  PIC X(64) VALUE SPACES.
       77 W-TUR-OK     PIC X(01) VALUE "N".
       77 W-DTRECEB    PIC 9(08) VALUE ZEROS.
       77 W-VLRRECEB   PIC 9(06)V99 VALUE ZEROS.
       77 W-ED-VALOR   PIC ZZZ.ZZ9,99.
       77 W-ED-DIAS    PIC ZZZZ9.
       01 W-REGMENANT  PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "CADALUNO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ALUNO
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           OPEN I-O MENSALID
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE MENSALID
              GO TO ROT-FIM.
           PERFORM ABR-RECMENS
           IF W-RCM-OK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RECMENS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE MENSALID CADALUNO
              GO TO ROT-FIM.
           OPEN INPUT CADTURMA
           IF ST-TURMA = "00"
              MOVE "S" TO W-TUR-OK.
           MOVE "P201624" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "P201624" TO EVT-PROGRAMA
                DISPLAY (09, 06) "TURMA               : "
                DISPLAY (10, 06) "VALOR DA MENSALIDADE: "
                DISPLAY (11, 06) "SITUACAO            : "
                DISPLAY (12, 06) "VENCIMENTO          : "
                DISPLAY (13, 06) "RECEBIDO ATE AGORA  : "
                DISPLAY (13, 45) "RECEBIMENTOS: "
                DISPLAY (14, 06) "SALDO EM ABERTO     : "
                DISPLAY (15, 06) "DATA DO PAGAMENTO   : "
                DISPLAY (16, 06) "DIAS DE ATRASO      : "
                DISPLAY (17, 06) "MULTA               : "
                DISPLAY (17, 45) "JUROS: "
                DISPLAY (18, 06) "TOTAL DEVIDO        : "
                DISPLAY (19, 06) "VALOR PAGO          : "
                DISPLAY (20, 06) "SALDO APOS PAGAMENTO: ".

       INC-002.
                ACCEPT (05, 28) MN-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FECHA.
                IF MN-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE REGMENSALID TO W-REGMENANT.
                DISPLAY (09, 28) MN-TURMA
                DISPLAY (10, 28) MN-VALOR
                DISPLAY (11, 28) MN-SITUACAO
                DISPLAY (12, 28) MN-DTVENC
                MOVE MN-RM       TO W-RCM-RM
                MOVE MN-COMPET   TO W-RCM-COMPET
                MOVE MN-VALOR    TO W-RCM-VALOR
                MOVE MN-SITUACAO TO W-RCM-SITUACAO
                MOVE MN-DTVENC   TO W-RCM-DTVENC
                PERFORM SALDO-MENS THRU SALDO-MENS-FIM
                PERFORM TAXA-TURMA THRU TAXA-TURMA-FIM
                MOVE MN-VLRPAGO  TO W-ED-VALOR
                DISPLAY (13, 28) W-ED-VALOR
                DISPLAY (13, 59) W-RCM-QTREC
                MOVE W-RCM-SALDO TO W-ED-VALOR
                DISPLAY (14, 28) W-ED-VALOR
                IF MENS-PAGA OR W-RCM-SALDO = ZEROS
                   DISPLAY (15, 28) MN-DTPAGTO
                   MOVE "*** MENSALIDADE JA PAGA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
      * DATA DO PAGAMENTO: ENCARGOS CALCULADOS ATE ELA
      *
       INC-004.
                MOVE W-HOJE TO W-DTRECEB
                ACCEPT (15, 28) W-DTRECEB WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-DTRECEB = ZEROS OR W-DTRECEB > W-HOJE
                   MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-DTRECEB TO W-RCM-DATA
                PERFORM ENCARGO-MENS THRU ENCARGO-MENS-FIM
                MOVE W-RCM-DIAS  TO W-ED-DIAS
                DISPLAY (16, 28) W-ED-DIAS
                MOVE W-RCM-MULTA TO W-ED-VALOR
                DISPLAY (17, 28) W-ED-VALOR
                MOVE W-RCM-JUROS TO W-ED-VALOR
                DISPLAY (17, 52) W-ED-VALOR
                MOVE W-RCM-TOTAL TO W-ED-VALOR
                DISPLAY (18, 28) W-ED-VALOR.
      *
      * VALOR MENOR QUE O TOTAL DEVIDO = PAGAMENTO PARCIAL
      *
       INC-005.
                MOVE W-RCM-TOTAL TO W-VLRRECEB
                ACCEPT (19, 28) W-VLRRECEB WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-VLRRECEB = ZEROS
                   MOVE "*** VALOR PAGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-VLRRECEB > W-RCM-TOTAL
                   MOVE "*** VALOR PAGO ACIMA DO TOTAL DEVIDO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE W-VLRRECEB TO W-RCM-RECEB
                PERFORM APURA-RECEB THRU APURA-RECEB-FIM
                MOVE W-RCM-NSALDO TO W-ED-VALOR
                DISPLAY (20, 28) W-ED-VALOR.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      * GRAVA O RECEBIMENTO NO HISTORICO E ATUALIZA A MENSALIDADE
      *
       INC-WR1.
                MOVE MN-RM       TO RC-RM
                MOVE MN-COMPET   TO RC-COMPET
                COMPUTE RC-SEQ = W-RCM-ULTSEQ + 1
                MOVE W-DTRECEB   TO RC-DTRECEB
                MOVE W-VLRRECEB  TO RC-VLRRECEB
                MOVE W-RCM-PRINC TO RC-PRINCIPAL
                MOVE W-RCM-PMULTA TO RC-MULTA
                MOVE W-RCM-PJUROS TO RC-JUROS
                MOVE W-RCM-DIAS  TO RC-DIASATRASO
                MOVE ZEROS       TO RC-EXCEDENTE
                MOVE "C"         TO RC-ORIGEM
                ACCEPT RC-OPERADOR FROM ENVIRONMENT "OPERADOR"
                IF RC-OPERADOR = SPACES OR LOW-VALUES
                   ACCEPT RC-OPERADOR FROM ENVIRONMENT "USER".
                WRITE REGRECMENS
                IF ST-RECMENS NOT = "00" AND ST-RECMENS NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO RECMENS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "RECMENS" TO JRN-ARQUIVO
                MOVE SPACES TO JRN-ANTES
                MOVE REGRECMENS TO JRN-DEPOIS
                MOVE RC-CHAVE TO JRN-CHAVE
                MOVE "I" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL
                MOVE "MENSALID" TO JRN-ARQUIVO.

       INC-RW1.
                MOVE W-DTRECEB TO MN-DTPAGTO
                ADD W-VLRRECEB TO MN-VLRPAGO
                IF W-RCM-NSALDO = ZEROS
                   MOVE "P" TO MN-SITUACAO
                ELSE
                   MOVE "R" TO MN-SITUACAO.
                REWRITE REGMENSALID
                IF ST-ERRO = "00" OR "02"
                   MOVE MN-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE W-REGMENANT TO JRN-ANTES
                   MOVE REGMENSALID TO JRN-DEPOIS
                   MOVE MN-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   IF MENS-PAGA
                      MOVE "*** PAGAMENTO REGISTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                   ELSE
                      MOVE "*** PAGAMENTO PARCIAL REGISTRADO ***"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO MENSALID" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FECHA.
      *
      ***************************************
      * ROTINAS DE APOIO DA TELA            *
      ***************************************
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
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA.
                CLOSE MENSALID CADALUNO RECMENS
                IF W-TUR-OK = "S"
                   CLOSE CADTURMA.
       ROT-FIM.
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
           COPY "EVTPAR.CPY".
           COPY "AMBPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "RCMPAR.CPY".
       FIM-ROT-TEMPO.
