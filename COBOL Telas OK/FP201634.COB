       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201634.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DOS PLANOS DE SAUDE     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PLASEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "PLAFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "PLAWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-COL        PIC 9(02) VALUE ZEROS.
       77 W-TETOANS    PIC 9(07)V99 VALUE ZEROS.
       77 W-QT-ADESAO  PIC 9(05) VALUE ZEROS.
       01 TABFAIXA.
           03 FILLER       PIC X(08) VALUE "00 A 18:".
           03 FILLER       PIC X(08) VALUE "19 A 23:".
           03 FILLER       PIC X(08) VALUE "24 A 28:".
           03 FILLER       PIC X(08) VALUE "29 A 33:".
           03 FILLER       PIC X(08) VALUE "34 A 38:".
           03 FILLER       PIC X(08) VALUE "39 A 43:".
           03 FILLER       PIC X(08) VALUE "44 A 48:".
           03 FILLER       PIC X(08) VALUE "49 A 53:".
           03 FILLER       PIC X(08) VALUE "54 A 58:".
           03 FILLER       PIC X(08) VALUE "59 OU +:".
       01 TABDESCFAIXA REDEFINES TABFAIXA.
           03 TABFAIXA1    PIC X(08) OCCURS 10 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADPLANO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PLANO
           MOVE "CADPLBEN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PLBEN.
       INC-OP0A.
           OPEN I-O CADPLANO
           IF ST-PLANO NOT = "00"
               IF ST-PLANO = "30" OR "35"
                      OPEN OUTPUT CADPLANO
                      CLOSE CADPLANO
                      MOVE "*** ARQUIVO CADPLANO SENDO CRIADO **"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLANO"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
           MOVE "FP201634" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201634" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "CADPLANO" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO PL-CODIGO PL-REGANS PL-PCTTITULAR
                MOVE ZEROS TO PL-PCTDEPEND PL-PCTCOPART PL-TETOCOPART
                MOVE ZEROS TO PL-PRECOS
                MOVE SPACES TO PL-DESCR PL-TIPO PL-OPERADORA
                MOVE "A" TO PL-SITUACAO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 20) "PLANOS DE SAUDE E ODONTOLOGICOS"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (06, 06) "CODIGO DO PLANO  : "
                DISPLAY (08, 06) "DESCRICAO        : "
                DISPLAY (09, 06) "TIPO (S/O)       : "
                DISPLAY (09, 30) "S=SAUDE  O=ODONTOLOGICO"
                DISPLAY (10, 06) "OPERADORA        : "
                DISPLAY (11, 06) "REGISTRO ANS     : "
                DISPLAY (12, 06) "% EMPRESA TITULAR: "
                DISPLAY (12, 40) "% EMPRESA DEPEND.: "
                DISPLAY (13, 06) "% COPARTICIPACAO : "
                DISPLAY (13, 40) "TETO MENSAL COPAR: "
                DISPLAY (14, 06) "SITUACAO (A/I)   : "
                DISPLAY (16, 06) "PRECO MENSAL POR FAIXA ETARIA"
                MOVE 1 TO W-IDX.
       INC-001A.
                PERFORM POS-FAIXA THRU POS-FAIXA-FIM
                SUBTRACT 10 FROM W-COL
                DISPLAY (W-LIN, W-COL) TABFAIXA1 (W-IDX)
                ADD 1 TO W-IDX
                IF W-IDX < 11
                   GO TO INC-001A.

       INC-002.
                ACCEPT (06, 26) PL-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPLANO
                   GO TO ROT-FIM.
                IF PL-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.

       LER-PLA01.
                MOVE 0 TO W-SEL
                READ CADPLANO
                IF ST-PLANO NOT = "23"
                   IF ST-PLANO = "00"
                      MOVE REGPLANO TO JRN-ANTES
                      PERFORM MOSTRA-PLA THRU MOSTRA-PLA-FIM
                      MOVE "*** PLANO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADPLANO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.

       INC-003.
                ACCEPT (08, 26) PL-DESCR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PL-DESCR = SPACES
                   MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (09, 26) PL-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PL-TIPO = "s" MOVE "S" TO PL-TIPO.
                IF PL-TIPO = "o" MOVE "O" TO PL-TIPO.
                IF NOT PLANO-SAUDE AND NOT PLANO-ODONTO
                   MOVE "*** TIPO: S=SAUDE  O=ODONTOLOGICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (10, 26) PL-OPERADORA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PL-OPERADORA = SPACES
                   MOVE "*** OPERADORA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (11, 26) PL-REGANS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PL-REGANS = ZEROS
                   MOVE "*** REGISTRO ANS INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (12, 26) PL-PCTTITULAR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF PL-PCTTITULAR > 100
                   MOVE "*** PERCENTUAL ACIMA DE 100 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (12, 60) PL-PCTDEPEND WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF PL-PCTDEPEND > 100
                   MOVE "*** PERCENTUAL ACIMA DE 100 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (13, 26) PL-PCTCOPART WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF PL-PCTCOPART > 100
                   MOVE "*** PERCENTUAL ACIMA DE 100 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (13, 60) PL-TETOCOPART WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-011.
                ACCEPT (14, 26) PL-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF PL-SITUACAO = "a" MOVE "A" TO PL-SITUACAO.
                IF PL-SITUACAO = "i" MOVE "I" TO PL-SITUACAO.
                IF NOT PLANO-ATIVO AND NOT PLANO-INATIVO
                   MOVE "*** SITUACAO: A=ATIVO  I=INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                MOVE 1 TO W-IDX.
      *
      * PRECOS DAS 10 FAIXAS; F1 VOLTA PARA A FAIXA ANTERIOR
      *
       INC-012.
                PERFORM POS-FAIXA THRU POS-FAIXA-FIM
                ACCEPT (W-LIN, W-COL) PL-PRECO (W-IDX) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-IDX = 1 GO TO INC-011.
                IF W-ACT = 02
                   SUBTRACT 1 FROM W-IDX
                   GO TO INC-012.
                IF PL-PRECO (W-IDX) = ZEROS
                   MOVE "*** PRECO DA FAIXA OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
                IF W-IDX > 1
                   IF PL-PRECO (W-IDX) < PL-PRECO (W-IDX - 1)
                      MOVE "*** PRECO MENOR QUE O DA FAIXA ANTERIOR ***"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-012.
                ADD 1 TO W-IDX
                IF W-IDX < 11
                   GO TO INC-012.
      *
      * REGRA DA ANS: A ULTIMA FAIXA NAO PODE PASSAR DE SEIS VEZES
      * O VALOR DA PRIMEIRA
      *
                COMPUTE W-TETOANS = PL-PRECO (1) * 6
                IF PL-PRECO (10) > W-TETOANS
                   MOVE "*** ULTIMA FAIXA ACIMA DE 6X A PRIMEIRA ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 10 TO W-IDX
                   GO TO INC-012.
                IF W-SEL = 1
                   GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE 10 TO W-IDX
                   GO TO INC-012.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGPLANO
                IF ST-PLANO = "00" OR "02"
                      MOVE PL-CODIGO TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGPLANO TO JRN-DEPOIS
                      MOVE PL-CODIGO TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-PLANO = "22"
                      MOVE "*** PLANO JA EXISTE ***     " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLANO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
                IF W-ACT = 04
                   GO TO EXC-001.
      *
      * PLANO COM ADESOES NAO PODE SER EXCLUIDO; PARA ENCERRAR A
      * OFERTA USE A SITUACAO I=INATIVO
      *
       EXC-001.
                MOVE ZEROS TO W-QT-ADESAO
                OPEN INPUT CADPLBEN
                IF ST-PLBEN NOT = "00"
                   GO TO EXC-OPC.
       EXC-002.
                READ CADPLBEN NEXT RECORD
                IF ST-PLBEN NOT = "00"
                   CLOSE CADPLBEN
                   GO TO EXC-003.
                IF PB-PLANO = PL-CODIGO
                   ADD 1 TO W-QT-ADESAO.
                GO TO EXC-002.
       EXC-003.
                IF W-QT-ADESAO NOT = ZEROS
                   MOVE "*** PLANO COM ADESOES - USE SITUACAO I ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPLANO RECORD
                IF ST-PLANO = "00"
                   MOVE PL-CODIGO TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE PL-CODIGO TO JRN-CHAVE
                   MOVE "E" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE 10 TO W-IDX
                   GO TO INC-012.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPLANO
                IF ST-PLANO = "00" OR "02"
                   MOVE PL-CODIGO TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGPLANO TO JRN-DEPOIS
                   MOVE PL-CODIGO TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPLANO"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * MOSTRA O PLANO LIDO                 *
      ***************************************
      *
       MOSTRA-PLA.
                DISPLAY (08, 26) PL-DESCR
                DISPLAY (09, 26) PL-TIPO
                DISPLAY (10, 26) PL-OPERADORA
                DISPLAY (11, 26) PL-REGANS
                DISPLAY (12, 26) PL-PCTTITULAR
                DISPLAY (12, 60) PL-PCTDEPEND
                DISPLAY (13, 26) PL-PCTCOPART
                DISPLAY (13, 60) PL-TETOCOPART
                DISPLAY (14, 26) PL-SITUACAO
                MOVE 1 TO W-IDX.
       MOSTRA-PLA1.
                PERFORM POS-FAIXA THRU POS-FAIXA-FIM
                DISPLAY (W-LIN, W-COL) PL-PRECO (W-IDX)
                ADD 1 TO W-IDX
                IF W-IDX < 11
                   GO TO MOSTRA-PLA1.
       MOSTRA-PLA-FIM.
                EXIT.
      *
      * POSICAO NA TELA DO PRECO DA FAIXA W-IDX (DUAS COLUNAS)
      *
       POS-FAIXA.
                IF W-IDX < 6
                   COMPUTE W-LIN = W-IDX + 16
                   MOVE 16 TO W-COL
                ELSE
                   COMPUTE W-LIN = W-IDX + 11
                   MOVE 50 TO W-COL.
       POS-FAIXA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
                CLOSE JORNAL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               MOVE ST-PLANO TO ST-ERRO
               DISPLAY (23, 12) MENS
               PERFORM GRAVA-EVENTOLOG.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 300000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      *************************
      * ROTINA DE AUDITORIA   *
      *************************
      *
           COPY "AUDIPAR.CPY".
           COPY "EVTPAR.CPY".
           COPY "AMBPAR.CPY".
           COPY "JRNPAR.CPY".
       FIM-ROT-TEMPO.
