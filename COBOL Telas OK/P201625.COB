       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201625.
       AUTHOR. MATEUS.
      **************************************
      *BOLSAS E DESCONTOS DE MENSALIDADE   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADALUNO ASSIGN TO DYNAMIC W-ARQ-ALUNO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS AL-NOME
                               WITH DUPLICATES.
           COPY "DSCSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.
                03 AL-RM           PIC 9(05).
                03 AL-NOME         PIC X(35).
                03 AL-SEXO         PIC X(01).
                03 AL-DATANASC     PIC 9(08).
                03 AL-SITUACAO     PIC X(01).
                   88 ALU-TRANSFERIDO VALUE "T".
                03 AL-DTTRANSF     PIC 9(08).
                03 FILLER          PIC X(06).
           COPY "DSCFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "DSCWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ALUNO     PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-ALUNO  PIC X(64) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADALUNO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ALUNO
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           PERFORM ABR-DESCONTO
           IF W-DSC-OK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DESCONTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0B.
           OPEN INPUT CADALUNO
           IF ST-ALUNO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADALUNO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE DESCONTO
              GO TO ROT-FIM.
           MOVE "P201625" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "P201625" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "DESCONTO" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS  TO DS-RM DS-PERCENT DS-VALOR DS-CMPINI
                               DS-CMPFIM DS-DTAPROV
                MOVE SPACES TO DS-TIPO DS-MODO DS-APROVADOR
                MOVE "N"    TO DS-APROVADO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 14)
                   "BOLSAS E DESCONTOS DE MENSALIDADE"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (05, 06) "RM DO ALUNO          : "
                DISPLAY (06, 06) "ALUNO                : "
                DISPLAY (07, 06) "TIPO (B/I/F)         : "
                DISPLAY (08, 06)
                   "B=BOLSA  I=IRMAOS  F=FILHO DE FUNCIONARIO"
                DISPLAY (10, 06) "MODO (P=%  V=VALOR)  : "
                DISPLAY (11, 06) "PERCENTUAL (%)       : "
                DISPLAY (12, 06) "VALOR FIXO           : "
                DISPLAY (13, 06) "VIGENCIA DE (AAAAMM) : "
                DISPLAY (14, 06) "ATE (AAAAMM, 0=SEM)  : "
                DISPLAY (15, 06) "APROVADO (S/N)       : "
                DISPLAY (16, 06) "APROVADO POR         : "
                DISPLAY (17, 06) "DATA DA APROVACAO    : ".

       INC-002.
                ACCEPT (05, 29) DS-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE DESCONTO CADALUNO
                   GO TO ROT-FIM.
                IF DS-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DS-RM TO AL-RM
                READ CADALUNO
                IF ST-ALUNO NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (06, 29) AL-NOME.

       INC-002A.
                ACCEPT (07, 29) DS-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF NOT DESC-BOLSA AND NOT DESC-IRMAO AND NOT DESC-FUNC
                   MOVE "*** TIPO DEVE SER B, I OU F ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.

       LER-DESC01.
                MOVE 0 TO W-SEL
                READ DESCONTO
                IF ST-DESCONTO NOT = "23"
                   IF ST-DESCONTO = "00"
                      MOVE REGDESCONTO TO JRN-ANTES
                      PERFORM MOSTRA-DESC
                      MOVE "*** DESCONTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO DESCONTO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.

       INC-003.
                ACCEPT (10, 29) DS-MODO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF NOT DESC-PERCENT AND NOT DESC-FIXO
                   MOVE "*** MODO DEVE SER P OU V ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF DESC-FIXO
                   MOVE ZEROS TO DS-PERCENT
                   DISPLAY (11, 29) DS-PERCENT
                   GO TO INC-005.
                MOVE ZEROS TO DS-VALOR
                DISPLAY (12, 29) DS-VALOR.
       INC-004.
                ACCEPT (11, 29) DS-PERCENT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF DS-PERCENT = ZEROS OR DS-PERCENT > 100
                   MOVE "*** PERCENTUAL DE 0,01 A 100 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                GO TO INC-006.
       INC-005.
                ACCEPT (12, 29) DS-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF DS-VALOR = ZEROS
                   MOVE "*** VALOR DO DESCONTO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (13, 29) DS-CMPINI WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                DIVIDE DS-CMPINI BY 100 GIVING W-CONT REMAINDER W-MES
                IF DS-CMPINI < 190001 OR W-MES < 1 OR W-MES > 12
                   MOVE "*** COMPETENCIA INICIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (14, 29) DS-CMPFIM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF DS-CMPFIM = ZEROS
                   GO TO INC-008.
                DIVIDE DS-CMPFIM BY 100 GIVING W-CONT REMAINDER W-MES
                IF DS-CMPFIM < DS-CMPINI OR W-MES < 1 OR W-MES > 12
                   MOVE "*** COMPETENCIA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
      *
      * SEM APROVACAO O DESCONTO FICA CADASTRADO MAS NAO E APLICADO
      * PELA GERACAO DAS MENSALIDADES
      *
       INC-008.
                ACCEPT (15, 29) DS-APROVADO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF DS-APROVADO = "s"
                   MOVE "S" TO DS-APROVADO.
                IF DS-APROVADO = "n"
                   MOVE "N" TO DS-APROVADO.
                IF DS-APROVADO NOT = "S" AND DS-APROVADO NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF DS-APROVADO = "N"
                   MOVE SPACES TO DS-APROVADOR
                   MOVE ZEROS  TO DS-DTAPROV
                   DISPLAY (16, 29) DS-APROVADOR
                   DISPLAY (17, 29) DS-DTAPROV
                   GO TO INC-010.
       INC-009.
                ACCEPT (16, 29) DS-APROVADOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF DS-APROVADOR = SPACES
                   MOVE "*** INFORME QUEM APROVOU ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF DS-DTAPROV = ZEROS
                   MOVE W-HOJE TO DS-DTAPROV.
                DISPLAY (17, 29) DS-DTAPROV.
       INC-010.
                IF W-SEL = 1
                   GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGDESCONTO
                IF ST-DESCONTO = "00" OR "02"
                      MOVE DS-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGDESCONTO TO JRN-DEPOIS
                      MOVE DS-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-DESCONTO = "22"
                      MOVE "*** DESCONTO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DESCONTO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
       MOSTRA-DESC.
                DISPLAY (10, 29) DS-MODO
                DISPLAY (11, 29) DS-PERCENT
                DISPLAY (12, 29) DS-VALOR
                DISPLAY (13, 29) DS-CMPINI
                DISPLAY (14, 29) DS-CMPFIM
                DISPLAY (15, 29) DS-APROVADO
                DISPLAY (16, 29) DS-APROVADOR
                DISPLAY (17, 29) DS-DTAPROV.
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
                   GO TO EXC-OPC.
      *
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
                DELETE DESCONTO RECORD
                IF ST-DESCONTO = "00"
                   MOVE DS-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE DS-CHAVE TO JRN-CHAVE
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
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDESCONTO
                IF ST-DESCONTO = "00" OR "02"
                   MOVE DS-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGDESCONTO TO JRN-DEPOIS
                   MOVE DS-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DESCONTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
               MOVE ST-DESCONTO TO ST-ERRO
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
           COPY "DSCPAR.CPY".
       FIM-ROT-TEMPO.
