       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201647.
       AUTHOR. MATEUS.
      ********************************************
      * AUTORIZACAO DE DESCONTO DE MENSALIDADE   *
      * ESCOLAR EM FOLHA DE PAGAMENTO            *
      ********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AUFSEL.CPY".
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
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "AUFFD.CPY".
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
                   88 ALU-TRANSFERIDO VALUE "T".
                03 AL-DTTRANSF     PIC 9(08).
                03 FILLER          PIC X(06).
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 FILLER         PIC X(186).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "AUFWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-RESP      PIC X(02) VALUE "00".
       77 ST-ALUNO     PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-RESP   PIC X(64) VALUE SPACES.
       77 W-ARQ-ALUNO  PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DTAUX      PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
           03 DX-ANO       PIC 9(04).
           03 DX-MES       PIC 9(02).
           03 DX-DIA       PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "RESPFIN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RESP
           MOVE "CADALUNO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ALUNO
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           PERFORM ABR-AUTFOLHA
           IF W-AUF-OK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO AUTFOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0B.
           OPEN INPUT RESPFIN
           IF ST-RESP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RESPFIN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AUTFOLHA
              GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ALUNO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADALUNO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AUTFOLHA RESPFIN
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AUTFOLHA RESPFIN CADALUNO
              GO TO ROT-FIM.
           MOVE "FP201647" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201647" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "AUTFOLHA" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO AE-RM AE-CHAPA AE-CPF AE-DTAUTORIZ
                              AE-DTCANCEL
                MOVE "A" TO AE-SITUACAO
                MOVE ZEROS TO W-SEL
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 10)
                   "AUTORIZACAO DE DESCONTO DE MENSALIDADE EM FOLHA"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (06, 06) "RM DO ALUNO          : "
                DISPLAY (07, 06) "ALUNO                : "
                DISPLAY (08, 06) "RESPONSAVEL FINANC.  : "
                DISPLAY (09, 06) "CPF DO RESPONSAVEL   : "
                DISPLAY (11, 06) "CHAPA DO FUNCIONARIO : "
                DISPLAY (12, 06) "FUNCIONARIO          : "
                DISPLAY (14, 06) "DATA DA AUTORIZACAO  : "
                DISPLAY (14, 40) "(AAAAMMDD)"
                DISPLAY (15, 06) "SITUACAO             : "
                DISPLAY (15, 31) "A=ATIVA C=CANCELADA"
                DISPLAY (16, 06) "DATA DO CANCELAMENTO : ".

       INC-002.
                ACCEPT (06, 29) AE-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE AUTFOLHA RESPFIN CADALUNO CADFUNC
                   GO TO ROT-FIM.
                IF AE-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE AE-RM TO AL-RM
                READ CADALUNO
                IF ST-ALUNO NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (07, 29) AL-NOME
      *
      * SO O RESPONSAVEL FINANCEIRO DO ALUNO PODE AUTORIZAR O
      * DESCONTO; O VINCULO COM O FUNCIONARIO E FEITO PELO CPF
      *
                MOVE AE-RM TO RF-RM
                READ RESPFIN
                IF ST-RESP NOT = "00"
                   MOVE "*** ALUNO SEM RESPONSAVEL FINANCEIRO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (08, 29) RF-NOME
                DISPLAY (09, 29) RF-CPF
                IF RF-CPF = ZEROS
                   MOVE "*** CPF DO RESPONSAVEL NAO INFORMADO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.

       LER-AUT01.
                MOVE 0 TO W-SEL
                READ AUTFOLHA
                IF ST-AUTFOLHA NOT = "23"
                   IF ST-AUTFOLHA = "00"
                      MOVE REGAUTFOLHA TO JRN-ANTES
                      PERFORM MOSTRA-AUT THRU MOSTRA-AUT-FIM
                      MOVE "*** AUTORIZACAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO AUTFOLHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.

       INC-003.
                ACCEPT (11, 29) AE-CHAPA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE AE-CHAPA TO CHAPA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (12, 29) NOME
                IF FUNC-DEMITIDO
                   MOVE "*** FUNCIONARIO DEMITIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF CPF NOT = RF-CPF
                   MOVE "*** FUNCIONARIO NAO E O RESPONSAVEL (CPF) ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE CPF TO AE-CPF.
       INC-004.
                IF AE-DTAUTORIZ = ZEROS
                   MOVE W-HOJE TO AE-DTAUTORIZ.
                ACCEPT (14, 29) AE-DTAUTORIZ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE AE-DTAUTORIZ TO W-DTAUX
                IF DX-ANO < 1990 OR DX-MES < 1 OR DX-MES > 12
                                 OR DX-DIA < 1 OR DX-DIA > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF AE-DTAUTORIZ > W-HOJE
                   MOVE "*** AUTORIZACAO COM DATA FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *
      * NA INCLUSAO A AUTORIZACAO NASCE ATIVA; A SITUACAO SO E
      * INFORMADA NA ALTERACAO (REATIVAR OU CANCELAR)
      *
                IF W-SEL NOT = 1
                   DISPLAY (15, 29) AE-SITUACAO
                   GO TO INC-OPC.
       INC-005.
                ACCEPT (15, 29) AE-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF AE-SITUACAO = "a" MOVE "A" TO AE-SITUACAO.
                IF AE-SITUACAO = "c" MOVE "C" TO AE-SITUACAO.
                IF NOT AUT-ATIVA AND NOT AUT-CANCELADA
                   MOVE "*** SITUACAO: A OU C ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF AUT-ATIVA
                   MOVE ZEROS TO AE-DTCANCEL.
                IF AUT-CANCELADA AND AE-DTCANCEL = ZEROS
                   MOVE W-HOJE TO AE-DTCANCEL.
                DISPLAY (16, 29) AE-DTCANCEL
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGAUTFOLHA
                IF ST-AUTFOLHA = "00" OR "02"
                      MOVE AE-RM TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGAUTFOLHA TO JRN-DEPOIS
                      MOVE AE-RM TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-AUTFOLHA = "22"
                      MOVE "*** AUTORIZACAO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO AUTFOLHA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/CANCELAM.*
      *****************************************
      *
      * A AUTORIZACAO NAO E EXCLUIDA: O CANCELAMENTO GUARDA A DATA
      * E O REGISTRO CONTINUA COMO HISTORICO DOS DESCONTOS FEITOS
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=CANCELAR"
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
      *
       CAN-OPC.
                IF AUT-CANCELADA
                   MOVE "*** AUTORIZACAO JA CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (23, 40) "CANCELAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** AUTORIZACAO NAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC.
                MOVE "C" TO AE-SITUACAO
                MOVE W-HOJE TO AE-DTCANCEL
                GO TO ALT-RW1.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGAUTFOLHA
                IF ST-AUTFOLHA = "00" OR "02"
                   MOVE AE-RM TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGAUTFOLHA TO JRN-DEPOIS
                   MOVE AE-RM TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO AUTFOLHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * MOSTRA A AUTORIZACAO LIDA           *
      ***************************************
      *
       MOSTRA-AUT.
                DISPLAY (11, 29) AE-CHAPA
                MOVE AE-CHAPA TO CHAPA
                READ CADFUNC
                IF ST-FUNC = "00"
                   DISPLAY (12, 29) NOME.
                DISPLAY (14, 29) AE-DTAUTORIZ
                DISPLAY (15, 29) AE-SITUACAO
                DISPLAY (16, 29) AE-DTCANCEL.
       MOSTRA-AUT-FIM.
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
               MOVE ST-AUTFOLHA TO ST-ERRO
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
           COPY "AUFPAR.CPY".
       FIM-ROT-TEMPO.
