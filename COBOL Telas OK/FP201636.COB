       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201636.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DE EXAMES OCUPACIONAIS  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ASOSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "ASOFD.CPY".
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
                03 ESTCIVIL       PIC X(01).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 FILLER         PIC X(156).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 CODIGO2        PIC 9(03).
                03 DENOMINACAO2   PIC X(20).
                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 NIVELESCOLAR2  PIC 9(01).
                03 CARGOCBO2      PIC 9(06).
                03 CGRAURISCO2    PIC 9(01).
                03 CBASERISCO2    PIC X(01).
                03 FILLER         PIC X(23).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "AMBWS.CPY".
           COPY "JRNWS.CPY".
           COPY "ASOWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 W-CARGO-OK   PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 LIMPA-LIN    PIC X(76) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO  PIC X(64) VALUE SPACES.
       77 W-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       01 W-LINASO.
           03 LS-DATA       PIC 9(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LS-TIPO       PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LS-RESULT     PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LS-PROXIMO    PIC 9(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LS-MEDICO     PIC X(30).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LS-CRM        PIC X(10).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADASO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ASO
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO.
       INC-OP0A.
           OPEN I-O CADASO
           IF ST-ASO NOT = "00"
               IF ST-ASO = "30" OR "35"
                      OPEN OUTPUT CADASO
                      CLOSE CADASO
                      MOVE "*** ARQUIVO CADASO SENDO CRIADO **"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADASO"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
       INC-OP0B.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADASO
              GO TO ROT-FIM.
           OPEN INPUT CADCARGO
           IF ST-CARGO = "00"
              MOVE "S" TO W-CARGO-OK.
           MOVE "S" TO W-ASO-OK
           MOVE "FP201636" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201636" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "CADASO" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO W-CHAPA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 14)
                   "EXAMES OCUPACIONAIS - ATESTADOS DE SAUDE (ASO)"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (05, 06) "CHAPA: "
                DISPLAY (06, 06) "NOME : "
                DISPLAY (08, 04)
           "DATA     T R PROXIMO  MEDICO                         CRM".

       INC-002.
                ACCEPT (05, 14) W-CHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADASO CADFUNC
                   IF W-CARGO-OK = "S"
                      CLOSE CADCARGO
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF W-CHAPA = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-CHAPA TO CHAPA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (06, 14) NOME
                MOVE ZEROS TO W-ASO-GRAU
                IF W-CARGO-OK = "S"
                   MOVE FCARGO TO CODIGO2
                   READ CADCARGO
                   IF ST-CARGO = "00"
                      MOVE CGRAURISCO2 TO W-ASO-GRAU.
                MOVE DATANASC TO W-ASO-DTNASC
                PERFORM LISTA-ASO THRU LISTA-ASO-FIM.

       ACE-001.
                DISPLAY (23, 04)
           "F1=INCLUIR  F2=ALTERAR  F3=EXCLUIR  F4=VOLTA"
                ACCEPT (23, 60) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                               AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 04) MENS
                IF W-ACT = 02
                   GO TO INC-003.
                IF W-ACT = 03
                   GO TO ALT-001.
                IF W-ACT = 04
                   GO TO EXC-001.
                IF W-ACT = 05
                   GO TO INC-001.
      *
      ***************************************
      * INCLUSAO DE EXAME                   *
      ***************************************
      *
       INC-003.
                PERFORM LIMPA-ASO THRU LIMPA-ASO-FIM
                MOVE 0 TO W-SEL
                MOVE ZEROS TO AS-DATA
                DISPLAY (14, 04) "DATA DO EXAME        : "
                ACCEPT  (14, 28) AS-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                IF AS-DATA < 19000101 OR AS-DATA > 29991231
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003A.
                MOVE SPACES TO AS-TIPO
                DISPLAY (14, 42) "TIPO (A/P/R/M/D): "
                ACCEPT  (14, 60) AS-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF AS-TIPO = "a" MOVE "A" TO AS-TIPO.
                IF AS-TIPO = "p" MOVE "P" TO AS-TIPO.
                IF AS-TIPO = "r" MOVE "R" TO AS-TIPO.
                IF AS-TIPO = "m" MOVE "M" TO AS-TIPO.
                IF AS-TIPO = "d" MOVE "D" TO AS-TIPO.
                IF NOT ASO-ADMISSIONAL AND NOT ASO-PERIODICO
                   AND NOT ASO-RETORNO AND NOT ASO-MUDANCA
                   AND NOT ASO-DEMISSIONAL
                   MOVE "*** A=ADM P=PER R=RETORNO M=MUD.FUNCAO D=DEM"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                MOVE W-CHAPA TO AS-CHAPA
                READ CADASO
                IF ST-ASO = "00"
                   MOVE "*** EXAME JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE SPACES TO AS-RESULTADO AS-MEDICO AS-CRM AS-OBS
                MOVE ZEROS TO AS-PROXIMO
                MOVE W-CHAPA TO AS-CHAPA.
       INC-004.
                DISPLAY (15, 04) "RESULTADO (A/R/I)    : "
                DISPLAY (15, 32) "A=APTO R=APTO C/RESTRICAO I=INAPTO"
                ACCEPT  (15, 28) AS-RESULTADO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-SEL = 1 GO TO ALT-001.
                IF W-ACT = 02 GO TO INC-003A.
                IF AS-RESULTADO = "a" MOVE "A" TO AS-RESULTADO.
                IF AS-RESULTADO = "r" MOVE "R" TO AS-RESULTADO.
                IF AS-RESULTADO = "i" MOVE "I" TO AS-RESULTADO.
                IF NOT ASO-APTO AND NOT ASO-RESTRICAO AND NOT ASO-INAPTO
                   MOVE "*** RESULTADO: A=APTO R=RESTRICAO I=INAPTO ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                DISPLAY (16, 04) "MEDICO EXAMINADOR    : "
                ACCEPT  (16, 28) AS-MEDICO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF AS-MEDICO = SPACES
                   MOVE "*** INFORME O MEDICO EXAMINADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                DISPLAY (17, 04) "CRM                  : "
                ACCEPT  (17, 28) AS-CRM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF AS-CRM = SPACES
                   MOVE "*** INFORME O CRM DO MEDICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *
      * O VENCIMENTO SUGERIDO VEM DO GRAU DE RISCO DO CARGO E DA
      * IDADE; O OPERADOR PODE ANTECIPA-LO POR INDICACAO MEDICA
      *
                IF AS-PROXIMO NOT = ZEROS OR ASO-DEMISSIONAL
                   GO TO INC-007.
                MOVE AS-TIPO TO W-ASO-TIPO
                MOVE AS-DATA TO W-ASO-DTCALC
                PERFORM PROXIMO-ASO THRU PROXIMO-ASO-FIM
                MOVE W-ASO-PROXIMO TO AS-PROXIMO.
       INC-007.
                DISPLAY (18, 04) "PROXIMO PERIODICO    : "
                IF ASO-DEMISSIONAL
                   MOVE ZEROS TO AS-PROXIMO
                   DISPLAY (18, 28) AS-PROXIMO
                   GO TO INC-008.
                ACCEPT  (18, 28) AS-PROXIMO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF AS-PROXIMO NOT > AS-DATA OR AS-PROXIMO > 29991231
                   MOVE "*** VENCIMENTO DEVE SER POSTERIOR AO EXAME ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                DISPLAY (19, 04) "OBSERVACAO/RESTRICAO : "
                ACCEPT  (19, 28) AS-OBS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND ASO-DEMISSIONAL GO TO INC-006.
                IF W-ACT = 02 GO TO INC-007.
                IF ASO-RESTRICAO AND AS-OBS = SPACES
                   MOVE "*** DESCREVA A RESTRICAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-ASO THRU LIMPA-ASO-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGASO
                IF ST-ASO = "00" OR "02"
                      MOVE AS-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGASO TO JRN-DEPOIS
                      MOVE AS-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** EXAME GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM LIMPA-ASO THRU LIMPA-ASO-FIM
                      PERFORM LISTA-ASO THRU LISTA-ASO-FIM
                      GO TO ACE-001.
                IF ST-ASO = "22"
                      MOVE "*** EXAME JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADASO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ***************************************
      * ALTERACAO DE EXAME                  *
      ***************************************
      *
       ALT-001.
                PERFORM LE-CHAVE THRU LE-CHAVE-FIM
                IF W-ACT = 02 GO TO ACE-001.
                IF ST-ASO NOT = "00"
                   MOVE "*** EXAME NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-001.
                MOVE REGASO TO JRN-ANTES
                PERFORM MOSTRA-ASO THRU MOSTRA-ASO-FIM
                MOVE 1 TO W-SEL
                GO TO INC-004.
       ALT-RW1.
                REWRITE REGASO
                IF ST-ASO = "00" OR "02"
                   MOVE AS-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGASO TO JRN-DEPOIS
                   MOVE AS-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** EXAME ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-ASO THRU LIMPA-ASO-FIM
                   PERFORM LISTA-ASO THRU LISTA-ASO-FIM
                   GO TO ACE-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADASO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * EXCLUSAO DE EXAME                   *
      ***************************************
      *
       EXC-001.
                PERFORM LE-CHAVE THRU LE-CHAVE-FIM
                IF W-ACT = 02 GO TO ACE-001.
                IF ST-ASO NOT = "00"
                   MOVE "*** EXAME NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-001.
                MOVE REGASO TO JRN-ANTES
                PERFORM MOSTRA-ASO THRU MOSTRA-ASO-FIM.
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-ASO THRU LIMPA-ASO-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADASO RECORD
                IF ST-ASO = "00"
                   MOVE AS-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE AS-CHAVE TO JRN-CHAVE
                   MOVE "E" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-ASO THRU LIMPA-ASO-FIM
                   PERFORM LISTA-ASO THRU LISTA-ASO-FIM
                   GO TO ACE-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * LEITURA PELA CHAVE DATA + TIPO      *
      ***************************************
      *
       LE-CHAVE.
                PERFORM LIMPA-ASO THRU LIMPA-ASO-FIM
                MOVE ZEROS TO AS-DATA
                MOVE SPACES TO AS-TIPO
                DISPLAY (14, 04) "DATA DO EXAME        : "
                ACCEPT  (14, 28) AS-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LE-CHAVE-FIM.
                DISPLAY (14, 42) "TIPO (A/P/R/M/D): "
                ACCEPT  (14, 60) AS-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LE-CHAVE-FIM.
                IF AS-TIPO = "a" MOVE "A" TO AS-TIPO.
                IF AS-TIPO = "p" MOVE "P" TO AS-TIPO.
                IF AS-TIPO = "r" MOVE "R" TO AS-TIPO.
                IF AS-TIPO = "m" MOVE "M" TO AS-TIPO.
                IF AS-TIPO = "d" MOVE "D" TO AS-TIPO.
                MOVE W-CHAPA TO AS-CHAPA
                READ CADASO.
       LE-CHAVE-FIM.
                EXIT.
      *
      ***************************************
      * MOSTRA O EXAME LIDO                 *
      ***************************************
      *
       MOSTRA-ASO.
                DISPLAY (15, 04) "RESULTADO (A/R/I)    : "
                DISPLAY (15, 28) AS-RESULTADO
                DISPLAY (16, 04) "MEDICO EXAMINADOR    : "
                DISPLAY (16, 28) AS-MEDICO
                DISPLAY (17, 04) "CRM                  : "
                DISPLAY (17, 28) AS-CRM
                DISPLAY (18, 04) "PROXIMO PERIODICO    : "
                DISPLAY (18, 28) AS-PROXIMO
                DISPLAY (19, 04) "OBSERVACAO/RESTRICAO : "
                DISPLAY (19, 28) AS-OBS.
       MOSTRA-ASO-FIM.
                EXIT.
      *
       LIMPA-ASO.
                MOVE 14 TO W-LINHA.
       LIMPA-ASO1.
                DISPLAY (W-LINHA, 04) LIMPA-LIN
                ADD 1 TO W-LINHA
                IF W-LINHA < 23
                   GO TO LIMPA-ASO1.
       LIMPA-ASO-FIM.
                EXIT.
      *
      ***************************************
      * LISTA OS ULTIMOS EXAMES DA CHAPA    *
      ***************************************
      *
       LISTA-ASO.
                MOVE 9 TO W-LINHA.
       LISTA-ASO0.
                DISPLAY (W-LINHA, 04) LIMPA-LIN
                ADD 1 TO W-LINHA
                IF W-LINHA < 14
                   GO TO LISTA-ASO0.
                MOVE 9 TO W-LINHA
                MOVE W-CHAPA TO AS-CHAPA
                MOVE ZEROS   TO AS-DATA
                MOVE LOW-VALUES TO AS-TIPO
                START CADASO KEY IS NOT LESS THAN AS-CHAVE
                IF ST-ASO NOT = "00"
                   GO TO LISTA-ASO-FIM.
       LISTA-ASO1.
                READ CADASO NEXT RECORD
                IF ST-ASO NOT = "00"
                   GO TO LISTA-ASO-FIM.
                IF AS-CHAPA NOT = W-CHAPA
                   GO TO LISTA-ASO-FIM.
      *
      * MAIS DE 5 EXAMES: A LISTA ROLA E MOSTRA OS 5 MAIS RECENTES
      *
                IF W-LINHA > 13
                   PERFORM ROLA-ASO THRU ROLA-ASO-FIM.
                MOVE AS-DATA      TO LS-DATA
                MOVE AS-TIPO      TO LS-TIPO
                MOVE AS-RESULTADO TO LS-RESULT
                MOVE AS-PROXIMO   TO LS-PROXIMO
                MOVE AS-MEDICO    TO LS-MEDICO
                MOVE AS-CRM       TO LS-CRM
                DISPLAY (W-LINHA, 04) W-LINASO
                ADD 1 TO W-LINHA
                GO TO LISTA-ASO1.
       LISTA-ASO-FIM.
                EXIT.
      *
       ROLA-ASO.
                MOVE 9 TO W-LINHA.
       ROLA-ASO1.
                DISPLAY (W-LINHA, 04) LIMPA-LIN
                ADD 1 TO W-LINHA
                IF W-LINHA < 14
                   GO TO ROLA-ASO1.
                MOVE 9 TO W-LINHA.
       ROLA-ASO-FIM.
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
               MOVE ST-ASO TO ST-ERRO
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
           COPY "ASOPAR.CPY".
       FIM-ROT-TEMPO.
