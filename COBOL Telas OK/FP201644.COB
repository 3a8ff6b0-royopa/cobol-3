       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201644.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DOS PARAMETROS DA FOLHA *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEMPRESA ASSIGN TO DYNAMIC W-ARQ-EMP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-EMP.
           COPY "PFLSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEMPRESA
               LABEL RECORD IS STANDARD.
       01 REGEMPRESA.
                03 EP-CODIGO      PIC 9(02).
                03 EP-CNPJ        PIC 9(14).
                03 EP-RAZAO       PIC X(30).
                03 FILLER         PIC X(14).
           COPY "PFLFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "PFLWS.CPY".
       77 W-ARQ-EMP    PIC X(64) VALUE SPACES.
       77 ST-EMP       PIC X(02) VALUE "00".
       77 W-EMP-OK     PIC X(01) VALUE "N".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-VIGANO     PIC 9(04) VALUE ZEROS.
       77 W-VIGMES     PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "PARFOLHA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PARFOL
           MOVE "CADEMPRESA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-EMP.
       INC-OP0A.
           OPEN I-O PARFOLHA
           IF ST-PARFOL NOT = "00"
               IF ST-PARFOL = "30" OR "35"
                      OPEN OUTPUT PARFOLHA
                      CLOSE PARFOLHA
                      MOVE "*** ARQUIVO PARFOLHA SENDO CRIADO **"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PARFOLHA"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
           OPEN INPUT CADEMPRESA
           IF ST-EMP = "00"
              MOVE "S" TO W-EMP-OK.
           MOVE "FP201644" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201644" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "PARFOLHA" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO PF-EMPRESA PF-VIGENCIA
                MOVE 220    TO PF-DIVISOR
                MOVE 50,00  TO PF-PCTHE
                MOVE 100,00 TO PF-PCTDOM
                MOVE 8,00   TO PF-HORASDIA
                MOVE 30     TO PF-DIASMES
                MOVE 5      TO PF-DIAPAGTO
                MOVE 70,00  TO PF-PCTTETO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 18) "PARAMETROS DE CALCULO DA FOLHA"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (06, 06) "EMPRESA (00=GERAL): "
                DISPLAY (07, 06) "VIGENCIA (AAAAMM) : "
                DISPLAY (09, 06) "DIVISOR HORAS/MES : "
                DISPLAY (10, 06) "JORNADA DIARIA (H): "
                DISPLAY (11, 06) "DIAS MES COMERCIAL: "
                DISPLAY (13, 06) "HORA EXTRA DIA UTIL     (%): "
                DISPLAY (14, 06) "HORA EXTRA DOM./FERIADO (%): "
                DISPLAY (16, 06) "DIA DO PAGAMENTO  : "
                DISPLAY (16, 30) "NO MES SEGUINTE A COMPETENCIA"
                DISPLAY (17, 06) "TETO DESCONTOS (% DO BRUTO): ".

       INC-002.
                ACCEPT (06, 26) PF-EMPRESA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE PARFOLHA
                   GO TO ROT-FIM.
                IF PF-EMPRESA = ZEROS
                   DISPLAY (06, 32) "PARAMETRO GERAL"
                   GO TO INC-002A.
                IF W-EMP-OK NOT = "S"
                   GO TO INC-002A.
                MOVE PF-EMPRESA TO EP-CODIGO
                READ CADEMPRESA
                IF ST-EMP NOT = "00"
                   MOVE "*** EMPRESA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (06, 32) EP-RAZAO.
       INC-002A.
                ACCEPT (07, 26) PF-VIGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                DIVIDE PF-VIGENCIA BY 100 GIVING W-VIGANO
                       REMAINDER W-VIGMES
                IF W-VIGANO < 1990 OR W-VIGMES < 1 OR W-VIGMES > 12
                   MOVE "*** VIGENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.

       LER-PFL01.
                MOVE 0 TO W-SEL
                READ PARFOLHA
                IF ST-PARFOL NOT = "23"
                   IF ST-PARFOL = "00"
                      MOVE REGPARFOLHA TO JRN-ANTES
                      PERFORM MOSTRA-PFL THRU MOSTRA-PFL-FIM
                      MOVE "*** VIGENCIA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO PARFOLHA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   PERFORM MOSTRA-PFL THRU MOSTRA-PFL-FIM.

       INC-003.
                ACCEPT (09, 26) PF-DIVISOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF PF-DIVISOR < 100 OR PF-DIVISOR > 240
                   MOVE "*** DIVISOR ENTRE 100 E 240 HORAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (10, 26) PF-HORASDIA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PF-HORASDIA = ZEROS OR PF-HORASDIA > 12
                   MOVE "*** JORNADA ENTRE 0,01 E 12,00 HORAS ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (11, 26) PF-DIASMES WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PF-DIASMES < 28 OR PF-DIASMES > 31
                   MOVE "*** DIAS DO MES ENTRE 28 E 31 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (13, 35) PF-PCTHE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PF-PCTHE < 50 OR PF-PCTHE > 200
                   MOVE "*** ADICIONAL ENTRE 50,00 E 200,00 % ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (14, 35) PF-PCTDOM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF PF-PCTDOM < PF-PCTHE OR PF-PCTDOM > 300
                   MOVE "*** DOMINGO/FERIADO: DO % UTIL ATE 300,00 ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (16, 26) PF-DIAPAGTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF PF-DIAPAGTO = ZEROS OR PF-DIAPAGTO > 28
                   MOVE "*** DIA DO PAGAMENTO ENTRE 01 E 28 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (17, 35) PF-PCTTETO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF PF-PCTTETO = ZEROS
                   MOVE "*** TETO DE DESCONTOS OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF W-SEL = 1
                   GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGPARFOLHA
                IF ST-PARFOL = "00" OR "02"
                      MOVE PF-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGPARFOLHA TO JRN-DEPOIS
                      MOVE PF-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-PARFOL = "22"
                      MOVE "*** VIGENCIA JA EXISTE ***       " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO PARFOLHA"
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
      *
      * A VIGENCIA EXCLUIDA DEIXA VALER A ANTERIOR (OU A GERAL) NOS
      * RECALCULOS DAS COMPETENCIAS QUE ELA COBRIA
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
                DELETE PARFOLHA RECORD
                IF ST-PARFOL = "00"
                   MOVE PF-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE PF-CHAVE TO JRN-CHAVE
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
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPARFOLHA
                IF ST-PARFOL = "00" OR "02"
                   MOVE PF-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGPARFOLHA TO JRN-DEPOIS
                   MOVE PF-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO PARFOLHA"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * MOSTRA OS PARAMETROS LIDOS          *
      ***************************************
      *
       MOSTRA-PFL.
                DISPLAY (09, 26) PF-DIVISOR
                DISPLAY (10, 26) PF-HORASDIA
                DISPLAY (11, 26) PF-DIASMES
                DISPLAY (13, 35) PF-PCTHE
                DISPLAY (14, 35) PF-PCTDOM
                DISPLAY (16, 26) PF-DIAPAGTO
                DISPLAY (17, 35) PF-PCTTETO.
       MOSTRA-PFL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-EMP-OK = "S"
                   CLOSE CADEMPRESA.
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
               MOVE ST-PARFOL TO ST-ERRO
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
