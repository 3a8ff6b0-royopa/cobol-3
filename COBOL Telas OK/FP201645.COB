       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201645.
       AUTHOR. MATEUS.
      ****************************************
      * MANUTENCAO DO CALENDARIO DE FERIADOS *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FRDSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "FRDFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "FRDWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 TAB-SEMANA-V.
           03 FILLER   PIC X(07) VALUE "SABADO ".
           03 FILLER   PIC X(07) VALUE "DOMINGO".
           03 FILLER   PIC X(07) VALUE "SEGUNDA".
           03 FILLER   PIC X(07) VALUE "TERCA  ".
           03 FILLER   PIC X(07) VALUE "QUARTA ".
           03 FILLER   PIC X(07) VALUE "QUINTA ".
           03 FILLER   PIC X(07) VALUE "SEXTA  ".
       01 TAB-SEMANA REDEFINES TAB-SEMANA-V.
           03 TB-SEMANA PIC X(07) OCCURS 7 TIMES.
       77 W-IDXSEM     PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADFERIADO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FERIADO.
       INC-OP0A.
           OPEN I-O CADFERIADO
           IF ST-FERIADO NOT = "00"
               IF ST-FERIADO = "30" OR "35"
                      OPEN OUTPUT CADFERIADO
                      CLOSE CADFERIADO
                      MOVE "*** ARQUIVO CADFERIADO SENDO CRIADO **"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFERIADO"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
           MOVE "FP201645" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201645" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "CADFERIADO" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO FRD-DATA
                MOVE SPACES TO FRD-ABRANG FRD-DESCR FRD-UF FRD-CIDADE
                MOVE "F" TO FRD-TIPO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 18) "CALENDARIO DE FERIADOS"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (06, 06) "DATA (AAAAMMDD)   : "
                DISPLAY (06, 36) "ANO 0000 = TODO ANO"
                DISPLAY (07, 06) "ABRANGENCIA       : "
                DISPLAY (07, 30) "N=NACIONAL E=ESTADUAL M=MUNICIPAL"
                DISPLAY (09, 06) "DESCRICAO         : "
                DISPLAY (10, 06) "TIPO              : "
                DISPLAY (10, 30) "F=FERIADO B=SO BANCARIO"
                DISPLAY (11, 06) "UF                : "
                DISPLAY (12, 06) "CIDADE            : ".

       INC-002.
                ACCEPT (06, 26) FRD-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFERIADO
                   GO TO ROT-FIM.
                MOVE FRD-DATA TO W-FRD-DATA
                IF W-FRD-MES < 1 OR W-FRD-MES > 12 OR W-FRD-DIA < 1
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF W-FRD-ANO NOT = ZEROS AND W-FRD-ANO < 1990
                   MOVE "*** ANO: 0000 OU A PARTIR DE 1990 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM ULTDIA-FRD THRU ULTDIA-FRD-FIM
                IF W-FRD-DIA > W-FRD-ULTDIA
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF W-FRD-ANO = ZEROS
                   DISPLAY (06, 56) "       "
                   GO TO INC-002A.
                PERFORM SEMANA-FRD THRU SEMANA-FRD-FIM
                COMPUTE W-IDXSEM = W-FRD-DIASEM + 1
                DISPLAY (06, 56) TB-SEMANA (W-IDXSEM).
       INC-002A.
                ACCEPT (07, 26) FRD-ABRANG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF FRD-ABRANG = "n" MOVE "N" TO FRD-ABRANG.
                IF FRD-ABRANG = "e" MOVE "E" TO FRD-ABRANG.
                IF FRD-ABRANG = "m" MOVE "M" TO FRD-ABRANG.
                IF NOT FER-NACIONAL AND NOT FER-ESTADUAL
                                    AND NOT FER-MUNICIPAL
                   MOVE "*** ABRANGENCIA: N, E OU M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.

       LER-FRD01.
                MOVE 0 TO W-SEL
                READ CADFERIADO
                IF ST-FERIADO NOT = "23"
                   IF ST-FERIADO = "00"
                      MOVE REGFERIADO TO JRN-ANTES
                      PERFORM MOSTRA-FRD THRU MOSTRA-FRD-FIM
                      MOVE "*** FERIADO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADFERIADO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.

       INC-003.
                ACCEPT (09, 26) FRD-DESCR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF FRD-DESCR = SPACES
                   MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (10, 26) FRD-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF FRD-TIPO = "f" MOVE "F" TO FRD-TIPO.
                IF FRD-TIPO = "b" MOVE "B" TO FRD-TIPO.
                IF NOT FER-CIVIL AND NOT FER-BANCARIO
                   MOVE "*** TIPO: F OU B ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *
      * NACIONAL NAO TEM UF/CIDADE; ESTADUAL EXIGE A UF E MUNICIPAL
      * A UF E A CIDADE
      *
                IF FER-NACIONAL
                   MOVE SPACES TO FRD-UF FRD-CIDADE
                   DISPLAY (11, 26) FRD-UF
                   DISPLAY (12, 26) FRD-CIDADE
                   GO TO INC-006.
       INC-005.
                ACCEPT (11, 26) FRD-UF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF FRD-UF = SPACES
                   MOVE "*** UF OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF FER-ESTADUAL
                   MOVE SPACES TO FRD-CIDADE
                   DISPLAY (12, 26) FRD-CIDADE
                   GO TO INC-006.
       INC-005A.
                ACCEPT (12, 26) FRD-CIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF FRD-CIDADE = SPACES
                   MOVE "*** CIDADE OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
       INC-006.
                IF W-SEL = 1
                   GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGFERIADO
                IF ST-FERIADO = "00" OR "02"
                      MOVE FRD-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGFERIADO TO JRN-DEPOIS
                      MOVE FRD-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-FERIADO = "22"
                      MOVE "*** FERIADO JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFERIADO"
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
                DELETE CADFERIADO RECORD
                IF ST-FERIADO = "00"
                   MOVE FRD-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE FRD-CHAVE TO JRN-CHAVE
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
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFERIADO
                IF ST-FERIADO = "00" OR "02"
                   MOVE FRD-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGFERIADO TO JRN-DEPOIS
                   MOVE FRD-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADFERIADO"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * MOSTRA O FERIADO LIDO               *
      ***************************************
      *
       MOSTRA-FRD.
                DISPLAY (09, 26) FRD-DESCR
                DISPLAY (10, 26) FRD-TIPO
                DISPLAY (11, 26) FRD-UF
                DISPLAY (12, 26) FRD-CIDADE.
       MOSTRA-FRD-FIM.
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
               MOVE ST-FERIADO TO ST-ERRO
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
           COPY "FRDPAR.CPY".
       FIM-ROT-TEMPO.
