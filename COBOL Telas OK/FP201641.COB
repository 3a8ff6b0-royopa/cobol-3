       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201641.
       AUTHOR. MATEUS.
      **************************************
      * RATEIO DO CUSTO DO FUNCIONARIO POR *
      * DEPARTAMENTO / CENTRO DE CUSTO     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADEPTO ASSIGN TO DYNAMIC W-ARQ-DEPTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEPTO.
       SELECT CADCCE ASSIGN TO DYNAMIC W-ARQ-CCE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CCCODIGO
                    FILE STATUS  IS ST-CCE.
           COPY "RTOSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-DEMITIDO  VALUE "D".
                03 NOME           PIC X(35).
                03 FILLER         PIC X(35).
                03 FDEPART        PIC 9(03).
                03 FILLER         PIC X(159).
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
                03 CODIGO         PIC 9(03).
                03 DENOMINACAO    PIC X(15).
                03 CENTRODECUSTO  PIC 9(02).
                03 DEPTOPAI       PIC 9(03).
                03 FILLER         PIC X(41).
       FD CADCCE
               LABEL RECORD IS STANDARD.
       01 REGCCE.
                03 CCCODIGO       PIC 9(02).
                03 CCDENOM        PIC X(30).
                03 FILLER         PIC X(18).
           COPY "RTOFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "AMBWS.CPY".
           COPY "JRNWS.CPY".
           COPY "RTOWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-DEPTO     PIC X(02) VALUE "00".
       77 ST-CCE       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-ARQ-DEPTO  PIC X(64) VALUE SPACES.
       77 W-ARQ-CCE    PIC X(64) VALUE SPACES.
       77 W-CCE-OK     PIC X(01) VALUE "N".
       77 W-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-VIGINI     PIC 9(08) VALUE ZEROS.
       77 W-VIGFIM     PIC 9(08) VALUE ZEROS.
       77 W-DEPTO      PIC 9(03) VALUE ZEROS.
       77 W-PCT        PIC 9(03)V99 VALUE ZEROS.
       77 W-SOMA       PIC 9(05)V99 VALUE ZEROS.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-IDX2       PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-SOBREPOE   PIC X(01) VALUE "N".
       01 W-REGANT     PIC X(90) VALUE SPACES.
       01 W-REGNOVO    PIC X(90) VALUE SPACES.
       01 W-DTVAL      PIC 9(08) VALUE ZEROS.
       01 W-DTVAL-R REDEFINES W-DTVAL.
           03 W-DTVAL-ANO  PIC 9(04).
           03 W-DTVAL-MES  PIC 9(02).
           03 W-DTVAL-DIA  PIC 9(02).
       01 W-LINITEM.
           03 LI-ITEM      PIC 9(01).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LI-DEPTO     PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LI-DENOM     PIC X(15).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LI-CC        PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LI-CCNOME    PIC X(20).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LI-PCT       PIC ZZ9,99.
       01 W-LINTOTAL.
           03 FILLER       PIC X(49) VALUE
              "                                      TOTAL (%): ".
           03 LT-SOMA      PIC ZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADEPTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEPTO
           MOVE "CADCCE.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CCE
           MOVE "CADRATEIO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RTO.
       INC-OP0A.
           OPEN I-O CADRATEIO
           IF ST-RTO NOT = "00"
               IF ST-RTO = "30" OR "35"
                      OPEN OUTPUT CADRATEIO
                      CLOSE CADRATEIO
                      MOVE "*** ARQUIVO CADRATEIO SENDO CRIADO **"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRATEIO"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                   ELSE
                      NEXT SENTENCE.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRATEIO
              GO TO ROT-FIMP.
           OPEN INPUT CADEPTO
           IF ST-DEPTO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRATEIO CADFUNC
              GO TO ROT-FIMP.
           OPEN INPUT CADCCE
           IF ST-CCE = "00"
              MOVE "S" TO W-CCE-OK.
           MOVE "FP201641" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201641" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "CADRATEIO" TO JRN-ARQUIVO.
      *
      ***************************************
      * CHAVE: CHAPA + INICIO DA VIGENCIA   *
      ***************************************
      *
       INC-001.
                MOVE ZEROS TO W-CHAPA W-VIGINI W-VIGFIM W-SEL
                MOVE ZEROS TO RO-QTD RO-ITENS RO-VIGFIM
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 10)
                   "RATEIO DO CUSTO POR DEPARTAMENTO / CENTRO DE CUSTO"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (06, 06) "CHAPA                  : "
                DISPLAY (07, 06) "NOME                   : "
                DISPLAY (08, 06) "DEPTO DO CADASTRO      : "
                DISPLAY (10, 06) "INICIO VIGENCIA (AAAAMMDD): "
                DISPLAY (11, 06) "FIM VIGENCIA (0=SEM FIM)  : "
                DISPLAY (13, 02)
                   "ITEM DEPTO DENOMINACAO     CC CENTRO DE CUSTO"
                DISPLAY (13, 55) "PERCENTUAL".

       INC-002.
                ACCEPT (06, 31) W-CHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FECHA.
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
                DISPLAY (07, 31) NOME
                DISPLAY (08, 31) FDEPART
                MOVE FDEPART TO CODIGO
                READ CADEPTO
                IF ST-DEPTO = "00"
                   DISPLAY (08, 35) DENOMINACAO.
                IF FUNC-DEMITIDO
                   DISPLAY (08, 52) "(DEMITIDO)".

       INC-003.
                ACCEPT (10, 34) W-VIGINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE W-VIGINI TO W-DTVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DTVAL = ZEROS
                   MOVE "*** INICIO DA VIGENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.

       LER-RTO01.
                MOVE 0 TO W-SEL
                MOVE W-CHAPA  TO RO-CHAPA
                MOVE W-VIGINI TO RO-VIGINI
                READ CADRATEIO
                IF ST-RTO NOT = "23"
                   IF ST-RTO = "00"
                      MOVE REGRATEIO TO W-REGANT
                      MOVE RO-VIGFIM TO W-VIGFIM
                      DISPLAY (11, 34) W-VIGFIM
                      PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                      MOVE "*** RATEIO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADRATEIO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FECHA
                ELSE
                   MOVE ZEROS TO RO-VIGFIM RO-QTD RO-ITENS.

       INC-004.
                ACCEPT (11, 34) W-VIGFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-SEL = 1
                      GO TO ACE-001
                   ELSE
                      GO TO INC-003.
                IF W-VIGFIM = ZEROS
                   GO TO INC-005.
                MOVE W-VIGFIM TO W-DTVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DTVAL = ZEROS OR W-VIGFIM < W-VIGINI
                   MOVE "*** FIM DA VIGENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.

       INC-005.
                PERFORM CONFERE-VIGENCIA THRU CONFERE-VIGENCIA-FIM
                IF W-SOBREPOE = "S"
                   MOVE "*** PERIODO SOBREPOE OUTRO RATEIO DA CHAPA ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE 1 TO W-IDX.
      *
      ***************************************
      * ITENS DO RATEIO: DEPTO 0 ENCERRA    *
      ***************************************
      *
       ITE-001.
                IF W-IDX > 6
                   GO TO ITE-FIM.
                COMPUTE W-LIN = W-IDX + 13
                MOVE RO-DEPTO (W-IDX) TO W-DEPTO
                ACCEPT (W-LIN, 07) W-DEPTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-IDX = 1
                      GO TO INC-004
                   ELSE
                      SUBTRACT 1 FROM W-IDX
                      GO TO ITE-001.
                IF W-DEPTO = ZEROS
                   GO TO ITE-LIMPA.
                MOVE W-DEPTO TO CODIGO
                READ CADEPTO
                IF ST-DEPTO NOT = "00"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-001.
                MOVE 1 TO W-IDX2.
       ITE-002.
                IF W-IDX2 < W-IDX
                   IF RO-DEPTO (W-IDX2) = W-DEPTO
                      MOVE "*** DEPARTAMENTO REPETIDO NO RATEIO ***"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITE-001
                   ELSE
                      ADD 1 TO W-IDX2
                      GO TO ITE-002.
                MOVE W-DEPTO TO RO-DEPTO (W-IDX)
                PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM.
       ITE-003.
                MOVE RO-PCT (W-IDX) TO W-PCT
                ACCEPT (W-LIN, 57) W-PCT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-001.
                IF W-PCT = ZEROS OR W-PCT > 100
                   MOVE "*** PERCENTUAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-003.
                MOVE W-PCT TO RO-PCT (W-IDX)
                PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM
                ADD 1 TO W-IDX
                GO TO ITE-001.
      *
      * DEPTO ZERADO: DESCARTA DESTE ITEM EM DIANTE
      *
       ITE-LIMPA.
                IF W-IDX > 6
                   GO TO ITE-FIM.
                MOVE ZEROS TO RO-DEPTO (W-IDX) RO-PCT (W-IDX)
                COMPUTE W-LIN = W-IDX + 13
                DISPLAY (W-LIN, 01) LIMPA
                DISPLAY (W-LIN, 51) LIMPA
                ADD 1 TO W-IDX
                GO TO ITE-LIMPA.
       ITE-FIM.
                PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
                IF RO-QTD = ZEROS
                   MOVE "*** INFORME AO MENOS UM DEPARTAMENTO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-IDX
                   GO TO ITE-001.
                IF W-SOMA NOT = 100
                   MOVE "*** TOTAL DOS PERCENTUAIS DEVE SER 100% ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-IDX
                   GO TO ITE-001.
                MOVE W-CHAPA  TO RO-CHAPA
                MOVE W-VIGINI TO RO-VIGINI
                MOVE W-VIGFIM TO RO-VIGFIM
                IF W-SEL = 1
                   GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE 1 TO W-IDX
                   GO TO ITE-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGRATEIO
                IF ST-RTO = "00" OR "02"
                      MOVE RO-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGRATEIO TO JRN-DEPOIS
                      MOVE RO-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-RTO = "22"
                      MOVE "*** RATEIO JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRATEIO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FECHA.
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
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-004.
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
                DELETE CADRATEIO RECORD
                IF ST-RTO = "00"
                   MOVE RO-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE W-REGANT TO JRN-ANTES
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE RO-CHAVE TO JRN-CHAVE
                   MOVE "E" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FECHA.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE 1 TO W-IDX
                   GO TO ITE-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE REGRATEIO TO W-REGNOVO
                READ CADRATEIO
                MOVE W-REGNOVO TO REGRATEIO
                REWRITE REGRATEIO
                IF ST-RTO = "00" OR "02"
                   MOVE RO-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE W-REGANT TO JRN-ANTES
                   MOVE REGRATEIO TO JRN-DEPOIS
                   MOVE RO-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADRATEIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FECHA.
      *
      ***************************************
      * ROTINAS DE APOIO DA TELA            *
      ***************************************
      *
       VALIDA-DATA.
                IF W-DTVAL-ANO < 1900 OR W-DTVAL-MES < 1
                   OR W-DTVAL-MES > 12 OR W-DTVAL-DIA < 1
                   OR W-DTVAL-DIA > 31
                   MOVE ZEROS TO W-DTVAL.
       VALIDA-DATA-FIM.
                EXIT.
      *
      * OUTRO RATEIO DA MESMA CHAPA COM PERIODO QUE SE CRUZA COM
      * W-VIGINI A W-VIGFIM (FIM ZERADO = SEM FIM)
      *
       CONFERE-VIGENCIA.
                MOVE "N" TO W-SOBREPOE
                MOVE REGRATEIO TO W-REGNOVO
                MOVE W-CHAPA TO RO-CHAPA
                MOVE ZEROS TO RO-VIGINI
                START CADRATEIO KEY IS NOT LESS THAN RO-CHAVE
                IF ST-RTO NOT = "00"
                   GO TO CONFERE-VIGENCIA2.
       CONFERE-VIGENCIA1.
                READ CADRATEIO NEXT RECORD
                IF ST-RTO NOT = "00"
                   GO TO CONFERE-VIGENCIA2.
                IF RO-CHAPA NOT = W-CHAPA
                   GO TO CONFERE-VIGENCIA2.
                IF RO-VIGINI = W-VIGINI
                   GO TO CONFERE-VIGENCIA1.
                IF W-VIGFIM NOT = ZEROS AND RO-VIGINI > W-VIGFIM
                   GO TO CONFERE-VIGENCIA1.
                IF RO-VIGFIM NOT = ZEROS AND RO-VIGFIM < W-VIGINI
                   GO TO CONFERE-VIGENCIA1.
                MOVE "S" TO W-SOBREPOE.
       CONFERE-VIGENCIA2.
                MOVE W-REGNOVO TO REGRATEIO.
       CONFERE-VIGENCIA-FIM.
                EXIT.
      *
       SOMA-ITENS.
                MOVE ZEROS TO W-SOMA RO-QTD
                MOVE 1 TO W-IDX2.
       SOMA-ITENS1.
                IF W-IDX2 > 6
                   GO TO SOMA-ITENS2.
                IF RO-DEPTO (W-IDX2) NOT = ZEROS
                   ADD 1 TO RO-QTD
                   ADD RO-PCT (W-IDX2) TO W-SOMA.
                ADD 1 TO W-IDX2
                GO TO SOMA-ITENS1.
       SOMA-ITENS2.
                MOVE W-SOMA TO LT-SOMA
                DISPLAY (20, 01) W-LINTOTAL.
       SOMA-ITENS-FIM.
                EXIT.
      *
       MOSTRA-ITENS.
                MOVE 1 TO W-IDX.
       MOSTRA-ITENS1.
                IF W-IDX > 6
                   GO TO MOSTRA-ITENS2.
                COMPUTE W-LIN = W-IDX + 13
                IF RO-DEPTO (W-IDX) NOT = ZEROS
                   PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM.
                ADD 1 TO W-IDX
                GO TO MOSTRA-ITENS1.
       MOSTRA-ITENS2.
                PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM.
       MOSTRA-ITENS-FIM.
                EXIT.
      *
      * LINHA DO ITEM W-IDX NA LINHA W-LIN DA TELA
      *
       MOSTRA-LINHA.
                MOVE W-IDX            TO LI-ITEM
                MOVE RO-DEPTO (W-IDX) TO LI-DEPTO CODIGO
                MOVE RO-PCT (W-IDX)   TO LI-PCT
                MOVE SPACES TO LI-DENOM LI-CCNOME
                MOVE ZEROS  TO LI-CC
                READ CADEPTO
                IF ST-DEPTO NOT = "00"
                   GO TO MOSTRA-LINHA1.
                MOVE DENOMINACAO   TO LI-DENOM
                MOVE CENTRODECUSTO TO LI-CC
                IF W-CCE-OK NOT = "S"
                   GO TO MOSTRA-LINHA1.
                MOVE CENTRODECUSTO TO CCCODIGO
                READ CADCCE
                IF ST-CCE = "00"
                   MOVE CCDENOM TO LI-CCNOME.
       MOSTRA-LINHA1.
                DISPLAY (W-LIN, 02) W-LINITEM.
       MOSTRA-LINHA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA.
                CLOSE CADRATEIO CADFUNC CADEPTO
                IF W-CCE-OK = "S"
                   CLOSE CADCCE.
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
