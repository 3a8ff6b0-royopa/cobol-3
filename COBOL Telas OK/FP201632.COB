       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201632.
       AUTHOR. MATEUS.
      **************************************
      *BANCO DE HORAS - LANCAMENTO E EXTRATO*
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BCOHORAS ASSIGN TO DYNAMIC W-ARQ-BCO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-ERRO.
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
       FD BCOHORAS
               LABEL RECORD IS STANDARD.
       01 REGBCOHORAS.
                03 BH-CHAVE.
                   05 BH-CHAPA     PIC 9(05).
                   05 BH-COMPET    PIC 9(06).
                   05 BH-SEQ       PIC 9(03).
                03 BH-TIPO         PIC X(01).
                   88 BCO-CREDITO     VALUE "C".
                   88 BCO-DEBITO      VALUE "D".
                   88 BCO-VENCIDO     VALUE "V".
                   88 BCO-RESCISAO    VALUE "R".
                03 BH-HORAS        PIC 9(04)V9.
                03 BH-HISTOR       PIC X(30).
                03 BH-ORIGEM       PIC X(10).
                03 BH-DATA         PIC 9(08).
                03 FILLER          PIC X(12).
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                03 NOME           PIC X(35).
                03 FILLER         PIC X(197).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "AMBWS.CPY".
           COPY "JRNWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-BCO    PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-QTLANC     PIC 9(05) VALUE ZEROS.
       77 W-PULAR      PIC 9(05) VALUE ZEROS.
       77 W-PROXSEQ    PIC 9(03) VALUE ZEROS.
       77 W-DTHOJE     PIC 9(08) VALUE ZEROS.
       77 W-BHSALDO    PIC S9(05)V9 VALUE ZEROS.
       77 W-SALDOED    PIC -ZZZZ9,9.
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-CMP-ANO     PIC 9(04).
           03 W-CMP-MES     PIC 9(02).
       01 W-LINBH.
           03 LB-COMPET     PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LB-SEQ        PIC 9(03).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LB-TIPO       PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LB-HORAS      PIC ZZZ9,9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LB-HISTOR     PIC X(30).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LB-SALDO      PIC -ZZZZ9,9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "BCOHORAS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-BCO
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           OPEN I-O BCOHORAS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT BCOHORAS
                      CLOSE BCOHORAS
                      MOVE "*** ARQUIVO BCOHORAS SENDO CRIADO **"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO BCOHORAS"
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
              CLOSE BCOHORAS
              GO TO ROT-FIM.
           MOVE "FP201632" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201632" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "BCOHORAS" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO W-CHAPA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 16)
                   "BANCO DE HORAS - LANCAMENTOS E EXTRATO"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (05, 06) "CHAPA: "
                DISPLAY (06, 06) "NOME : "
                DISPLAY (07, 06) "SALDO ATUAL (HORAS): "
                DISPLAY (08, 04) "COMPET SEQ T  HORAS HISTORICO"
                DISPLAY (08, 58) "SALDO".

       INC-002.
                ACCEPT (05, 14) W-CHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE BCOHORAS CADFUNC
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
                PERFORM LISTA-BCO THRU LISTA-BCO-FIM.

       ACE-001.
                DISPLAY (23, 04)
           "F1=LANCAR   F2=EXCLUIR LANCAMENTO   F3=VOLTA"
                ACCEPT (23, 60) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 04) MENS
                IF W-ACT = 02
                   GO TO INC-003.
                IF W-ACT = 03
                   GO TO EXC-001.
                IF W-ACT = 04
                   GO TO INC-001.
      *
      ***************************************
      * LANCAMENTO MANUAL (CREDITO/DEBITO)  *
      ***************************************
      *
       INC-003.
                MOVE ZEROS TO W-COMPET BH-HORAS
                MOVE SPACES TO BH-TIPO BH-HISTOR
                DISPLAY (19, 04) "COMPETENCIA (AAAAMM) : "
                ACCEPT  (19, 28) W-COMPET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                IF W-CMP-MES < 1 OR W-CMP-MES > 12
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                DISPLAY (20, 04) "TIPO (C=CRED D=DEB)  : "
                ACCEPT  (20, 28) BH-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF BH-TIPO = "c"
                   MOVE "C" TO BH-TIPO.
                IF BH-TIPO = "d"
                   MOVE "D" TO BH-TIPO.
                IF NOT BCO-CREDITO AND NOT BCO-DEBITO
                   MOVE "*** TIPO DEVE SER C OU D ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                DISPLAY (21, 04) "QUANTIDADE DE HORAS  : "
                ACCEPT  (21, 28) BH-HORAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF BH-HORAS = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                DISPLAY (22, 04) "HISTORICO            : "
                ACCEPT  (22, 28) BH-HISTOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF BH-HISTOR = SPACES
                   MOVE "*** INFORME O HISTORICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-LANC THRU LIMPA-LANC-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                PERFORM PROX-SEQ THRU PROX-SEQ-FIM
                IF W-PROXSEQ > 899
                   MOVE "*** LIMITE DE LANCAMENTOS NA COMPETENCIA ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-LANC THRU LIMPA-LANC-FIM
                   GO TO ACE-001.
       INC-WR1.
                MOVE W-CHAPA   TO BH-CHAPA
                MOVE W-COMPET  TO BH-COMPET
                MOVE W-PROXSEQ TO BH-SEQ
                MOVE "FP201632" TO BH-ORIGEM
                MOVE W-DTHOJE  TO BH-DATA
                WRITE REGBCOHORAS
                IF ST-ERRO = "00" OR "02"
                      MOVE BH-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGBCOHORAS TO JRN-DEPOIS
                      MOVE BH-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** LANCAMENTO GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM LIMPA-LANC THRU LIMPA-LANC-FIM
                      PERFORM LISTA-BCO THRU LISTA-BCO-FIM
                      GO TO ACE-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO BCOHORAS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * EXCLUSAO DE LANCAMENTO MANUAL       *
      ***************************************
      *
      * OS LANCAMENTOS 001/002 SAO REGRAVADOS PELO PONTOIMP E OS
      * 900/950 SAO BAIXAS PAGAS NA FOLHA/RESCISAO; SO OS MANUAIS
      * (100 A 899) PODEM SER EXCLUIDOS POR AQUI
      *
       EXC-001.
                MOVE ZEROS TO W-COMPET BH-SEQ
                DISPLAY (19, 04) "COMPETENCIA (AAAAMM) : "
                ACCEPT  (19, 28) W-COMPET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                DISPLAY (20, 04) "SEQUENCIA            : "
                ACCEPT  (20, 28) BH-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO EXC-001.
                IF BH-SEQ < 100 OR BH-SEQ > 899
                   MOVE "*** SO LANCAMENTOS MANUAIS (100-899) ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-001.
                MOVE W-CHAPA  TO BH-CHAPA
                MOVE W-COMPET TO BH-COMPET
                READ BCOHORAS
                IF ST-ERRO NOT = "00"
                   MOVE "*** LANCAMENTO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-001.
                MOVE REGBCOHORAS TO JRN-ANTES.
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-LANC THRU LIMPA-LANC-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE BCOHORAS RECORD
                IF ST-ERRO = "00"
                   MOVE BH-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE BH-CHAVE TO JRN-CHAVE
                   MOVE "E" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-LANC THRU LIMPA-LANC-FIM
                   PERFORM LISTA-BCO THRU LISTA-BCO-FIM
                   GO TO ACE-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * PROXIMA SEQUENCIA MANUAL DA COMPET  *
      ***************************************
      *
       PROX-SEQ.
                MOVE 100 TO W-PROXSEQ
                MOVE W-CHAPA  TO BH-CHAPA
                MOVE W-COMPET TO BH-COMPET
                MOVE 100      TO BH-SEQ
                START BCOHORAS KEY IS NOT LESS THAN BH-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO PROX-SEQ-FIM.
       PROX-SEQ1.
                READ BCOHORAS NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO PROX-SEQ-FIM.
                IF BH-CHAPA NOT = W-CHAPA OR BH-COMPET NOT = W-COMPET
                   GO TO PROX-SEQ-FIM.
                IF BH-SEQ > 899
                   GO TO PROX-SEQ-FIM.
                COMPUTE W-PROXSEQ = BH-SEQ + 1
                GO TO PROX-SEQ1.
       PROX-SEQ-FIM.
                EXIT.
      *
       LIMPA-LANC.
                MOVE 19 TO W-LINHA.
       LIMPA-LANC1.
                DISPLAY (W-LINHA, 04) LIMPA
                ADD 1 TO W-LINHA
                IF W-LINHA < 23
                   GO TO LIMPA-LANC1.
       LIMPA-LANC-FIM.
                EXIT.
      *
      ***************************************
      * EXTRATO DA CHAPA NA TELA            *
      ***************************************
      *
      * A TELA COMPORTA 9 LINHAS: COM MAIS LANCAMENTOS, A PRIMEIRA
      * LINHA MOSTRA O SALDO ANTERIOR E AS 8 SEGUINTES OS ULTIMOS
      * LANCAMENTOS COM O SALDO ACUMULADO
      *
       LISTA-BCO.
                MOVE 9 TO W-LINHA.
       LISTA-BCO0.
                DISPLAY (W-LINHA, 04) LIMPA
                DISPLAY (W-LINHA, 54) "        "
                ADD 1 TO W-LINHA
                IF W-LINHA < 18
                   GO TO LISTA-BCO0.
                MOVE ZEROS TO W-QTLANC W-PULAR W-BHSALDO
                PERFORM POSICIONA-BCO THRU POSICIONA-BCO-FIM.
       LISTA-BCO1.
                IF ST-ERRO NOT = "00"
                   GO TO LISTA-BCO2.
                READ BCOHORAS NEXT RECORD
                IF ST-ERRO NOT = "00" OR BH-CHAPA NOT = W-CHAPA
                   GO TO LISTA-BCO2.
                ADD 1 TO W-QTLANC
                GO TO LISTA-BCO1.
       LISTA-BCO2.
                IF W-QTLANC > 9
                   COMPUTE W-PULAR = W-QTLANC - 8.
                MOVE 9 TO W-LINHA
                PERFORM POSICIONA-BCO THRU POSICIONA-BCO-FIM.
       LISTA-BCO3.
                IF ST-ERRO NOT = "00"
                   GO TO LISTA-BCO4.
                READ BCOHORAS NEXT RECORD
                IF ST-ERRO NOT = "00" OR BH-CHAPA NOT = W-CHAPA
                   GO TO LISTA-BCO4.
                IF BCO-CREDITO
                   ADD BH-HORAS TO W-BHSALDO
                ELSE
                   SUBTRACT BH-HORAS FROM W-BHSALDO.
                IF W-PULAR NOT = ZEROS
                   SUBTRACT 1 FROM W-PULAR
                   IF W-PULAR = ZEROS
                      MOVE SPACES TO W-LINBH
                      MOVE "SALDO ANTERIOR" TO LB-HISTOR
                      MOVE W-BHSALDO TO LB-SALDO
                      DISPLAY (W-LINHA, 04) W-LINBH
                      ADD 1 TO W-LINHA
                      GO TO LISTA-BCO3
                   ELSE
                      GO TO LISTA-BCO3.
                MOVE BH-COMPET TO LB-COMPET
                MOVE BH-SEQ    TO LB-SEQ
                MOVE BH-TIPO   TO LB-TIPO
                MOVE BH-HORAS  TO LB-HORAS
                MOVE BH-HISTOR TO LB-HISTOR
                MOVE W-BHSALDO TO LB-SALDO
                DISPLAY (W-LINHA, 04) W-LINBH
                ADD 1 TO W-LINHA
                GO TO LISTA-BCO3.
       LISTA-BCO4.
                MOVE W-BHSALDO TO W-SALDOED
                DISPLAY (07, 27) W-SALDOED.
       LISTA-BCO-FIM.
                EXIT.
      *
       POSICIONA-BCO.
                MOVE W-CHAPA TO BH-CHAPA
                MOVE ZEROS   TO BH-COMPET BH-SEQ
                START BCOHORAS KEY IS NOT LESS THAN BH-CHAVE.
       POSICIONA-BCO-FIM.
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
