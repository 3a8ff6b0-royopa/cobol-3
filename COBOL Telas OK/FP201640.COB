       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201640.
       AUTHOR. MATEUS.
      **************************************
      * CONTRATOS DE EXPERIENCIA, PRAZO    *
      * DETERMINADO E ESTAGIO              *
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
           COPY "CTRSEL.CPY".
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
                   88 FUNC-PREADM    VALUE "P".
                03 NOME           PIC X(35).
                03 FILLER         PIC X(35).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 TIPOSAL        PIC X(02).
                03 FSALBASE       PIC 9(06)V99.
                03 DTADMISSAO.
                   05 DADIA       PIC 9(02).
                   05 DAMES       PIC 9(02).
                   05 DAANO       PIC 9(04).
                03 DTDEMISSAO     PIC 9(08).
                03 FILLER         PIC X(110).
                03 FEMPRESA       PIC 9(02).
                03 FTIPOCONTR     PIC X(01).
                   88 CONTR-INDETERM VALUE "I".
                   88 CONTR-EXPERIEN VALUE "E".
                   88 CONTR-DETERMIN VALUE "D".
                   88 CONTR-ESTAGIO  VALUE "T".
                03 FDTFIMCONTR.
                   05 FCDIA       PIC 9(02).
                   05 FCMES       PIC 9(02).
                   05 FCANO       PIC 9(04).
                03 FPRORROG       PIC X(01).
                   88 CONTR-PRORROGADO VALUE "S".
                03 FILLER         PIC X(08).
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
                03 CODIGO         PIC 9(03).
                03 DENOMINACAO    PIC X(15).
                03 CENTRODECUSTO  PIC 9(02).
                03 DEPTOPAI       PIC 9(03).
                03 FILLER         PIC X(41).
           COPY "CTRFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "AMBWS.CPY".
           COPY "JRNWS.CPY".
           COPY "CTRWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-DEPTO     PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-ARQ-DEPTO  PIC X(64) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-DTADM-A    PIC 9(08) VALUE ZEROS.
       77 W-DTFIM-A    PIC 9(08) VALUE ZEROS.
       77 W-DIASHOJE   PIC 9(07) VALUE ZEROS.
       77 W-FALTAM     PIC 9(05) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-DESCTIPO   PIC X(20) VALUE SPACES.
       01 W-REGANT     PIC X(238) VALUE SPACES.
      *
      * NOVO FIM DO CONTRATO DIGITADO NO FORMATO DO CADFUNC (DDMMAAAA)
      *
       01 W-NOVOFIM.
           03 W-NDIA       PIC 9(02).
           03 W-NMES       PIC 9(02).
           03 W-NANO       PIC 9(04).
       01 W-NOVOFIM-N REDEFINES W-NOVOFIM PIC 9(08).
       01 W-DTARQ      PIC 9(08) VALUE ZEROS.
       01 W-DTARQ-R REDEFINES W-DTARQ.
           03 W-DTARQ-ANO  PIC 9(04).
           03 W-DTARQ-MES  PIC 9(02).
           03 W-DTARQ-DIA  PIC 9(02).
       01 W-DTED.
           03 W-DTED-DIA   PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-DTED-MES   PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-DTED-ANO   PIC 9(04).
       01 W-LINHIST.
           03 LH-SEQ       PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LH-EVENTO    PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LH-TIPO      PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LH-DTFIM     PIC X(10).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LH-DATA      PIC X(10).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LH-ORIGEM    PIC X(08).
       01 W-LINFALTA.
           03 FILLER       PIC X(09) VALUE "VENCE EM ".
           03 LF-DIAS      PIC ZZ9.
           03 FILLER       PIC X(05) VALUE " DIAS".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACONTR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            CONTRATOS DE EXPERIENCIA E PRAZO".
           05  LINE 02  COLUMN 46
               VALUE  " DETERMINADO".
           05  LINE 04  COLUMN 01
               VALUE  "      AMBIENTE:".
           05  LINE 05  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 06  COLUMN 01
               VALUE  "      NOME:".
           05  LINE 07  COLUMN 01
               VALUE  "      DEPTO:".
           05  LINE 09  COLUMN 01
               VALUE  "      ADMISSAO:".
           05  LINE 10  COLUMN 01
               VALUE  "      CONTRATO:".
           05  LINE 11  COLUMN 01
               VALUE  "      FIM DO CONTRATO:".
           05  LINE 12  COLUMN 01
               VALUE  "      PRORROGADO:".
           05  LINE 14  COLUMN 01
               VALUE  "      SEQ EVENTO       T FIM CONTR. LANCAMENTO".
           05  LINE 14  COLUMN 49
               VALUE  " ORIGEM".
           05  TAMBIENTE
               LINE 04  COLUMN 17  PIC X(08)
               USING  AMB-AMBIENTE.
           05  TCHAPA
               LINE 05  COLUMN 14  PIC 9(05)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TNOVOFIM
               LINE 21  COLUMN 29  PIC 99/99/9999
               USING  W-NOVOFIM
               HIGHLIGHT.
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
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-CTR-DTCALC
           PERFORM DIAS-CTR THRU DIAS-CTR-FIM
           MOVE W-CTR-DIAS TO W-DIASHOJE.
       INC-OP0A.
           OPEN I-O CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CADEPTO
           IF ST-DEPTO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIMP.
           PERFORM ABR-CONTR
           IF W-CTR-OK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADEPTO
              GO TO ROT-FIMP.
           MOVE "FP201640" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201640" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL.
      *
      ***************************************
      * ESCOLHA DO FUNCIONARIO              *
      ***************************************
      *
       INC-001.
                MOVE ZEROS TO W-CHAPA
                DISPLAY TELACONTR.

       INC-002.
                ACCEPT TCHAPA
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
                IF FUNC-DEMITIDO OR FUNC-PREADM
                   MOVE "*** FUNCIONARIO DEMITIDO OU EM PRE-ADMISSAO"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE REGFUNC TO W-REGANT
      *
      * FICHAS ANTERIORES AO CONTROLE DE CONTRATOS SAO INDETERMINADAS
      *
                IF FTIPOCONTR = SPACES
                   MOVE "I" TO FTIPOCONTR.
                IF FDTFIMCONTR NOT NUMERIC
                   MOVE ZEROS TO FDTFIMCONTR.
                IF FPRORROG NOT = "S"
                   MOVE "N" TO FPRORROG.
                PERFORM MOSTRA-FUNC THRU MOSTRA-FUNC-FIM
                PERFORM MOSTRA-HIST THRU MOSTRA-HIST-FIM.
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=OUTRA CHAPA  F2=PRORROGAR  F3=EFETIVAR"
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF CONTR-INDETERM
                   MOVE "*** CONTRATO JA E POR PRAZO INDETERMINADO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-ACT = 03
                   GO TO PRO-001.
                GO TO EFE-001.
      *
      *****************************************
      * PRORROGACAO: EXPERIENCIA E PRAZO      *
      * DETERMINADO SO UMA VEZ E ANTES DO     *
      * VENCIMENTO; ESTAGIO ATE 2 ANOS        *
      *****************************************
      *
       PRO-001.
                IF CONTR-PRORROGADO AND NOT CONTR-ESTAGIO
                   MOVE "*** CONTRATO JA PRORROGADO UMA VEZ ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-HOJE > W-DTFIM-A
                   MOVE "*** CONTRATO VENCIDO - NAO CABE PRORROGACAO"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE ZEROS TO W-NOVOFIM-N
                IF CONTR-EXPERIEN
                   MOVE W-DTADM-A TO W-CTR-DTCALC
                   MOVE 89 TO W-CTR-SOMA
                   PERFORM SOMA-DIAS-CTR THRU SOMA-DIAS-CTR-FIM
                   MOVE W-CTR-CDIA TO W-NDIA
                   MOVE W-CTR-CMES TO W-NMES
                   MOVE W-CTR-CANO TO W-NANO.
                DISPLAY (21, 06) "NOVO FIM DO CONTRATO:".
       PRO-002.
                ACCEPT TNOVOFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (21, 06) LIMPA
                   GO TO ACE-001.
                MOVE FTIPOCONTR TO W-CTR-TIPO
                MOVE W-DTADM-A TO W-CTR-DTINI
                COMPUTE W-CTR-DTFIM = W-NANO * 10000 + W-NMES * 100
                                    + W-NDIA
                PERFORM VALIDA-CONTR THRU VALIDA-CONTR-FIM
                IF W-CTR-ERRO NOT = SPACES
                   MOVE W-CTR-ERRO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRO-002.
                IF W-CTR-DTFIM NOT > W-DTFIM-A
                   MOVE "*** NOVO FIM DEVE SER APOS O FIM ATUAL ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRO-002.
       PRO-003.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "PRORROGAR (S/N): ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PRO-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PRORROGACAO NAO EFETUADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRO-003.
       PRO-RW1.
                MOVE W-NOVOFIM-N TO FDTFIMCONTR
                MOVE "S" TO FPRORROG
                REWRITE REGFUNC
                IF ST-FUNC NOT = "00" AND ST-FUNC NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADFUNC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
                PERFORM GRAVA-ALTERACAO THRU GRAVA-ALTERACAO-FIM
                MOVE "P"           TO W-CTR-EVENTO
                MOVE FTIPOCONTR    TO W-CTR-TIPO
                MOVE "PRORROGACAO" TO W-CTR-OBS
                PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
                MOVE "*** CONTRATO PRORROGADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * EFETIVACAO: PASSA A PRAZO             *
      * INDETERMINADO                         *
      *****************************************
      *
       EFE-001.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "EFETIVAR  (S/N): ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** EFETIVACAO NAO EFETUADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EFE-001.
       EFE-RW1.
                MOVE "I" TO FTIPOCONTR
                MOVE ZEROS TO FDTFIMCONTR
                REWRITE REGFUNC
                IF ST-FUNC NOT = "00" AND ST-FUNC NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADFUNC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
                PERFORM GRAVA-ALTERACAO THRU GRAVA-ALTERACAO-FIM
                MOVE "E"        TO W-CTR-EVENTO
                MOVE "I"        TO W-CTR-TIPO
                MOVE ZEROS      TO W-CTR-DTFIM
                MOVE W-DESCTIPO TO W-CTR-OBS
                PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
                MOVE "*** CONTRATO EFETIVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      ***************************************
      * AUDITORIA, JORNAL E HISTORICO       *
      ***************************************
      *
       GRAVA-ALTERACAO.
                MOVE CHAPA TO AUD-CHAVE
                MOVE "A" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "CADFUNC" TO JRN-ARQUIVO
                MOVE W-REGANT TO JRN-ANTES
                MOVE REGFUNC TO JRN-DEPOIS
                MOVE CHAPA TO JRN-CHAVE
                MOVE "A" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL.
       GRAVA-ALTERACAO-FIM.
                EXIT.
      *
       GRAVA-EVENTO.
                MOVE CHAPA      TO W-CTR-CHAPA
                MOVE W-DTADM-A  TO W-CTR-DTINI
                MOVE W-DTFIM-A  TO W-CTR-DTFIMANT
                IF W-CTR-EVENTO = "P"
                   COMPUTE W-CTR-DTFIM = W-NANO * 10000 + W-NMES * 100
                                       + W-NDIA.
                MOVE "FP201640" TO W-CTR-ORIGEM
                PERFORM GRAVA-CONTR THRU GRAVA-CONTR-FIM.
       GRAVA-EVENTO-FIM.
                EXIT.
      *
      ***************************************
      * DADOS DO FUNCIONARIO NA TELA        *
      ***************************************
      *
       MOSTRA-FUNC.
                DISPLAY (06, 13) NOME
                DISPLAY (07, 14) FDEPART
                MOVE FDEPART TO CODIGO
                READ CADEPTO
                IF ST-DEPTO = "00"
                   DISPLAY (07, 18) DENOMINACAO.
                COMPUTE W-DTADM-A = DAANO * 10000 + DAMES * 100 + DADIA
                MOVE W-DTADM-A TO W-DTARQ
                PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                DISPLAY (09, 17) W-DTED
                PERFORM DESC-TIPO THRU DESC-TIPO-FIM
                DISPLAY (10, 17) FTIPOCONTR
                DISPLAY (10, 19) W-DESCTIPO
                DISPLAY (12, 19) FPRORROG
                MOVE ZEROS TO W-DTFIM-A
                IF FDTFIMCONTR = ZEROS
                   DISPLAY (11, 24) "--/--/----"
                   GO TO MOSTRA-FUNC-FIM.
                COMPUTE W-DTFIM-A = FCANO * 10000 + FCMES * 100 + FCDIA
                MOVE W-DTFIM-A TO W-DTARQ
                PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                DISPLAY (11, 24) W-DTED
                IF W-DTFIM-A < W-HOJE
                   DISPLAY (11, 36) "*** VENCIDO ***"
                   GO TO MOSTRA-FUNC-FIM.
                MOVE W-DTFIM-A TO W-CTR-DTCALC
                PERFORM DIAS-CTR THRU DIAS-CTR-FIM
                COMPUTE W-FALTAM = W-CTR-DIAS - W-DIASHOJE
                IF W-FALTAM NOT > 15
                   MOVE W-FALTAM TO LF-DIAS
                   DISPLAY (11, 36) W-LINFALTA.
       MOSTRA-FUNC-FIM.
                EXIT.
      *
       DESC-TIPO.
                MOVE "INDETERMINADO" TO W-DESCTIPO
                IF CONTR-EXPERIEN
                   MOVE "EXPERIENCIA" TO W-DESCTIPO.
                IF CONTR-DETERMIN
                   MOVE "PRAZO DETERMINADO" TO W-DESCTIPO.
                IF CONTR-ESTAGIO
                   MOVE "ESTAGIO" TO W-DESCTIPO.
       DESC-TIPO-FIM.
                EXIT.
      *
      * EVENTOS DO CONTRATO NAS LINHAS 15 A 20
      *
       MOSTRA-HIST.
                MOVE 15 TO W-LIN
                MOVE CHAPA TO CT-CHAPA
                MOVE ZEROS TO CT-SEQ
                START CADCONTR KEY IS NOT LESS THAN CT-CHAVE
                IF ST-CTR NOT = "00"
                   GO TO MOSTRA-HIST-FIM.
       MOSTRA-HIST1.
                READ CADCONTR NEXT RECORD
                IF ST-CTR NOT = "00"
                   GO TO MOSTRA-HIST-FIM.
                IF CT-CHAPA NOT = CHAPA OR W-LIN > 20
                   GO TO MOSTRA-HIST-FIM.
                MOVE CT-SEQ  TO LH-SEQ
                MOVE CT-TIPO TO LH-TIPO
                MOVE "INICIO"      TO LH-EVENTO
                IF CTR-PRORROGACAO
                   MOVE "PRORROGACAO" TO LH-EVENTO.
                IF CTR-EFETIVACAO
                   MOVE "EFETIVACAO"  TO LH-EVENTO.
                IF CTR-TERMINO
                   MOVE "TERMINO"     TO LH-EVENTO.
                MOVE SPACES TO LH-DTFIM
                IF CT-DTFIM NOT = ZEROS
                   MOVE CT-DTFIM TO W-DTARQ
                   PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                   MOVE W-DTED TO LH-DTFIM.
                MOVE CT-DATA TO W-DTARQ
                PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                MOVE W-DTED    TO LH-DATA
                MOVE CT-ORIGEM TO LH-ORIGEM
                DISPLAY (W-LIN, 07) W-LINHIST
                ADD 1 TO W-LIN
                GO TO MOSTRA-HIST1.
       MOSTRA-HIST-FIM.
                EXIT.
      *
       EDITA-DATA.
                MOVE W-DTARQ-DIA TO W-DTED-DIA
                MOVE W-DTARQ-MES TO W-DTED-MES
                MOVE W-DTARQ-ANO TO W-DTED-ANO.
       EDITA-DATA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA.
                CLOSE CADFUNC CADEPTO
                PERFORM FECHA-CONTR.
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
           COPY "CTRPAR.CPY".
           COPY "CTDPAR.CPY".
       FIM-ROT-TEMPO.
