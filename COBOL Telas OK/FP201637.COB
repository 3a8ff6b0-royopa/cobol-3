       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201637.
       AUTHOR. MATEUS.
      **************************************
      * VISTO DA CONFERENCIA DA FOLHA      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CNFSEL.CPY".
           COPY "CTCSEL.CPY".
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
           COPY "CNFFD.CPY".
           COPY "CTCFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
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
           COPY "CNFWS.CPY".
           COPY "CTCWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-FUNC-OK    PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 LIMPA-LIN    PIC X(76) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-COMPET     PIC 9(06) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-NUM        PIC 9(02) VALUE ZEROS.
       77 W-QT-PAG     PIC 9(02) VALUE ZEROS.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OBS        PIC X(20) VALUE SPACES.
       77 W-DESDE      PIC X(14) VALUE LOW-VALUES.
       77 W-VOLTOU     PIC X(01) VALUE "N".
      *
      * CHAVES DAS LINHAS DA PAGINA NA TELA
      *
       01 TAB-PAGINA.
           03 TPG-CHAVE     PIC X(14) OCCURS 12 TIMES.
       01 W-LINCONF.
           03 LC-NUM        PIC 9(02).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LC-CHAPA      PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LC-NOME       PIC X(15).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LC-TIPO       PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LC-CAMPO      PIC X(14).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LC-VLRANT     PIC ZZZZZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LC-VLRATU     PIC ZZZZZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LC-PCT        PIC ZZ9,9.
       01 W-LINTOT.
           03 FILLER        PIC X(16) VALUE "LINHAS GERADAS: ".
           03 LT-TOTAL      PIC ZZZZ9.
           03 FILLER        PIC X(17) VALUE "   SEM VISTO ..: ".
           03 LT-PEND       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"
           IF W-OPERADOR = SPACES OR LOW-VALUES
              ACCEPT W-OPERADOR FROM ENVIRONMENT "USER".
       INC-OP0A.
           PERFORM ABR-CONFFOLHA
           IF ST-CONF NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CONFFOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMS.
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CTRLCOMP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONFFOLHA
              GO TO ROT-FIMS.
           OPEN INPUT CADFUNC
           IF ST-FUNC = "00"
              MOVE "S" TO W-FUNC-OK.
           MOVE "FP201637" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201637" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "CONFFOLHA" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO W-COMPET
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 18)
                   "VISTO DA CONFERENCIA DA FOLHA CALCULADA"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (05, 06) "COMPETENCIA (AAAAMM): "
                DISPLAY (08, 04) "NR CHAPA NOME            T CAMPO"
                DISPLAY (08, 46) "  ANTERIOR      ATUAL  VAR%".

       INC-002.
                ACCEPT (05, 28) W-COMPET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-COMPET = ZEROS
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-COMPET TO CC-COMPET
                READ CTRLCOMP
                IF ST-CTRLCOMP NOT = "00"
                   MOVE "*** COMPETENCIA SEM FOLHA CALCULADA ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF NOT COMP-CALCULADA
                   MOVE "*** FOLHA NAO CALCULADA OU JA PAGA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF CC-CONFERIDA NOT = "P" AND CC-CONFERIDA NOT = "S"
                   MOVE "*** EXECUTE ANTES A CONFERENCIA FOLHACONF ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-COMPET TO W-CNF-COMPET
                MOVE LOW-VALUES TO W-DESDE
                PERFORM LISTA-CONF THRU LISTA-CONF-FIM.

       ACE-001.
                DISPLAY (23, 04)
           "F1=VISTAR LINHA  F2=VISTAR PAGINA  F3=PROXIMA  F4=VOLTA"
                ACCEPT (23, 66) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                               AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 04) LIMPA-LIN
                IF W-ACT = 02
                   GO TO VIS-001.
                IF W-ACT = 03
                   GO TO PAG-001.
                IF W-ACT = 04
                   PERFORM LISTA-CONF THRU LISTA-CONF-FIM
                   GO TO ACE-001.
                IF W-ACT = 05
                   GO TO INC-001.
      *
      ***************************************
      * VISTO DE UMA LINHA                  *
      ***************************************
      *
       VIS-001.
                IF W-QT-PAG = ZEROS
                   MOVE "*** NAO HA LINHAS A VISTAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE ZEROS TO W-NUM
                DISPLAY (22, 04) "LINHA NR: "
                ACCEPT  (22, 14) W-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (22, 04) LIMPA-LIN
                   GO TO ACE-001.
                IF W-NUM = ZEROS OR W-NUM > W-QT-PAG
                   MOVE "*** LINHA FORA DA PAGINA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIS-001.
                MOVE TPG-CHAVE (W-NUM) TO CF-CHAVE
                READ CONFFOLHA
                IF ST-CONF NOT = "00"
                   MOVE "*** LINHA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIS-001.
       VIS-002.
                MOVE SPACES TO W-OBS
                DISPLAY (22, 20) "OBSERVACAO: "
                ACCEPT  (22, 32) W-OBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VIS-001.
       VIS-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "VISTAR    (S/N) : ".
                ACCEPT (23, 58) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** LINHA NAO VISTADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY (22, 04) LIMPA-LIN
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIS-OPC.
                PERFORM GRAVA-VISTO THRU GRAVA-VISTO-FIM
                IF ST-CONF NOT = "00"
                   GO TO ROT-FIM.
                DISPLAY (22, 04) LIMPA-LIN
                MOVE "*** LINHA VISTADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FIM-VISTO.
      *
      ***************************************
      * VISTO DE TODAS AS LINHAS DA PAGINA  *
      ***************************************
      *
       PAG-001.
                IF W-QT-PAG = ZEROS
                   MOVE "*** NAO HA LINHAS A VISTAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       PAG-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 30) "VISTAR AS LINHAS DA PAGINA (S/N) : ".
                ACCEPT (23, 66) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (23, 04) LIMPA-LIN
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-OPC.
                DISPLAY (23, 04) LIMPA-LIN
                MOVE 1 TO W-IDX.
       PAG-002.
                IF W-IDX > W-QT-PAG
                   MOVE "*** PAGINA VISTADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIM-VISTO.
                MOVE TPG-CHAVE (W-IDX) TO CF-CHAVE
                READ CONFFOLHA
                IF ST-CONF = "00" AND NOT CONF-VISTADA
                   MOVE SPACES TO W-OBS
                   PERFORM GRAVA-VISTO THRU GRAVA-VISTO-FIM
                   IF ST-CONF NOT = "00"
                      GO TO ROT-FIM.
                ADD 1 TO W-IDX
                GO TO PAG-002.
      *
      * SEM LINHAS PENDENTES A COMPETENCIA FICA LIBERADA PARA O
      * PAGAMENTO (BANCOREM)
      *
       FIM-VISTO.
                PERFORM CONTA-CONFFOLHA THRU CONTA-CONFFOLHA-FIM
                IF W-CNF-PEND NOT = ZEROS
                   PERFORM LISTA-CONF THRU LISTA-CONF-FIM
                   GO TO ACE-001.
                MOVE W-COMPET TO CC-COMPET
                READ CTRLCOMP
                IF ST-CTRLCOMP NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CTRLCOMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "S" TO CC-CONFERIDA
                PERFORM GRAVA-CTRLCOMP
                MOVE CC-COMPET TO AUD-CHAVE
                MOVE "A" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "*** CONFERENCIA CONCLUIDA - PAGTO LIBERADO ***"
                                                               TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM LISTA-CONF THRU LISTA-CONF-FIM
                GO TO ACE-001.
      *
      ***************************************
      * GRAVA O VISTO NA LINHA LIDA         *
      ***************************************
      *
       GRAVA-VISTO.
                MOVE REGCONFFOLHA TO JRN-ANTES
                MOVE "S"        TO CF-VISTO
                MOVE W-OBS      TO CF-OBS
                MOVE W-OPERADOR TO CF-OPERADOR
                MOVE W-HOJE     TO CF-DTVISTO
                REWRITE REGCONFFOLHA
                IF ST-CONF NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CONFFOLHA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVA-VISTO-FIM.
                MOVE CF-CHAVE TO AUD-CHAVE
                MOVE "A" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE REGCONFFOLHA TO JRN-DEPOIS
                MOVE CF-CHAVE TO JRN-CHAVE
                MOVE "A" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL.
       GRAVA-VISTO-FIM.
                EXIT.
      *
      ***************************************
      * LISTA ATE 12 LINHAS SEM VISTO A     *
      * PARTIR DA ULTIMA MOSTRADA (W-DESDE) *
      ***************************************
      *
       LISTA-CONF.
                MOVE "N" TO W-VOLTOU.
       LISTA-CONFA.
                PERFORM CONTA-CONFFOLHA THRU CONTA-CONFFOLHA-FIM
                MOVE W-CNF-TOTAL TO LT-TOTAL
                MOVE W-CNF-PEND  TO LT-PEND
                DISPLAY (06, 06) W-LINTOT
                MOVE 9 TO W-LINHA.
       LISTA-CONF0.
                DISPLAY (W-LINHA, 04) LIMPA-LIN
                ADD 1 TO W-LINHA
                IF W-LINHA < 22
                   GO TO LISTA-CONF0.
                MOVE ZEROS TO W-QT-PAG
                MOVE 9 TO W-LINHA
                IF W-CNF-PEND = ZEROS
                   GO TO LISTA-CONF-FIM.
                MOVE W-DESDE TO CF-CHAVE
                IF W-DESDE = LOW-VALUES
                   MOVE W-COMPET TO CF-COMPET
                   MOVE ZEROS    TO CF-CHAPA CF-SEQ.
                START CONFFOLHA KEY IS GREATER THAN CF-CHAVE
                IF ST-CONF NOT = "00"
                   GO TO LISTA-CONF3.
       LISTA-CONF1.
                READ CONFFOLHA NEXT RECORD
                IF ST-CONF NOT = "00"
                   GO TO LISTA-CONF3.
                IF CF-COMPET NOT = W-COMPET
                   GO TO LISTA-CONF3.
                IF CONF-VISTADA
                   GO TO LISTA-CONF1.
                ADD 1 TO W-QT-PAG
                MOVE CF-CHAVE  TO TPG-CHAVE (W-QT-PAG) W-DESDE
                MOVE W-QT-PAG  TO LC-NUM
                MOVE CF-CHAPA  TO LC-CHAPA
                MOVE CF-TIPO   TO LC-TIPO
                MOVE CF-CAMPO  TO LC-CAMPO
                MOVE CF-VLRANT TO LC-VLRANT
                MOVE CF-VLRATU TO LC-VLRATU
                MOVE CF-PCT    TO LC-PCT
                MOVE "(SEM CADASTRO)" TO LC-NOME
                IF W-FUNC-OK = "S"
                   MOVE CF-CHAPA TO CHAPA
                   READ CADFUNC
                   IF ST-FUNC = "00"
                      MOVE NOME TO LC-NOME.
                DISPLAY (W-LINHA, 04) W-LINCONF
                ADD 1 TO W-LINHA
                IF W-QT-PAG < 12
                   GO TO LISTA-CONF1.
                GO TO LISTA-CONF-FIM.
      *
      * FIM DA COMPETENCIA: A PROXIMA PAGINA VOLTA AO INICIO
      *
       LISTA-CONF3.
                MOVE LOW-VALUES TO W-DESDE
                IF W-QT-PAG = ZEROS AND W-VOLTOU = "N"
                   MOVE "S" TO W-VOLTOU
                   GO TO LISTA-CONFA.
       LISTA-CONF-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CONFFOLHA CTRLCOMP
                IF W-FUNC-OK = "S"
                   CLOSE CADFUNC.
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
               MOVE ST-CONF TO ST-ERRO
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
           COPY "CNFPAR.CPY".
           COPY "CTCPAR.CPY".
       FIM-ROT-TEMPO.
