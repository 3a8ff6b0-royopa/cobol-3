       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201638.
       AUTHOR. MATEUS.
      **************************************
      * REQUISICOES DE VAGA (RECRUTAMENTO) *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RQVSEL.CPY".
       SELECT QUADROVAGAS ASSIGN TO DYNAMIC W-ARQ-QV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QV-CHAVE
                    FILE STATUS  IS ST-QV.
       SELECT CADEPTO ASSIGN TO DYNAMIC W-ARQ-DEPTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEPTO.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADUSER ASSIGN TO DYNAMIC W-ARQ-USER
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-USER.
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "RQVFD.CPY".
       FD QUADROVAGAS
               LABEL RECORD IS STANDARD.
       01 REGQUADRO.
                03 QV-CHAVE.
                   05 QV-DEPTO     PIC 9(03).
                   05 QV-CARGO     PIC 9(03).
                03 QV-VAGAS        PIC 9(04).
                03 FILLER          PIC X(22).
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
                03 CODIGO         PIC 9(03).
                03 DENOMINACAO    PIC X(15).
                03 CENTRODECUSTO  PIC 9(02).
                03 DEPTOPAI       PIC 9(03).
                03 FILLER         PIC X(41).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 CODIGO2        PIC 9(03).
                03 DENOMINACAO2   PIC X(20).
                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 NIVELESCOLAR2  PIC 9(01).
                03 FILLER         PIC X(31).
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-DEMITIDO  VALUE "D".
                03 NOME           PIC X(35).
                03 FILLER         PIC X(35).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 FILLER         PIC X(156).
       FD CADUSER
               LABEL RECORD IS STANDARD.
       01 REGUSER.
                03 USU-CODIGO      PIC X(08).
                03 USU-NOME        PIC X(30).
                03 USU-SENHAH      PIC 9(09).
                03 USU-PERMISSOES.
                   05 USU-PERM     PIC X(01) OCCURS 20 TIMES.
                03 USU-ATIVO       PIC X(01).
                03 FILLER          PIC X(12).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "AMBWS.CPY".
           COPY "USERWS.CPY".
           COPY "JRNWS.CPY".
           COPY "RQVWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-QV        PIC X(02) VALUE "00".
       77 ST-DEPTO     PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-USER      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-QV     PIC X(64) VALUE SPACES.
       77 W-ARQ-DEPTO  PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO  PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-ARQ-USER   PIC X(64) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-APROVADOR  PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK   PIC X(01) VALUE "N".
       77 W-PROXNUM    PIC 9(05) VALUE ZEROS.
       77 W-VAGAS      PIC 9(04) VALUE ZEROS.
       77 W-OCUPADAS   PIC 9(04) VALUE ZEROS.
       77 W-EMABERTO   PIC 9(04) VALUE ZEROS.
       77 W-SALDO      PIC S9(04) VALUE ZEROS.
       01 W-REGREQ.
           03 RA-NUMERO    PIC 9(05).
           03 RA-QUADRO    PIC X(06).
           03 FILLER       PIC X(139).
      *
      * DATA DO ARQUIVO (AAAAMMDD) PARA EXIBICAO DD/MM/AAAA
      *
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
       01 W-LINSALDO.
           03 FILLER       PIC X(07) VALUE "QUADRO ".
           03 LS-VAGAS     PIC ZZZ9.
           03 FILLER       PIC X(11) VALUE " OCUPADAS ".
           03 LS-OCUPADAS  PIC ZZZ9.
           03 FILLER       PIC X(11) VALUE " REQUISIT. ".
           03 LS-EMABERTO  PIC ZZZ9.
           03 FILLER       PIC X(08) VALUE " SALDO ".
           03 LS-SALDO     PIC -ZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAREQ.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            REQUISICAO DE VAGA".
           05  LINE 04  COLUMN 01
               VALUE  "      AMBIENTE:".
           05  LINE 05  COLUMN 01
               VALUE  "      REQUISICAO (0=NOVA):".
           05  LINE 07  COLUMN 01
               VALUE  "      DEPARTAMENTO:".
           05  LINE 08  COLUMN 01
               VALUE  "      CARGO:".
           05  LINE 11  COLUMN 01
               VALUE  "      QUANTIDADE:".
           05  LINE 12  COLUMN 01
               VALUE  "      SOLICITANTE:".
           05  LINE 13  COLUMN 01
               VALUE  "      JUSTIFICATIVA:".
           05  LINE 16  COLUMN 01
               VALUE  "      SITUACAO:".
           05  LINE 16  COLUMN 24
               VALUE  "(S=SOLICITADA A=APROVADA R=REPROVADA".
           05  LINE 16  COLUMN 61
               VALUE  " F=PREENCHIDA".
           05  LINE 17  COLUMN 30
               VALUE  "(C=CANCELADA)".
           05  LINE 17  COLUMN 01
               VALUE  "      ABERTURA:".
           05  LINE 18  COLUMN 01
               VALUE  "      APROVADOR:".
           05  LINE 19  COLUMN 01
               VALUE  "      PREENCHIDAS:".
           05  TAMBIENTE
               LINE 04  COLUMN 17  PIC X(08)
               USING  AMB-AMBIENTE.
           05  TNUMERO
               LINE 05  COLUMN 28  PIC 9(05)
               USING  RQ-NUMERO
               HIGHLIGHT.
           05  TDEPTO
               LINE 07  COLUMN 21  PIC 9(03)
               USING  RQ-DEPTO
               HIGHLIGHT.
           05  TCARGO
               LINE 08  COLUMN 14  PIC 9(03)
               USING  RQ-CARGO
               HIGHLIGHT.
           05  TQTD
               LINE 11  COLUMN 19  PIC 9(02)
               USING  RQ-QTD
               HIGHLIGHT.
           05  TSOLIC
               LINE 12  COLUMN 20  PIC X(30)
               USING  RQ-SOLIC
               HIGHLIGHT.
           05  TJUSTIF
               LINE 14  COLUMN 07  PIC X(60)
               USING  RQ-JUSTIF
               HIGHLIGHT.
           05  TSITUACAO
               LINE 16  COLUMN 17  PIC X(01)
               USING  RQ-SITUACAO.
           05  TAPROVADOR
               LINE 18  COLUMN 18  PIC X(08)
               USING  RQ-APROVADOR.
           05  TPREENCH
               LINE 19  COLUMN 20  PIC 9(02)
               USING  RQ-PREENCH.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "QUADROVAGAS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-QV
           MOVE "CADEPTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEPTO
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADUSER.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-USER
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           PERFORM ABR-REQVAGA
           IF ST-REQ NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REQVAGA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT QUADROVAGAS
           IF ST-QV NOT = "00"
              MOVE "SEM QUADRO DE VAGAS CADASTRADO (FP201621)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQVAGA
              GO TO ROT-FIMP.
           OPEN INPUT CADEPTO
           IF ST-DEPTO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQVAGA QUADROVAGAS
              GO TO ROT-FIMP.
           OPEN INPUT CADCARGO
           IF ST-CARGO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQVAGA QUADROVAGAS CADEPTO
              GO TO ROT-FIMP.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQVAGA QUADROVAGAS CADEPTO CADCARGO
              GO TO ROT-FIMP.
           MOVE "FP201638" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201638" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "REQVAGA" TO JRN-ARQUIVO.

       INC-001.
                MOVE SPACES TO REGREQVAGA
                MOVE ZEROS TO RQ-NUMERO RQ-DEPTO RQ-CARGO RQ-QTD
                              RQ-DTABERT RQ-DTAPROV RQ-PREENCH
                              RQ-DTFECHA
                MOVE 0 TO W-SEL
                DISPLAY TELAREQ.

       INC-002.
                ACCEPT TNUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FECHA.
                IF RQ-NUMERO = ZEROS
                   GO TO INC-NOVA.

       LER-REQ01.
                READ REQVAGA
                IF ST-REQ = "23"
                   MOVE "*** REQUISICAO NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-REQ NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO REQVAGA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
                MOVE REGREQVAGA TO JRN-ANTES
                DISPLAY TELAREQ
                PERFORM MOSTRA-REQ THRU MOSTRA-REQ-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
      *
      ***************************************
      * NOVA REQUISICAO: PROXIMO NUMERO     *
      ***************************************
      *
       INC-NOVA.
                MOVE ZEROS TO W-PROXNUM
                MOVE ZEROS TO RQ-NUMERO
                START REQVAGA KEY IS NOT LESS THAN RQ-NUMERO
                IF ST-REQ NOT = "00"
                   GO TO INC-NOVA2.
       INC-NOVA1.
                READ REQVAGA NEXT RECORD
                IF ST-REQ = "00"
                   MOVE RQ-NUMERO TO W-PROXNUM
                   GO TO INC-NOVA1.
       INC-NOVA2.
                MOVE SPACES TO REGREQVAGA
                MOVE ZEROS TO RQ-DEPTO RQ-CARGO RQ-QTD RQ-DTAPROV
                              RQ-PREENCH RQ-DTFECHA
                ADD 1 W-PROXNUM GIVING RQ-NUMERO
                MOVE W-HOJE TO RQ-DTABERT
                MOVE "S" TO RQ-SITUACAO
                DISPLAY TELAREQ
                PERFORM MOSTRA-REQ THRU MOSTRA-REQ-FIM.

       INC-003.
                ACCEPT TDEPTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE RQ-DEPTO TO CODIGO
                READ CADEPTO
                IF ST-DEPTO NOT = "00"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (07, 25) DENOMINACAO.

       INC-004.
                ACCEPT TCARGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE RQ-CARGO TO CODIGO2
                READ CADCARGO
                IF ST-CARGO NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (08, 18) DENOMINACAO2
                PERFORM CALC-SALDO THRU CALC-SALDO-FIM
                IF ST-QV NOT = "00"
                   MOVE "*** DEPTO/CARGO SEM QUADRO DE VAGAS ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.

       INC-005.
                ACCEPT TQTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RQ-QTD = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF RQ-QTD > W-SALDO
                   MOVE "*** QUANTIDADE EXCEDE O SALDO DO QUADRO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.

       INC-006.
                ACCEPT TSOLIC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF RQ-SOLIC = SPACES
                   MOVE "*** INFORME O SOLICITANTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.

       INC-007.
                ACCEPT TJUSTIF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF RQ-JUSTIF = SPACES
                   MOVE "*** INFORME A JUSTIFICATIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF W-SEL = 1
                   GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGREQVAGA
                IF ST-REQ = "00" OR "02"
                      MOVE RQ-NUMERO TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGREQVAGA TO JRN-DEPOIS
                      MOVE RQ-NUMERO TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** REQUISICAO GRAVADA - AGUARDA APROVACAO"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-REQ = "22"
                      MOVE "*** REQUISICAO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO REQVAGA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FECHA.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/DECISAO  *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=DECIDIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 04
                   GO TO DEC-001.
                IF NOT REQ-SOLICITADA
                   MOVE "*** SO ALTERA REQUISICAO AINDA SOLICITADA ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM CALC-SALDO THRU CALC-SALDO-FIM
                GO TO INC-005.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGREQVAGA
                IF ST-REQ = "00" OR "02"
                   MOVE RQ-NUMERO TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGREQVAGA TO JRN-DEPOIS
                   MOVE RQ-NUMERO TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO ARQUIVO REQVAGA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FECHA.
      *
      *****************************************
      * APROVACAO / REPROVACAO / CANCELAMENTO *
      * POR OPERADOR COM PERMISSAO 19         *
      *****************************************
      *
       DEC-001.
                IF NOT REQ-ABERTA
                   MOVE "*** REQUISICAO JA ENCERRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM LOGIN-APROV THRU LOGIN-APROV-FIM
                IF W-LOGIN-OK NOT = "S"
                   GO TO ACE-001.
       DEC-002.
                MOVE SPACES TO W-OPCAO
                DISPLAY (23, 12) LIMPA
                IF REQ-SOLICITADA
                   DISPLAY (23, 12)
                        "APROVAR/REPROVAR/CANCELAR (A/R/C): "
                ELSE
                   DISPLAY (23, 12)
                        "CANCELAR A REQUISICAO APROVADA (C): ".
                ACCEPT (23, 48) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (23, 12) LIMPA
                   GO TO ACE-001.
                IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
                IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
                IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
                IF W-OPCAO NOT = "A" AND "R" AND "C"
                   GO TO DEC-002.
                IF REQ-APROVADA AND W-OPCAO NOT = "C"
                   GO TO DEC-002.
                DISPLAY (23, 12) LIMPA
                IF W-OPCAO = "A"
                   PERFORM CALC-SALDO THRU CALC-SALDO-FIM
                   IF RQ-QTD > W-SALDO
                      MOVE "*** QUADRO SEM SALDO - NAO APROVADA ***"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001.
                MOVE W-OPCAO TO RQ-SITUACAO
                MOVE W-APROVADOR TO RQ-APROVADOR
                MOVE W-HOJE TO RQ-DTAPROV
                IF W-OPCAO NOT = "A"
                   MOVE W-HOJE TO RQ-DTFECHA.
                REWRITE REGREQVAGA
                IF ST-REQ NOT = "00" AND ST-REQ NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO REQVAGA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
                MOVE RQ-NUMERO TO AUD-CHAVE
                MOVE "A" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE REGREQVAGA TO JRN-DEPOIS
                MOVE RQ-NUMERO TO JRN-CHAVE
                MOVE "A" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL
                DISPLAY TELAREQ
                PERFORM MOSTRA-REQ THRU MOSTRA-REQ-FIM
                MOVE "*** DECISAO REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      ***************************************
      * APROVADOR COM PERMISSAO 19          *
      ***************************************
      *
       LOGIN-APROV.
                MOVE "N" TO W-LOGIN-OK
                OPEN INPUT CADUSER
                IF ST-USER NOT = "00"
                   MOVE "SEM CADASTRO DE OPERADORES - ACESSO VEDADO"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOGIN-APROV-FIM.
       LOGIN-APROV1.
                DISPLAY (21, 06) "APROVADOR: "
                DISPLAY (22, 06) "SENHA    : "
                MOVE SPACES TO W-APROVADOR USU-SENHA-TXT
                ACCEPT (21, 18) W-APROVADOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO LOGIN-APROV2.
                ACCEPT (22, 18) USU-SENHA-TXT
                MOVE W-APROVADOR TO USU-CODIGO
                READ CADUSER
                IF ST-USER NOT = "00"
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOGIN-APROV1.
                PERFORM SENHA-HASH THRU SENHA-HASH-FIM
                IF USU-HASH NOT = USU-SENHAH
                   MOVE "*** SENHA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOGIN-APROV1.
                IF USU-ATIVO NOT = "S"
                   MOVE "*** OPERADOR DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOGIN-APROV1.
                IF USU-PERM (19) NOT = "S"
                   MOVE "*** SEM PERMISSAO DE APROVADOR (19) ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOGIN-APROV1.
                MOVE "S" TO W-LOGIN-OK.
       LOGIN-APROV2.
                CLOSE CADUSER
                DISPLAY (21, 06) LIMPA
                DISPLAY (22, 06) LIMPA.
       LOGIN-APROV-FIM.
                EXIT.
      *
      ***************************************
      * SALDO DO QUADRO PARA DEPTO/CARGO:   *
      * VAGAS - OCUPADAS - OUTRAS ABERTAS   *
      ***************************************
      *
       CALC-SALDO.
                MOVE ZEROS TO W-VAGAS W-OCUPADAS W-EMABERTO W-SALDO
                MOVE RQ-DEPTO TO QV-DEPTO
                MOVE RQ-CARGO TO QV-CARGO
                READ QUADROVAGAS
                IF ST-QV NOT = "00"
                   GO TO CALC-SALDO-FIM.
                MOVE QV-VAGAS TO W-VAGAS
                MOVE ZEROS TO CHAPA
                START CADFUNC KEY IS NOT LESS THAN CHAPA
                IF ST-FUNC NOT = "00"
                   GO TO CALC-SALDO2.
       CALC-SALDO1.
                READ CADFUNC NEXT RECORD
                IF ST-FUNC NOT = "00"
                   GO TO CALC-SALDO2.
                IF FDEPART = RQ-DEPTO AND FCARGO = RQ-CARGO
                   AND NOT FUNC-DEMITIDO
                   ADD 1 TO W-OCUPADAS.
                GO TO CALC-SALDO1.
       CALC-SALDO2.
                MOVE REGREQVAGA TO W-REGREQ
                MOVE ZEROS TO RQ-NUMERO
                START REQVAGA KEY IS NOT LESS THAN RQ-NUMERO
                IF ST-REQ NOT = "00"
                   GO TO CALC-SALDO4.
       CALC-SALDO3.
                READ REQVAGA NEXT RECORD
                IF ST-REQ NOT = "00"
                   GO TO CALC-SALDO4.
                IF RQ-NUMERO = RA-NUMERO
                   GO TO CALC-SALDO3.
                IF RQ-QUADRO NOT = RA-QUADRO
                   GO TO CALC-SALDO3.
                IF REQ-ABERTA AND RQ-QTD > RQ-PREENCH
                   COMPUTE W-EMABERTO = W-EMABERTO + RQ-QTD
                                      - RQ-PREENCH.
                GO TO CALC-SALDO3.
       CALC-SALDO4.
                MOVE W-REGREQ TO REGREQVAGA
                MOVE "00" TO ST-QV
                COMPUTE W-SALDO = W-VAGAS - W-OCUPADAS - W-EMABERTO
                MOVE W-VAGAS TO LS-VAGAS
                MOVE W-OCUPADAS TO LS-OCUPADAS
                MOVE W-EMABERTO TO LS-EMABERTO
                MOVE W-SALDO TO LS-SALDO
                DISPLAY (09, 07) W-LINSALDO.
       CALC-SALDO-FIM.
                EXIT.
      *
      ***************************************
      * DATAS E DESCRICOES DA REQUISICAO    *
      ***************************************
      *
       MOSTRA-REQ.
                MOVE RQ-DTABERT TO W-DTARQ
                PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                DISPLAY (17, 17) W-DTED
                IF RQ-DTAPROV NOT = ZEROS
                   MOVE RQ-DTAPROV TO W-DTARQ
                   PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                   DISPLAY (18, 28) W-DTED.
                IF RQ-DTFECHA NOT = ZEROS
                   MOVE RQ-DTFECHA TO W-DTARQ
                   PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                   DISPLAY (19, 24) "ENCERRADA EM "
                   DISPLAY (19, 37) W-DTED.
                MOVE RQ-DEPTO TO CODIGO
                READ CADEPTO
                IF ST-DEPTO = "00"
                   DISPLAY (07, 25) DENOMINACAO.
                MOVE RQ-CARGO TO CODIGO2
                READ CADCARGO
                IF ST-CARGO = "00"
                   DISPLAY (08, 18) DENOMINACAO2.
       MOSTRA-REQ-FIM.
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
                CLOSE REQVAGA QUADROVAGAS CADEPTO CADCARGO CADFUNC.
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
           COPY "USERPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "RQVPAR.CPY".
       FIM-ROT-TEMPO.
