       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201635.
       AUTHOR. MATEUS.
      **************************************
      * ADESAO A PLANOS DE SAUDE POR CHAPA *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PLASEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADDEP ASSIGN TO DYNAMIC W-ARQ-DEP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DP-CHAVE
                    FILE STATUS  IS ST-DEP.
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "PLAFD.CPY".
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
                03 FILLER         PIC X(163).
       FD CADDEP
               LABEL RECORD IS STANDARD.
       01 REGDEP.
                03 DP-CHAVE.
                   05 DP-CHAPA     PIC 9(05).
                   05 DP-SEQ       PIC 9(02).
                03 DP-NOME         PIC X(35).
                03 DP-DTNASC       PIC 9(08).
                03 DP-PARENTESCO   PIC 9(01).
                03 DP-IRRF         PIC X(01).
                03 DP-SALFAM       PIC X(01).
                03 FILLER          PIC X(11).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "AMBWS.CPY".
           COPY "JRNWS.CPY".
           COPY "PLAWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 W-DEP-OK     PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 LIMPA-LIN    PIC X(76) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-ARQ-DEP    PIC X(64) VALUE SPACES.
       77 W-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-NOMEVIDA   PIC X(35) VALUE SPACES.
       01 W-REGSALVO.
           03 W-SALVO-CHAVE PIC X(10).
           03 FILLER        PIC X(56).
       01 W-LINADE.
           03 LA-SEQ        PIC 9(02).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-NOME       PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-PLANO      PIC 9(03).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-CARTEIRA   PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-DTINI      PIC 9(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-DTFIM      PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADPLANO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PLANO
           MOVE "CADPLBEN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PLBEN
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADDEP.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEP
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-PLA-COMPET.
       INC-OP0A.
           OPEN I-O CADPLBEN
           IF ST-PLBEN NOT = "00"
               IF ST-PLBEN = "30" OR "35"
                      OPEN OUTPUT CADPLBEN
                      CLOSE CADPLBEN
                      MOVE "*** ARQUIVO CADPLBEN SENDO CRIADO **"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLBEN"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
       INC-OP0B.
           OPEN INPUT CADPLANO
           IF ST-PLANO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLANO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLBEN
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLBEN CADPLANO
              GO TO ROT-FIM.
           OPEN INPUT CADDEP
           IF ST-DEP = "00"
              MOVE "S" TO W-DEP-OK.
           MOVE "FP201635" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201635" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "CADPLBEN" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO W-CHAPA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 16)
                   "PLANOS DE SAUDE - ADESAO DE TITULAR E DEPENDENTES"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (05, 06) "CHAPA: "
                DISPLAY (06, 06) "NOME : "
                DISPLAY (07, 04)
           "SQ VIDA                 PLA CARTEIRA             INICIO"
                DISPLAY (07, 62) "FIM".

       INC-002.
                ACCEPT (05, 14) W-CHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM FECHA-TELA THRU FECHA-TELA-FIM
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
                PERFORM LISTA-ADE THRU LISTA-ADE-FIM.

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
      * INCLUSAO DE ADESAO                  *
      ***************************************
      *
       INC-003.
                PERFORM LIMPA-ADE THRU LIMPA-ADE-FIM
                MOVE 0 TO W-SEL
                IF FUNC-DEMITIDO
                   MOVE "*** FUNCIONARIO DEMITIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE ZEROS TO PB-SEQ.
       INC-003A.
                DISPLAY (17, 04) "SEQ. VIDA (00=TITULAR): "
                ACCEPT  (17, 29) PB-SEQ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                PERFORM ACHA-VIDA THRU ACHA-VIDA-FIM
                IF W-NOMEVIDA = SPACES
                   MOVE "*** DEPENDENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                DISPLAY (17, 34) W-NOMEVIDA
                MOVE ZEROS TO PB-PLANO.
       INC-003B.
                DISPLAY (18, 04) "PLANO                 : "
                ACCEPT  (18, 29) PB-PLANO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003A.
                MOVE PB-PLANO TO PL-CODIGO
                READ CADPLANO
                IF ST-PLANO NOT = "00"
                   MOVE "*** PLANO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003B.
                IF NOT PLANO-ATIVO
                   MOVE "*** PLANO INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003B.
                DISPLAY (18, 34) PL-DESCR
                MOVE W-CHAPA TO PB-CHAPA
                READ CADPLBEN
                IF ST-PLBEN = "00"
                   MOVE "*** VIDA JA INSCRITA NESTE PLANO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003B.
                IF PB-SEQ NOT = ZEROS
                   PERFORM ACHA-TITULAR THRU ACHA-TITULAR-FIM
                   IF W-PLA-ACHOU NOT = "S"
                      MOVE "*** TITULAR NAO INSCRITO NESTE PLANO ***"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003B.
                MOVE SPACES TO PB-CARTEIRA
                MOVE ZEROS TO PB-DTFIM
                MOVE W-HOJE TO PB-DTINI.
       INC-004.
                DISPLAY (19, 04) "CARTEIRA NA OPERADORA : "
                ACCEPT  (19, 29) PB-CARTEIRA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-SEL = 1 GO TO ALT-001.
                IF W-ACT = 02 GO TO INC-003B.
                IF PB-CARTEIRA = SPACES
                   MOVE "*** INFORME A CARTEIRA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM CONFERE-CARTEIRA THRU CONFERE-CARTEIRA-FIM
                IF W-PLA-ACHOU = "S"
                   MOVE "*** CARTEIRA JA USADA POR OUTRA VIDA ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                DISPLAY (20, 04) "VIGENCIA INI/FIM      : "
                DISPLAY (20, 38) "A"
                ACCEPT  (20, 29) PB-DTINI WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PB-DTINI < 19000101 OR PB-DTINI > 29991231
                   MOVE "*** DATA INICIAL INVALIDA (AAAAMMDD) ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT  (20, 40) PB-DTFIM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PB-DTFIM NOT = ZEROS AND PB-DTFIM < PB-DTINI
                   MOVE "*** DATA FINAL ANTERIOR A INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                PERFORM MOSTRA-PRECO THRU MOSTRA-PRECO-FIM.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-ADE THRU LIMPA-ADE-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGPLBEN
                IF ST-PLBEN = "00" OR "02"
                      MOVE PB-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGPLBEN TO JRN-DEPOIS
                      MOVE PB-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** ADESAO GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM LIMPA-ADE THRU LIMPA-ADE-FIM
                      PERFORM LISTA-ADE THRU LISTA-ADE-FIM
                      GO TO ACE-001.
                IF ST-PLBEN = "22"
                      MOVE "*** ADESAO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLBEN"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ***************************************
      * ALTERACAO DE ADESAO                 *
      ***************************************
      *
      * PARA ENCERRAR A ADESAO (DEMISSAO, EXCLUSAO DO DEPENDENTE)
      * INFORME A DATA FINAL; A VIDA SAI DO DESCONTO E DA CONFERENCIA
      * DA FATURA A PARTIR DO MES SEGUINTE
      *
       ALT-001.
                PERFORM LIMPA-ADE THRU LIMPA-ADE-FIM
                PERFORM ACEITA-CHAVE THRU ACEITA-CHAVE-FIM
                IF W-ACT = 02 GO TO ACE-001.
                IF ST-PLBEN NOT = "00"
                   MOVE "*** ADESAO NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-001.
                MOVE REGPLBEN TO JRN-ANTES
                PERFORM MOSTRA-ADE THRU MOSTRA-ADE-FIM
                MOVE 1 TO W-SEL
                GO TO INC-004.
       ALT-RW1.
                REWRITE REGPLBEN
                IF ST-PLBEN = "00" OR "02"
                   MOVE PB-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGPLBEN TO JRN-DEPOIS
                   MOVE PB-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** ADESAO ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-ADE THRU LIMPA-ADE-FIM
                   PERFORM LISTA-ADE THRU LISTA-ADE-FIM
                   GO TO ACE-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLBEN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * EXCLUSAO DE ADESAO                  *
      ***************************************
      *
       EXC-001.
                PERFORM LIMPA-ADE THRU LIMPA-ADE-FIM
                PERFORM ACEITA-CHAVE THRU ACEITA-CHAVE-FIM
                IF W-ACT = 02 GO TO ACE-001.
                IF ST-PLBEN NOT = "00"
                   MOVE "*** ADESAO NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-001.
                MOVE REGPLBEN TO JRN-ANTES
                PERFORM MOSTRA-ADE THRU MOSTRA-ADE-FIM.
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-ADE THRU LIMPA-ADE-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPLBEN RECORD
                IF ST-PLBEN = "00"
                   MOVE PB-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE PB-CHAVE TO JRN-CHAVE
                   MOVE "E" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-ADE THRU LIMPA-ADE-FIM
                   PERFORM LISTA-ADE THRU LISTA-ADE-FIM
                   GO TO ACE-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * ROTINAS DE APOIO DA TELA            *
      ***************************************
      *
       ACEITA-CHAVE.
                MOVE ZEROS TO PB-SEQ PB-PLANO
                DISPLAY (17, 04) "SEQ. VIDA (00=TITULAR): "
                ACCEPT  (17, 29) PB-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACEITA-CHAVE-FIM.
                DISPLAY (18, 04) "PLANO                 : "
                ACCEPT  (18, 29) PB-PLANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACEITA-CHAVE-FIM.
                MOVE W-CHAPA TO PB-CHAPA
                READ CADPLBEN.
       ACEITA-CHAVE-FIM.
                EXIT.
      *
      * NOME E NASCIMENTO DA VIDA PB-SEQ (TITULAR OU DEPENDENTE)
      *
       ACHA-VIDA.
                MOVE SPACES TO W-NOMEVIDA
                MOVE ZEROS  TO W-PLA-DTNASC
                IF PB-SEQ = ZEROS
                   MOVE NOME     TO W-NOMEVIDA
                   MOVE DATANASC TO W-PLA-DTNASC
                   GO TO ACHA-VIDA-FIM.
                IF W-DEP-OK NOT = "S"
                   GO TO ACHA-VIDA-FIM.
                MOVE W-CHAPA TO DP-CHAPA
                MOVE PB-SEQ  TO DP-SEQ
                READ CADDEP
                IF ST-DEP = "00"
                   MOVE DP-NOME   TO W-NOMEVIDA
                   MOVE DP-DTNASC TO W-PLA-DTNASC.
       ACHA-VIDA-FIM.
                EXIT.
      *
      * DEPENDENTE SO ADERE AO PLANO EM QUE O TITULAR ESTA INSCRITO
      *
       ACHA-TITULAR.
                MOVE REGPLBEN TO W-REGSALVO
                MOVE "N" TO W-PLA-ACHOU
                MOVE ZEROS TO PB-SEQ
                READ CADPLBEN
                IF ST-PLBEN = "00"
                   IF PB-DTFIM = ZEROS OR PB-DTFIM NOT < W-HOJE
                      MOVE "S" TO W-PLA-ACHOU.
                MOVE W-REGSALVO TO REGPLBEN.
       ACHA-TITULAR-FIM.
                EXIT.
      *
      * A CARTEIRA E UNICA NA OPERADORA: NAO PODE ESTAR EM OUTRA VIDA
      *
       CONFERE-CARTEIRA.
                MOVE REGPLBEN TO W-REGSALVO
                MOVE PB-CARTEIRA TO W-PLA-CARTEIRA
                MOVE PB-PLANO TO W-PLA-PLANO
                PERFORM ACHA-CARTEIRA THRU ACHA-CARTEIRA-FIM
                IF W-PLA-ACHOU = "S"
                   IF PB-CHAVE = W-SALVO-CHAVE
                      MOVE "N" TO W-PLA-ACHOU.
                MOVE W-REGSALVO TO REGPLBEN.
       CONFERE-CARTEIRA-FIM.
                EXIT.
      *
      * MENSALIDADE DA VIDA NO MES CORRENTE E PARTE DO FUNCIONARIO
      *
       MOSTRA-PRECO.
                PERFORM ACHA-VIDA THRU ACHA-VIDA-FIM
                MOVE PB-PLANO TO PL-CODIGO
                READ CADPLANO
                IF ST-PLANO NOT = "00"
                   GO TO MOSTRA-PRECO-FIM.
                PERFORM PRECO-VIDA
                DISPLAY (21, 04) "MENSALIDADE / PARTE FUNCIONARIO: "
                DISPLAY (21, 38) W-PLA-PRECO
                DISPLAY (21, 48) "/"
                DISPLAY (21, 50) W-PLA-PARTE.
       MOSTRA-PRECO-FIM.
                EXIT.
      *
       MOSTRA-ADE.
                PERFORM ACHA-VIDA THRU ACHA-VIDA-FIM
                DISPLAY (17, 34) W-NOMEVIDA
                MOVE PB-PLANO TO PL-CODIGO
                READ CADPLANO
                IF ST-PLANO = "00"
                   DISPLAY (18, 34) PL-DESCR.
                DISPLAY (19, 04) "CARTEIRA NA OPERADORA : "
                DISPLAY (19, 29) PB-CARTEIRA
                DISPLAY (20, 04) "VIGENCIA INI/FIM      : "
                DISPLAY (20, 29) PB-DTINI
                DISPLAY (20, 38) "A"
                DISPLAY (20, 40) PB-DTFIM
                PERFORM MOSTRA-PRECO THRU MOSTRA-PRECO-FIM.
       MOSTRA-ADE-FIM.
                EXIT.
      *
       LIMPA-ADE.
                MOVE 17 TO W-LINHA.
       LIMPA-ADE1.
                DISPLAY (W-LINHA, 04) LIMPA-LIN
                ADD 1 TO W-LINHA
                IF W-LINHA < 23
                   GO TO LIMPA-ADE1.
       LIMPA-ADE-FIM.
                EXIT.
      *
      ***************************************
      * LISTA AS ADESOES DA CHAPA           *
      ***************************************
      *
       LISTA-ADE.
                MOVE 8 TO W-LINHA.
       LISTA-ADE0.
                DISPLAY (W-LINHA, 04) LIMPA-LIN
                ADD 1 TO W-LINHA
                IF W-LINHA < 16
                   GO TO LISTA-ADE0.
                MOVE 8 TO W-LINHA
                MOVE W-CHAPA TO PB-CHAPA
                MOVE ZEROS   TO PB-SEQ PB-PLANO
                START CADPLBEN KEY IS NOT LESS THAN PB-CHAVE
                IF ST-PLBEN NOT = "00"
                   GO TO LISTA-ADE-FIM.
       LISTA-ADE1.
                READ CADPLBEN NEXT RECORD
                IF ST-PLBEN NOT = "00"
                   GO TO LISTA-ADE-FIM.
                IF PB-CHAPA NOT = W-CHAPA
                   GO TO LISTA-ADE-FIM.
                IF W-LINHA > 15
                   GO TO LISTA-ADE-FIM.
                PERFORM ACHA-VIDA THRU ACHA-VIDA-FIM
                MOVE PB-SEQ       TO LA-SEQ
                MOVE W-NOMEVIDA   TO LA-NOME
                MOVE PB-PLANO     TO LA-PLANO
                MOVE PB-CARTEIRA  TO LA-CARTEIRA
                MOVE PB-DTINI     TO LA-DTINI
                MOVE PB-DTFIM     TO LA-DTFIM
                DISPLAY (W-LINHA, 04) W-LINADE
                ADD 1 TO W-LINHA
                GO TO LISTA-ADE1.
       LISTA-ADE-FIM.
                EXIT.
      *
       FECHA-TELA.
                CLOSE CADPLBEN CADPLANO CADFUNC
                IF W-DEP-OK = "S"
                   CLOSE CADDEP.
       FECHA-TELA-FIM.
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
               MOVE ST-PLBEN TO ST-ERRO
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
           COPY "PLAPAR.CPY".
       FIM-ROT-TEMPO.
