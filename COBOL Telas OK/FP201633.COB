       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201633.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DE PENSAO ALIMENTICIA   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PENSEL.CPY".
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
           COPY "PENFD.CPY".
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
           COPY "PENWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 LIMPA-LIN    PIC X(76) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       01 W-LINPEN.
           03 LP-SEQ        PIC 9(02).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LP-PROCESSO   PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LP-BENEF      PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LP-BASE       PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LP-PERCENT    PIC ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LP-VLRFIXO    PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LP-DTFIM      PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADPENSAO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PENSAO
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC.
       INC-OP0A.
           OPEN I-O CADPENSAO
           IF ST-PENSAO NOT = "00"
               IF ST-PENSAO = "30" OR "35"
                      OPEN OUTPUT CADPENSAO
                      CLOSE CADPENSAO
                      MOVE "*** ARQUIVO CADPENSAO SENDO CRIADO **"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPENSAO"
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
              CLOSE CADPENSAO
              GO TO ROT-FIM.
           MOVE "FP201633" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201633" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "CADPENSAO" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO W-CHAPA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 16)
                   "PENSAO ALIMENTICIA - DETERMINACOES JUDICIAIS"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (05, 06) "CHAPA: "
                DISPLAY (06, 06) "NOME : "
                DISPLAY (08, 04)
           "SQ PROCESSO             BENEFICIARIO         B   PERC"
                DISPLAY (08, 58) "VALOR FIXO VIG.FIM".

       INC-002.
                ACCEPT (05, 14) W-CHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPENSAO CADFUNC
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
                PERFORM LISTA-PEN THRU LISTA-PEN-FIM.

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
      * INCLUSAO DE DETERMINACAO            *
      ***************************************
      *
       INC-003.
                PERFORM LIMPA-PEN THRU LIMPA-PEN-FIM
                MOVE 0 TO W-SEL
                MOVE ZEROS TO PE-SEQ
                DISPLAY (14, 04) "SEQUENCIA            : "
                ACCEPT  (14, 28) PE-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                IF PE-SEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-CHAPA TO PE-CHAPA
                READ CADPENSAO
                IF ST-PENSAO = "00"
                   MOVE "*** SEQUENCIA JA CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE SPACES TO PE-PROCESSO PE-BENEF PE-BASECALC
                MOVE SPACES TO PE-CONTADV PE-INC13 PE-INCFER
                MOVE SPACES TO PE-INCRESC
                MOVE ZEROS TO PE-CPFBEN PE-PERCENT PE-VLRFIXO
                MOVE ZEROS TO PE-BANCO PE-AGENCIA PE-CONTA
                MOVE ZEROS TO PE-DTINI PE-DTFIM
                MOVE W-CHAPA TO PE-CHAPA.
       INC-004.
                DISPLAY (15, 04) "NUMERO DO PROCESSO   : "
                ACCEPT  (15, 28) PE-PROCESSO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-SEL = 1 GO TO ALT-001.
                IF W-ACT = 02 GO TO INC-003.
                IF PE-PROCESSO = SPACES
                   MOVE "*** INFORME O NUMERO DO PROCESSO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                DISPLAY (16, 04) "BENEFICIARIO         : "
                ACCEPT  (16, 28) PE-BENEF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PE-BENEF = SPACES
                   MOVE "*** INFORME O BENEFICIARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                DISPLAY (17, 04) "CPF DO BENEFICIARIO  : "
                ACCEPT  (17, 28) PE-CPFBEN WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PE-CPFBEN = ZEROS
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                DISPLAY (17, 42) "BASE (B/L/M/V): "
                ACCEPT  (17, 58) PE-BASECALC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF PE-BASECALC = "b" MOVE "B" TO PE-BASECALC.
                IF PE-BASECALC = "l" MOVE "L" TO PE-BASECALC.
                IF PE-BASECALC = "m" MOVE "M" TO PE-BASECALC.
                IF PE-BASECALC = "v" MOVE "V" TO PE-BASECALC.
                IF NOT PENSAO-BRUTO AND NOT PENSAO-LIQUIDO
                   AND NOT PENSAO-MINIMO AND NOT PENSAO-FIXO
                   MOVE "*** BASE: B=BRUTO L=LIQUIDO M=SAL.MIN V=VALOR"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF PENSAO-FIXO
                   MOVE ZEROS TO PE-PERCENT
                   GO TO INC-009.
                MOVE ZEROS TO PE-VLRFIXO.
       INC-008.
                DISPLAY (18, 04) "PERCENTUAL / QTDE SM : "
                ACCEPT  (18, 28) PE-PERCENT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF PE-PERCENT = ZEROS
                   MOVE "*** PERCENTUAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF PE-PERCENT > 100 AND NOT PENSAO-MINIMO
                   MOVE "*** PERCENTUAL ACIMA DE 100 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                GO TO INC-010.
       INC-009.
                DISPLAY (18, 42) "VALOR FIXO: "
                ACCEPT  (18, 54) PE-VLRFIXO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF PE-VLRFIXO = ZEROS
                   MOVE "*** VALOR FIXO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                DISPLAY (19, 04) "BANCO/AGENCIA/CONTA  : "
                DISPLAY (19, 31) "/"
                DISPLAY (19, 37) "/"
                DISPLAY (19, 48) "-"
                ACCEPT  (19, 28) PE-BANCO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND PENSAO-FIXO GO TO INC-009.
                IF W-ACT = 02 GO TO INC-008.
                IF PE-BANCO = ZEROS
                   MOVE "*** BANCO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                ACCEPT  (19, 32) PE-AGENCIA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF PE-AGENCIA = ZEROS
                   MOVE "*** AGENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012.
                ACCEPT  (19, 38) PE-CONTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF PE-CONTA = ZEROS
                   MOVE "*** CONTA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
                ACCEPT  (19, 49) PE-CONTADV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
       INC-013.
                DISPLAY (20, 04) "VIGENCIA INI/FIM     : "
                DISPLAY (20, 37) "A"
                ACCEPT  (20, 28) PE-DTINI WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF PE-DTINI < 19000101 OR PE-DTINI > 29991231
                   MOVE "*** DATA INICIAL INVALIDA (AAAAMMDD) ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-013.
       INC-014.
                ACCEPT  (20, 39) PE-DTFIM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF PE-DTFIM NOT = ZEROS AND PE-DTFIM < PE-DTINI
                   MOVE "*** DATA FINAL ANTERIOR A INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
                IF PE-INC13 NOT = SPACES
                   GO TO INC-015.
                IF PENSAO-BRUTO OR PENSAO-LIQUIDO
                   MOVE "S" TO PE-INC13 PE-INCFER PE-INCRESC
                ELSE
                   MOVE "N" TO PE-INC13 PE-INCFER PE-INCRESC.
       INC-015.
                DISPLAY (21, 04) "INCIDE 13O/FER/RESC  : "
                DISPLAY (21, 29) "/"
                DISPLAY (21, 31) "/"
                ACCEPT  (21, 28) PE-INC13 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                IF PE-INC13 = "s" MOVE "S" TO PE-INC13.
                IF PE-INC13 = "n" MOVE "N" TO PE-INC13.
                IF PE-INC13 NOT = "S" AND PE-INC13 NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-015.
       INC-016.
                ACCEPT  (21, 30) PE-INCFER WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-015.
                IF PE-INCFER = "s" MOVE "S" TO PE-INCFER.
                IF PE-INCFER = "n" MOVE "N" TO PE-INCFER.
                IF PE-INCFER NOT = "S" AND PE-INCFER NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-016.
       INC-017.
                ACCEPT  (21, 32) PE-INCRESC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-016.
                IF PE-INCRESC = "s" MOVE "S" TO PE-INCRESC.
                IF PE-INCRESC = "n" MOVE "N" TO PE-INCRESC.
                IF PE-INCRESC NOT = "S" AND PE-INCRESC NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-017.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-017.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-PEN THRU LIMPA-PEN-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGPENSAO
                IF ST-PENSAO = "00" OR "02"
                      MOVE PE-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGPENSAO TO JRN-DEPOIS
                      MOVE PE-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DETERMINACAO GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM LIMPA-PEN THRU LIMPA-PEN-FIM
                      PERFORM LISTA-PEN THRU LISTA-PEN-FIM
                      GO TO ACE-001.
                IF ST-PENSAO = "22"
                      MOVE "*** DETERMINACAO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPENSAO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ***************************************
      * ALTERACAO DE DETERMINACAO           *
      ***************************************
      *
       ALT-001.
                PERFORM LIMPA-PEN THRU LIMPA-PEN-FIM
                MOVE ZEROS TO PE-SEQ
                DISPLAY (14, 04) "SEQUENCIA            : "
                ACCEPT  (14, 28) PE-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                MOVE W-CHAPA TO PE-CHAPA
                READ CADPENSAO
                IF ST-PENSAO NOT = "00"
                   MOVE "*** DETERMINACAO NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-001.
                MOVE REGPENSAO TO JRN-ANTES
                PERFORM MOSTRA-PEN THRU MOSTRA-PEN-FIM
                MOVE 1 TO W-SEL
                GO TO INC-004.
       ALT-RW1.
                REWRITE REGPENSAO
                IF ST-PENSAO = "00" OR "02"
                   MOVE PE-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGPENSAO TO JRN-DEPOIS
                   MOVE PE-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** DETERMINACAO ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-PEN THRU LIMPA-PEN-FIM
                   PERFORM LISTA-PEN THRU LISTA-PEN-FIM
                   GO TO ACE-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPENSAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * EXCLUSAO DE DETERMINACAO            *
      ***************************************
      *
      * OS PAGAMENTOS JA GRAVADOS EM PENSPAG FICAM PARA O RELATORIO
      * JUDICIAL; PARA ENCERRAR UMA DETERMINACAO PREFIRA INFORMAR A
      * DATA FINAL DE VIGENCIA
      *
       EXC-001.
                PERFORM LIMPA-PEN THRU LIMPA-PEN-FIM
                MOVE ZEROS TO PE-SEQ
                DISPLAY (14, 04) "SEQUENCIA            : "
                ACCEPT  (14, 28) PE-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                MOVE W-CHAPA TO PE-CHAPA
                READ CADPENSAO
                IF ST-PENSAO NOT = "00"
                   MOVE "*** DETERMINACAO NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-001.
                MOVE REGPENSAO TO JRN-ANTES
                PERFORM MOSTRA-PEN THRU MOSTRA-PEN-FIM.
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-PEN THRU LIMPA-PEN-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPENSAO RECORD
                IF ST-PENSAO = "00"
                   MOVE PE-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE PE-CHAVE TO JRN-CHAVE
                   MOVE "E" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIMPA-PEN THRU LIMPA-PEN-FIM
                   PERFORM LISTA-PEN THRU LISTA-PEN-FIM
                   GO TO ACE-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * MOSTRA A DETERMINACAO LIDA          *
      ***************************************
      *
       MOSTRA-PEN.
                DISPLAY (15, 04) "NUMERO DO PROCESSO   : "
                DISPLAY (15, 28) PE-PROCESSO
                DISPLAY (16, 04) "BENEFICIARIO         : "
                DISPLAY (16, 28) PE-BENEF
                DISPLAY (17, 04) "CPF DO BENEFICIARIO  : "
                DISPLAY (17, 28) PE-CPFBEN
                DISPLAY (17, 42) "BASE (B/L/M/V): "
                DISPLAY (17, 58) PE-BASECALC
                DISPLAY (18, 04) "PERCENTUAL / QTDE SM : "
                DISPLAY (18, 28) PE-PERCENT
                DISPLAY (18, 42) "VALOR FIXO: "
                DISPLAY (18, 54) PE-VLRFIXO
                DISPLAY (19, 04) "BANCO/AGENCIA/CONTA  : "
                DISPLAY (19, 28) PE-BANCO
                DISPLAY (19, 31) "/"
                DISPLAY (19, 32) PE-AGENCIA
                DISPLAY (19, 37) "/"
                DISPLAY (19, 38) PE-CONTA
                DISPLAY (19, 48) "-"
                DISPLAY (19, 49) PE-CONTADV
                DISPLAY (20, 04) "VIGENCIA INI/FIM     : "
                DISPLAY (20, 28) PE-DTINI
                DISPLAY (20, 37) "A"
                DISPLAY (20, 39) PE-DTFIM
                DISPLAY (21, 04) "INCIDE 13O/FER/RESC  : "
                DISPLAY (21, 28) PE-INC13
                DISPLAY (21, 29) "/"
                DISPLAY (21, 30) PE-INCFER
                DISPLAY (21, 31) "/"
                DISPLAY (21, 32) PE-INCRESC.
       MOSTRA-PEN-FIM.
                EXIT.
      *
       LIMPA-PEN.
                MOVE 14 TO W-LINHA.
       LIMPA-PEN1.
                DISPLAY (W-LINHA, 04) LIMPA-LIN
                ADD 1 TO W-LINHA
                IF W-LINHA < 23
                   GO TO LIMPA-PEN1.
       LIMPA-PEN-FIM.
                EXIT.
      *
      ***************************************
      * LISTA AS DETERMINACOES DA CHAPA     *
      ***************************************
      *
       LISTA-PEN.
                MOVE 9 TO W-LINHA.
       LISTA-PEN0.
                DISPLAY (W-LINHA, 04) LIMPA-LIN
                ADD 1 TO W-LINHA
                IF W-LINHA < 14
                   GO TO LISTA-PEN0.
                MOVE 9 TO W-LINHA
                MOVE W-CHAPA TO PE-CHAPA
                MOVE ZEROS   TO PE-SEQ
                START CADPENSAO KEY IS NOT LESS THAN PE-CHAVE
                IF ST-PENSAO NOT = "00"
                   GO TO LISTA-PEN-FIM.
       LISTA-PEN1.
                READ CADPENSAO NEXT RECORD
                IF ST-PENSAO NOT = "00"
                   GO TO LISTA-PEN-FIM.
                IF PE-CHAPA NOT = W-CHAPA
                   GO TO LISTA-PEN-FIM.
                IF W-LINHA > 13
                   GO TO LISTA-PEN-FIM.
                MOVE PE-SEQ       TO LP-SEQ
                MOVE PE-PROCESSO  TO LP-PROCESSO
                MOVE PE-BENEF     TO LP-BENEF
                MOVE PE-BASECALC  TO LP-BASE
                MOVE PE-PERCENT   TO LP-PERCENT
                MOVE PE-VLRFIXO   TO LP-VLRFIXO
                MOVE PE-DTFIM     TO LP-DTFIM
                DISPLAY (W-LINHA, 04) W-LINPEN
                ADD 1 TO W-LINHA
                GO TO LISTA-PEN1.
       LISTA-PEN-FIM.
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
               MOVE ST-PENSAO TO ST-ERRO
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
