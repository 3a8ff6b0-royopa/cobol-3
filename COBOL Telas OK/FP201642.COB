       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201642.
       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DO CADASTRO SINDICATOS  *
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
           COPY "SINSEL.CPY".
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
                03 FILLER         PIC X(224).
                03 FSINDICATO     PIC 9(03).
                03 FILLER         PIC X(05).
           COPY "SINFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "SINWS.CPY".
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-QT-FILIADO PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADSINDIC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-SINDIC
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC.
       INC-OP0A.
           OPEN I-O CADSINDIC
           IF ST-SINDIC NOT = "00"
               IF ST-SINDIC = "30" OR "35"
                      OPEN OUTPUT CADSINDIC
                      CLOSE CADSINDIC
                      MOVE "*** ARQUIVO CADSINDIC SENDO CRIADO **"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSINDIC"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
           MOVE "FP201642" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201642" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "CADSINDIC" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO SN-CODIGO SN-CNPJ SN-MESBASE SN-PISO
                MOVE ZEROS TO SN-PCTMENS SN-VLRMENS SN-PCTASSIST
                MOVE ZEROS TO SN-MESASSIST SN-TETOASSIST
                MOVE SPACES TO SN-NOME
                MOVE "N" TO SN-TIPOMENS
                MOVE "A" TO SN-SITUACAO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 20) "CADASTRO DE SINDICATOS"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (06, 06) "CODIGO SINDICATO : "
                DISPLAY (08, 06) "NOME             : "
                DISPLAY (09, 06) "CNPJ             : "
                DISPLAY (10, 06) "MES DATA-BASE    : "
                DISPLAY (11, 06) "PISO SALARIAL    : "
                DISPLAY (13, 06) "MENSALIDADE ASSOCIADO"
                DISPLAY (14, 06) "TIPO (P/V/N)     : "
                DISPLAY (14, 30) "P=% SALARIO  V=VALOR FIXO  N=NAO"
                DISPLAY (15, 06) "PERCENTUAL       : "
                DISPLAY (15, 40) "VALOR FIXO       : "
                DISPLAY (17, 06) "CONTRIBUICAO ASSISTENCIAL"
                DISPLAY (18, 06) "PERCENTUAL       : "
                DISPLAY (18, 40) "MES (00=TODOS)   : "
                DISPLAY (19, 06) "TETO POR DESCONTO: "
                DISPLAY (21, 06) "SITUACAO (A/I)   : ".

       INC-002.
                ACCEPT (06, 26) SN-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADSINDIC
                   GO TO ROT-FIM.
                IF SN-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.

       LER-SIN01.
                MOVE 0 TO W-SEL
                READ CADSINDIC
                IF ST-SINDIC NOT = "23"
                   IF ST-SINDIC = "00"
                      MOVE REGSINDIC TO JRN-ANTES
                      PERFORM MOSTRA-SIN THRU MOSTRA-SIN-FIM
                      MOVE "*** SINDICATO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADSINDIC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.

       INC-003.
                ACCEPT (08, 26) SN-NOME WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF SN-NOME = SPACES
                   MOVE "*** NOME OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (09, 26) SN-CNPJ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SN-CNPJ = ZEROS
                   MOVE "*** CNPJ OBRIGATORIO (GUIA DE RECOLHIMENTO)"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (10, 26) SN-MESBASE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF SN-MESBASE < 1 OR SN-MESBASE > 12
                   MOVE "*** MES DA DATA-BASE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (11, 26) SN-PISO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT (14, 26) SN-TIPOMENS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF SN-TIPOMENS = "p" MOVE "P" TO SN-TIPOMENS.
                IF SN-TIPOMENS = "v" MOVE "V" TO SN-TIPOMENS.
                IF SN-TIPOMENS = "n" MOVE "N" TO SN-TIPOMENS.
                IF NOT MENSAL-PERCENT AND NOT MENSAL-VALOR
                                      AND NOT MENSAL-ISENTA
                   MOVE "*** TIPO: P=PERCENTUAL V=VALOR N=NAO ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF MENSAL-ISENTA
                   MOVE ZEROS TO SN-PCTMENS SN-VLRMENS
                   DISPLAY (15, 26) SN-PCTMENS
                   DISPLAY (15, 60) SN-VLRMENS
                   GO TO INC-010.
                IF MENSAL-VALOR
                   MOVE ZEROS TO SN-PCTMENS
                   DISPLAY (15, 26) SN-PCTMENS
                   GO TO INC-009.
                MOVE ZEROS TO SN-VLRMENS
                DISPLAY (15, 60) SN-VLRMENS.
       INC-008.
                ACCEPT (15, 26) SN-PCTMENS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF SN-PCTMENS = ZEROS OR SN-PCTMENS > 10
                   MOVE "*** PERCENTUAL ENTRE 0,01 E 10,00 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                GO TO INC-010.
       INC-009.
                ACCEPT (15, 60) SN-VLRMENS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF SN-VLRMENS = ZEROS
                   MOVE "*** VALOR DA MENSALIDADE OBRIGATORIO ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (18, 26) SN-PCTASSIST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF SN-PCTASSIST > 10
                   MOVE "*** PERCENTUAL ACIMA DE 10,00 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                IF SN-PCTASSIST = ZEROS
                   MOVE ZEROS TO SN-MESASSIST SN-TETOASSIST
                   DISPLAY (18, 60) SN-MESASSIST
                   DISPLAY (19, 26) SN-TETOASSIST
                   GO TO INC-013.
       INC-011.
                ACCEPT (18, 60) SN-MESASSIST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF SN-MESASSIST > 12
                   MOVE "*** MES INVALIDO (00 = TODO MES) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012.
                ACCEPT (19, 26) SN-TETOASSIST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
       INC-013.
                ACCEPT (21, 26) SN-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF SN-SITUACAO = "a" MOVE "A" TO SN-SITUACAO.
                IF SN-SITUACAO = "i" MOVE "I" TO SN-SITUACAO.
                IF NOT SINDIC-ATIVO AND NOT SINDIC-INATIVO
                   MOVE "*** SITUACAO: A=ATIVO  I=INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-013.
                IF W-SEL = 1
                   GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGSINDIC
                IF ST-SINDIC = "00" OR "02"
                      MOVE SN-CODIGO TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGSINDIC TO JRN-DEPOIS
                      MOVE SN-CODIGO TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-SINDIC = "22"
                      MOVE "*** SINDICATO JA EXISTE ***     " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSINDIC"
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
                IF W-ACT = 04
                   GO TO EXC-001.
      *
      * SINDICATO COM FUNCIONARIOS VINCULADOS NAO PODE SER EXCLUIDO;
      * PARA DEIXAR DE DESCONTAR USE A SITUACAO I=INATIVO
      *
       EXC-001.
                MOVE ZEROS TO W-QT-FILIADO
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   GO TO EXC-OPC.
       EXC-002.
                READ CADFUNC NEXT RECORD
                IF ST-FUNC NOT = "00"
                   CLOSE CADFUNC
                   GO TO EXC-003.
                IF FSINDICATO NUMERIC AND FSINDICATO = SN-CODIGO
                                      AND NOT FUNC-DEMITIDO
                   ADD 1 TO W-QT-FILIADO.
                GO TO EXC-002.
       EXC-003.
                IF W-QT-FILIADO NOT = ZEROS
                   MOVE "*** SINDICATO COM FUNCIONARIOS - USE SIT. I"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
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
                DELETE CADSINDIC RECORD
                IF ST-SINDIC = "00"
                   MOVE SN-CODIGO TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE SN-CODIGO TO JRN-CHAVE
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
                IF W-ACT = 02 GO TO INC-013.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGSINDIC
                IF ST-SINDIC = "00" OR "02"
                   MOVE SN-CODIGO TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGSINDIC TO JRN-DEPOIS
                   MOVE SN-CODIGO TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADSINDIC"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * MOSTRA O SINDICATO LIDO             *
      ***************************************
      *
       MOSTRA-SIN.
                DISPLAY (08, 26) SN-NOME
                DISPLAY (09, 26) SN-CNPJ
                DISPLAY (10, 26) SN-MESBASE
                DISPLAY (11, 26) SN-PISO
                DISPLAY (14, 26) SN-TIPOMENS
                DISPLAY (15, 26) SN-PCTMENS
                DISPLAY (15, 60) SN-VLRMENS
                DISPLAY (18, 26) SN-PCTASSIST
                DISPLAY (18, 60) SN-MESASSIST
                DISPLAY (19, 26) SN-TETOASSIST
                DISPLAY (21, 26) SN-SITUACAO.
       MOSTRA-SIN-FIM.
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
               MOVE ST-SINDIC TO ST-ERRO
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
