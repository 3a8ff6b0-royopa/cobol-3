       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201626.
       AUTHOR. MATEUS.
      **************************************
      *DELIBERACOES DO CONSELHO DE CLASSE  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    LOCK MODE    IS AUTOMATIC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADDISC ASSIGN TO DYNAMIC W-ARQ-DISC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODIGO
                    FILE STATUS  IS ST-DISC.
           COPY "CNSSEL.CPY".
           COPY "AVLSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNOTA
               LABEL RECORD IS STANDARD.
       01 REGNOTA.
                03 CHAVE-NOTA.
                   05 RM           PIC 9(05).
                   05 ANO-LETIVO   PIC 9(04).
                   05 CODDISC      PIC 9(03).
                03 NOME            PIC X(35).
                03 SEXO            PIC X(01).
                03 DATANASC        PIC 9(08).
                03 TURMA           PIC X(05).
                03 BIMESTRE-ATUAL  PIC 9(01).
                03 NOTAS-BIM OCCURS 4 TIMES.
                   05 NOTA1        PIC 9(04)V9.
                   05 NOTA2        PIC 9(04)V9.
                   05 FALTA1       PIC 9(02).
                   05 FALTA2       PIC 9(02).
                   05 SITUACAO     PIC X(11).
                03 NOTAREC         PIC 9(04)V9.
                03 RESFINAL        PIC X(11).
                03 FILLER          PIC X(10).
       FD CADDISC
               LABEL RECORD IS STANDARD.
       01 REGDISC.
                03 DI-CODIGO       PIC 9(03).
                03 DI-NOME         PIC X(20).
                03 FILLER          PIC X(09).
           COPY "CNSFD.CPY".
           COPY "AVLFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "CNSWS.CPY".
           COPY "AVLWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-NOTA      PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-NOTA   PIC X(64) VALUE SPACES.
       77 W-ARQ-DISC   PIC X(64) VALUE SPACES.
       77 W-DISC-OK    PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-NOTA-ANT   PIC X(188) VALUE SPACES.
       77 W-CONS-ANT   PIC X(242) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "CADDISC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DISC
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           PERFORM ABR-CONSELHO
           PERFORM ABR-AVALIA
           IF W-CNS-OK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CONSELHO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0B.
           OPEN I-O CADNOTA
           IF ST-NOTA NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADNOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONSELHO
              GO TO ROT-FIM.
           OPEN INPUT CADDISC
           IF ST-DISC = "00"
              MOVE "S" TO W-DISC-OK.
           MOVE "P201626" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "P201626" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL.

       INC-001.
                MOVE ZEROS  TO CS-RM CS-ANOLET CS-DISC CS-DTCONS
                               CS-MEDIA
                MOVE SPACES TO CS-TURMA CS-DECISAO CS-JUSTIF
                               CS-PARTIC1 CS-PARTIC2 CS-RESANT
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 14)
                   "DELIBERACOES DO CONSELHO DE CLASSE"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (05, 06) "ANO LETIVO           : "
                DISPLAY (06, 06) "RM DO ALUNO          : "
                DISPLAY (07, 06) "ALUNO                : "
                DISPLAY (08, 06) "DISCIPLINA           : "
                DISPLAY (09, 06) "TURMA                : "
                DISPLAY (10, 06) "MEDIA FINAL          : "
                DISPLAY (10, 40) "RESULTADO: "
                DISPLAY (12, 06) "DECISAO (A/M)        : "
                DISPLAY (13, 06)
                   "A=APROVADO PELO CONSELHO  M=MANTIDA A REPROVACAO"
                DISPLAY (14, 06) "DATA DO CONSELHO     : "
                DISPLAY (15, 06) "JUSTIFICATIVA        : "
                DISPLAY (17, 06) "PARTICIPANTES        : ".

       INC-002.
                ACCEPT (05, 29) CS-ANOLET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FECHA.
                IF CS-ANOLET < 1900
                   MOVE "*** ANO LETIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002A.
                ACCEPT (06, 29) CS-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CS-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       INC-002B.
                ACCEPT (08, 29) CS-DISC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                MOVE CS-RM     TO RM
                MOVE CS-ANOLET TO ANO-LETIVO
                MOVE CS-DISC   TO CODDISC
                READ CADNOTA
                IF ST-NOTA NOT = "00"
                   MOVE "*** ALUNO SEM NOTAS NA DISCIPLINA/ANO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE REGNOTA TO W-NOTA-ANT
                MOVE TURMA TO CS-TURMA
                DISPLAY (07, 29) NOME
                DISPLAY (09, 29) TURMA
                MOVE "(SEM CADASTRO)" TO DI-NOME
                IF W-DISC-OK = "S"
                   MOVE CODDISC TO DI-CODIGO
                   READ CADDISC.
                DISPLAY (08, 34) DI-NOME
                PERFORM APURA-LIMITE THRU APURA-LIMITE-FIM
                MOVE W-CNS-MEDIA TO CS-MEDIA
                DISPLAY (10, 29) CS-MEDIA
                DISPLAY (10, 51) RESFINAL.

       LER-CONS01.
                MOVE 0 TO W-SEL
                READ CONSELHO
                IF ST-CONSELHO NOT = "23"
                   IF ST-CONSELHO = "00"
                      MOVE REGCONSELHO TO JRN-ANTES W-CONS-ANT
                      PERFORM MOSTRA-CONS
                      MOVE "*** DELIBERACAO JA REGISTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CONSELHO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FECHA
                ELSE
                   NEXT SENTENCE.
      *
      * SO VAI AO CONSELHO O ALUNO REPROVADO NA FAIXA LIMITROFE
      *
       LER-CONS02.
                IF RESFINAL NOT = "REPROVADO"
                   MOVE "*** ALUNO NAO ESTA REPROVADO NA DISCIPLINA ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF W-CNS-LIMITROFE NOT = "S"
                   MOVE "*** ALUNO FORA DA FAIXA DO CONSELHO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE RESFINAL TO CS-RESANT.

       INC-003.
                ACCEPT (12, 29) CS-DECISAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
                IF CS-DECISAO = "a"
                   MOVE "A" TO CS-DECISAO.
                IF CS-DECISAO = "m"
                   MOVE "M" TO CS-DECISAO.
                IF NOT CONS-APROVA AND NOT CONS-MANTEM
                   MOVE "*** DECISAO DEVE SER A OU M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                IF CS-DTCONS = ZEROS
                   MOVE W-HOJE TO CS-DTCONS.
                ACCEPT (14, 29) CS-DTCONS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CS-DTCONS > W-HOJE OR CS-DTCONS < 19000101
                   MOVE "*** DATA DO CONSELHO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (16, 06) CS-JUSTIF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CS-JUSTIF = SPACES
                   MOVE "*** JUSTIFICATIVA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (18, 06) CS-PARTIC1 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CS-PARTIC1 = SPACES
                   MOVE "*** INFORME OS PARTICIPANTES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (19, 06) CS-PARTIC2 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
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
                WRITE REGCONSELHO
                IF ST-CONSELHO = "00" OR "02"
                      MOVE CS-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE "CONSELHO" TO JRN-ARQUIVO
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGCONSELHO TO JRN-DEPOIS
                      MOVE CS-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      PERFORM ATUALIZA-RESULT THRU ATUALIZA-RESULT-FIM
                      MOVE "*** DELIBERACAO GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-CONSELHO = "22"
                      MOVE "*** DELIBERACAO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CONSELHO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FECHA.
      *
       MOSTRA-CONS.
                DISPLAY (12, 29) CS-DECISAO
                DISPLAY (14, 29) CS-DTCONS
                DISPLAY (16, 06) CS-JUSTIF
                DISPLAY (18, 06) CS-PARTIC1
                DISPLAY (19, 06) CS-PARTIC2.
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
                   GO TO EXC-OPC.
      *
      * A EXCLUSAO DA DELIBERACAO DEVOLVE AO ALUNO O RESULTADO
      * APURADO ANTES DO CONSELHO
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
                DELETE CONSELHO RECORD
                IF ST-CONSELHO = "00"
                   MOVE CS-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "CONSELHO" TO JRN-ARQUIVO
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE CS-CHAVE TO JRN-CHAVE
                   MOVE "E" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "M" TO CS-DECISAO
                   PERFORM ATUALIZA-RESULT THRU ATUALIZA-RESULT-FIM
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
                REWRITE REGCONSELHO
                IF ST-CONSELHO = "00" OR "02"
                   MOVE CS-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "CONSELHO" TO JRN-ARQUIVO
                   MOVE W-CONS-ANT TO JRN-ANTES
                   MOVE REGCONSELHO TO JRN-DEPOIS
                   MOVE CS-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   PERFORM ATUALIZA-RESULT THRU ATUALIZA-RESULT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CONSELHO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FECHA.
      *
      ******************************************
      * RESULTADO FINAL CONFORME A DELIBERACAO *
      ******************************************
      *
      * APROVACAO PELO CONSELHO GRAVA "AP.CONSELHO" NO RESFINAL DE
      * CADNOTA; REPROVACAO MANTIDA (OU DELIBERACAO EXCLUIDA) VOLTA
      * AO RESULTADO APURADO ANTES DO CONSELHO
      *
       ATUALIZA-RESULT.
                IF CONS-APROVA
                   MOVE "AP.CONSELHO" TO RESFINAL
                ELSE
                   MOVE CS-RESANT TO RESFINAL.
                IF REGNOTA = W-NOTA-ANT
                   GO TO ATUALIZA-RESULT-FIM.
                REWRITE REGNOTA
                IF ST-NOTA NOT = "00" AND ST-NOTA NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO CADNOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATUALIZA-RESULT-FIM.
                MOVE "CADNOTA" TO JRN-ARQUIVO
                MOVE W-NOTA-ANT TO JRN-ANTES
                MOVE REGNOTA TO JRN-DEPOIS
                MOVE CHAVE-NOTA TO JRN-CHAVE
                MOVE "A" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL
                MOVE REGNOTA TO W-NOTA-ANT.
       ATUALIZA-RESULT-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA.
                CLOSE CONSELHO CADNOTA
                IF W-DISC-OK = "S"
                   CLOSE CADDISC.
       ROT-FIM.
                PERFORM FECHA-AVALIA
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
               MOVE ST-CONSELHO TO ST-ERRO
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
           COPY "CNSPAR.CPY".
           COPY "AVLPAR.CPY".
           COPY "AVMPAR.CPY".
       FIM-ROT-TEMPO.
