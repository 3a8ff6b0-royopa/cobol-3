       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201629.
       AUTHOR. MATEUS.
      ********************************************
      * OCORRENCIAS DISCIPLINARES DO ALUNO       *
      ********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OCRSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT TURMADISC ASSIGN TO DYNAMIC W-ARQ-TD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TD-CHAVE
                    FILE STATUS  IS ST-TD.
       SELECT CADDISC ASSIGN TO DYNAMIC W-ARQ-DISC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODIGO
                    FILE STATUS  IS ST-DISC.
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
           COPY "OCRFD.CPY".
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
       FD TURMADISC
               LABEL RECORD IS STANDARD.
       01 REGTURMADISC.
                03 TD-CHAVE.
                   05 TD-TURMA     PIC X(05).
                   05 TD-ANOLET    PIC 9(04).
                   05 TD-DISC      PIC 9(03).
                03 TD-CHAPA        PIC 9(05).
                03 TD-HORAS        PIC 9(02).
                03 FILLER          PIC X(11).
       FD CADDISC
               LABEL RECORD IS STANDARD.
       01 REGDISC.
                03 DI-CODIGO       PIC 9(03).
                03 DI-NOME         PIC X(20).
                03 FILLER          PIC X(09).
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                03 NOMEFU         PIC X(35).
                03 FILLER         PIC X(197).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "OCRWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-NOTA      PIC X(02) VALUE "00".
       77 ST-TD        PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-DISC-OK    PIC X(01) VALUE "N".
       77 W-FUNC-OK    PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-NOTA   PIC X(64) VALUE SPACES.
       77 W-ARQ-TD     PIC X(64) VALUE SPACES.
       77 W-ARQ-DISC   PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-RM         PIC 9(05) VALUE ZEROS.
       77 W-TURMA      PIC X(05) VALUE SPACES.
       77 W-NOMEALU    PIC X(35) VALUE SPACES.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-PONTOSANT  PIC 9(03) VALUE ZEROS.
       01 W-DTAUX      PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
           03 DX-ANO       PIC 9(04).
           03 DX-MES       PIC 9(02).
           03 DX-DIA       PIC 9(02).
       01 W-LINPONTOS.
           03 FILLER       PIC X(15) VALUE "PONTOS NO ANO: ".
           03 LP-PONTOS    PIC ZZ9.
           03 FILLER       PIC X(10) VALUE "  LIMITE: ".
           03 LP-LIMITE    PIC ZZ9.
           03 FILLER       PIC X(14) VALUE "  OCORRENCIAS:".
           03 LP-QTDE      PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "TURMADISC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TD
           MOVE "CADDISC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DISC
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           PERFORM ABR-OCORRENC
           IF W-OCR-OK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO OCORRENC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0B.
           OPEN INPUT CADNOTA
           IF ST-NOTA NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADNOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OCORRENC
              GO TO ROT-FIM.
           OPEN INPUT TURMADISC
           IF ST-TD NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO TURMADISC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OCORRENC CADNOTA
              GO TO ROT-FIM.
           OPEN INPUT CADDISC
           IF ST-DISC = "00"
              MOVE "S" TO W-DISC-OK.
           OPEN INPUT CADFUNC
           IF ST-FUNC = "00"
              MOVE "S" TO W-FUNC-OK.
           MOVE "P201629" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "P201629" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           MOVE "OCORRENC" TO JRN-ARQUIVO.

       INC-001.
                MOVE ZEROS TO W-ANOLET W-RM W-SEQ W-SEL
                MOVE SPACES TO W-TURMA W-NOMEALU
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 16)
                   "OCORRENCIAS DISCIPLINARES DO ALUNO"
                DISPLAY (03, 06) "AMBIENTE: "
                DISPLAY (03, 16) AMB-AMBIENTE
                DISPLAY (05, 06) "ANO LETIVO     : "
                DISPLAY (06, 06) "RM DO ALUNO    : "
                DISPLAY (07, 06) "TURMA          : "
                DISPLAY (08, 06) "SEQUENCIA      : "
                DISPLAY (08, 30) "(0=NOVA OCORRENCIA)"
                DISPLAY (09, 06) "DATA           : "
                DISPLAY (09, 40) "(AAAAMMDD)"
                DISPLAY (10, 06) "DISCIPLINA     : "
                DISPLAY (10, 50) "(0=FORA DE SALA)"
                DISPLAY (11, 06) "PROFESSOR/FUNC.: "
                DISPLAY (12, 06) "TIPO (01 A 10) : "
                DISPLAY (13, 06) "GRAVIDADE      : "
                DISPLAY (13, 30) "1=LEVE 2=MEDIA 3=GRAVE 4=GRAVISSIMA"
                DISPLAY (14, 06) "DESCRICAO      : "
                DISPLAY (17, 06) "MEDIDA APLICADA: "
                DISPLAY (17, 30)
                   "O=ORIENTACAO V=ADV.VERBAL E=ADV.ESCRITA S=SUSP."
                DISPLAY (18, 06) "DIAS SUSPENSAO : "
                DISPLAY (18, 30) "INICIO: "
                DISPLAY (19, 06) "CARTA EMITIDA  : ".

       INC-002.
                ACCEPT (05, 23) W-ANOLET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FECHA.
                IF W-ANOLET = ZEROS
                   MOVE "*** ANO LETIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (06, 23) W-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *
      * A TURMA DO ALUNO NO ANO VEM DA MATRICULA NO CADNOTA
      *
                MOVE W-RM     TO RM
                MOVE W-ANOLET TO ANO-LETIVO
                MOVE ZEROS    TO CODDISC
                START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
                IF ST-NOTA = "00"
                   READ CADNOTA NEXT RECORD.
                IF ST-NOTA NOT = "00" OR RM NOT = W-RM
                                      OR ANO-LETIVO NOT = W-ANOLET
                   MOVE "*** ALUNO SEM MATRICULA NO ANO LETIVO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE TURMA TO W-TURMA
                MOVE NOME  TO W-NOMEALU
                DISPLAY (06, 30) W-NOMEALU
                DISPLAY (07, 23) W-TURMA
                PERFORM MOSTRA-PONTOS THRU MOSTRA-PONTOS-FIM.
       INC-004.
                ACCEPT (08, 23) W-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-SEQ = ZEROS
                   GO TO INC-NOVA.

       LER-OCR01.
                MOVE 0 TO W-SEL
                MOVE W-ANOLET TO OC-ANOLET
                MOVE W-RM     TO OC-RM
                MOVE W-SEQ    TO OC-SEQ
                READ OCORRENC
                IF ST-OCORRENC NOT = "23"
                   IF ST-OCORRENC = "00"
                      MOVE REGOCORRENC TO JRN-ANTES
                      PERFORM MOSTRA-OCR THRU MOSTRA-OCR-FIM
                      MOVE "*** OCORRENCIA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO OCORRENC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE "*** OCORRENCIA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *
      * NOVA OCORRENCIA RECEBE A PROXIMA SEQUENCIA DO RM NO ANO
      *
       INC-NOVA.
                COMPUTE W-SEQ = W-OCR-ULTSEQ + 1
                MOVE SPACES TO REGOCORRENC
                MOVE W-ANOLET TO OC-ANOLET
                MOVE W-RM     TO OC-RM
                MOVE W-SEQ    TO OC-SEQ
                MOVE W-TURMA  TO OC-TURMA
                MOVE W-HOJE   TO OC-DTOCOR OC-DTREG
                MOVE ZEROS    TO OC-DISC OC-CHAPA OC-TIPO OC-GRAVIDADE
                                 OC-DIASSUSP OC-DTINISUSP OC-DTCARTA
                MOVE "O"      TO OC-MEDIDA
                DISPLAY (08, 23) W-SEQ.

       INC-005.
                ACCEPT (09, 23) OC-DTOCOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-SEL = 1
                      GO TO ACE-001
                   ELSE
                      GO TO INC-004.
                MOVE OC-DTOCOR TO W-DTAUX
                IF DX-ANO < 1990 OR DX-MES < 1 OR DX-MES > 12
                                 OR DX-DIA < 1 OR DX-DIA > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF OC-DTOCOR > W-HOJE
                   MOVE "*** OCORRENCIA COM DATA FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
      * EM SALA A DISCIPLINA TEM DE ESTAR NA GRADE DA TURMA E O
      * PROFESSOR SUGERIDO E O DA GRADE (TURMADISC)
      *
       INC-006.
                ACCEPT (10, 23) OC-DISC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                DISPLAY (10, 27) "                    "
                IF OC-DISC = ZEROS
                   GO TO INC-007.
                MOVE OC-TURMA  TO TD-TURMA
                MOVE OC-ANOLET TO TD-ANOLET
                MOVE OC-DISC   TO TD-DISC
                READ TURMADISC
                IF ST-TD NOT = "00"
                   MOVE "*** DISCIPLINA FORA DA GRADE DA TURMA ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF OC-CHAPA = ZEROS
                   MOVE TD-CHAPA TO OC-CHAPA.
                IF W-DISC-OK = "S"
                   MOVE OC-DISC TO DI-CODIGO
                   READ CADDISC
                   IF ST-DISC = "00"
                      DISPLAY (10, 27) DI-NOME.
       INC-007.
                ACCEPT (11, 23) OC-CHAPA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF OC-CHAPA = ZEROS
                   MOVE "*** INFORME QUEM REGISTROU A OCORRENCIA ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE SPACES TO NOMEFU
                IF W-FUNC-OK = "S"
                   MOVE OC-CHAPA TO CHAPA
                   READ CADFUNC
                   IF ST-FUNC NOT = "00"
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-007.
                DISPLAY (11, 30) NOMEFU.
       INC-008.
                ACCEPT (12, 23) OC-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF OC-TIPO < 1 OR OC-TIPO > 10
                   MOVE "*** TIPO DE OCORRENCIA: 01 A 10 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                DISPLAY (12, 30) W-OCR-TIPODESC (OC-TIPO).
       INC-009.
                ACCEPT (13, 23) OC-GRAVIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF NOT OCR-LEVE AND NOT OCR-MEDIA AND NOT OCR-GRAVE
                                AND NOT OCR-GRAVISSIMA
                   MOVE "*** GRAVIDADE: 1 A 4 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (14, 23) OC-DESCR1 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF OC-DESCR1 = SPACES
                   MOVE "*** DESCREVA A OCORRENCIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                ACCEPT (15, 23) OC-DESCR2 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
       INC-012.
                ACCEPT (16, 23) OC-DESCR3 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
       INC-013.
                ACCEPT (17, 23) OC-MEDIDA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF OC-MEDIDA = "o" MOVE "O" TO OC-MEDIDA.
                IF OC-MEDIDA = "v" MOVE "V" TO OC-MEDIDA.
                IF OC-MEDIDA = "e" MOVE "E" TO OC-MEDIDA.
                IF OC-MEDIDA = "s" MOVE "S" TO OC-MEDIDA.
                IF NOT MED-ORIENTACAO AND NOT MED-VERBAL
                   AND NOT MED-ESCRITA AND NOT MED-SUSPENSAO
                   MOVE "*** MEDIDA: O, V, E OU S ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-013.
                IF MED-SUSPENSAO
                   GO TO INC-014.
                MOVE ZEROS TO OC-DIASSUSP OC-DTINISUSP
                DISPLAY (18, 23) OC-DIASSUSP
                DISPLAY (18, 38) OC-DTINISUSP
                GO TO INC-FIM.
      *
      * SUSPENSAO EXIGE A QUANTIDADE DE DIAS E O INICIO
      *
       INC-014.
                ACCEPT (18, 23) OC-DIASSUSP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF OC-DIASSUSP = ZEROS
                   MOVE "*** INFORME OS DIAS DE SUSPENSAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
       INC-015.
                IF OC-DTINISUSP = ZEROS
                   MOVE OC-DTOCOR TO OC-DTINISUSP.
                ACCEPT (18, 38) OC-DTINISUSP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                MOVE OC-DTINISUSP TO W-DTAUX
                IF DX-ANO < 1990 OR DX-MES < 1 OR DX-MES > 12
                                 OR DX-DIA < 1 OR DX-DIA > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-015.
                IF OC-DTINISUSP < OC-DTOCOR
                   MOVE "*** SUSPENSAO ANTES DA OCORRENCIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-015.
       INC-FIM.
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
                WRITE REGOCORRENC
                IF ST-OCORRENC = "00" OR "02"
                      MOVE OC-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGOCORRENC TO JRN-DEPOIS
                      MOVE OC-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM CONFERE-LIMITE THRU CONFERE-LIMITE-FIM
                      GO TO INC-001.
                IF ST-OCORRENC = "22"
                      MOVE "*** OCORRENCIA JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO OCORRENC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
      * OCORRENCIA JA COMUNICADA AO RESPONSAVEL (CARTA EMITIDA) NAO
      * PODE SER EXCLUIDA: E O REGISTRO QUE A ESCOLA APRESENTA
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
                   GO TO INC-005.
      *
       EXC-OPC.
                IF OC-DTCARTA NOT = ZEROS
                   MOVE "*** CARTA JA EMITIDA - NAO PODE EXCLUIR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
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
                DELETE OCORRENC RECORD
                IF ST-OCORRENC = "00"
                   MOVE OC-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE OC-CHAVE TO JRN-CHAVE
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
                REWRITE REGOCORRENC
                IF ST-OCORRENC = "00" OR "02"
                   MOVE OC-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE REGOCORRENC TO JRN-DEPOIS
                   MOVE OC-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM CONFERE-LIMITE THRU CONFERE-LIMITE-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO OCORRENC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * PONTOS ACUMULADOS NO ANO            *
      ***************************************
      *
       MOSTRA-PONTOS.
                MOVE W-ANOLET TO W-OCR-ANOLET
                MOVE W-RM     TO W-OCR-RM
                PERFORM ACUMULA-OCOR THRU ACUMULA-OCOR-FIM
                MOVE W-OCR-PONTOS TO LP-PONTOS W-PONTOSANT
                MOVE W-OCR-LIMITE TO LP-LIMITE
                MOVE W-OCR-QTDE   TO LP-QTDE
                DISPLAY (07, 30) W-LINPONTOS.
       MOSTRA-PONTOS-FIM.
                EXIT.
      *
      * AVISO QUANDO A GRAVACAO LEVA O ALUNO AO LIMITE DO REGIMENTO;
      * O AVISO FICA NO EVENTOLOG PELA ROT-MENS
      *
       CONFERE-LIMITE.
                PERFORM MOSTRA-PONTOS THRU MOSTRA-PONTOS-FIM
                IF W-OCR-PONTOS < W-OCR-LIMITE
                   GO TO CONFERE-LIMITE-FIM.
                MOVE SPACES TO MENS
                STRING "*** LIMITE DO REGIMENTO ATINGIDO - RM " W-RM
                       " PONTOS " W-OCR-PONTOS " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONFERE-LIMITE-FIM.
                EXIT.
      *
      ***************************************
      * MOSTRA A OCORRENCIA LIDA            *
      ***************************************
      *
       MOSTRA-OCR.
                DISPLAY (09, 23) OC-DTOCOR
                DISPLAY (10, 23) OC-DISC
                IF W-DISC-OK = "S" AND OC-DISC NOT = ZEROS
                   MOVE OC-DISC TO DI-CODIGO
                   READ CADDISC
                   IF ST-DISC = "00"
                      DISPLAY (10, 27) DI-NOME.
                DISPLAY (11, 23) OC-CHAPA
                IF W-FUNC-OK = "S"
                   MOVE OC-CHAPA TO CHAPA
                   READ CADFUNC
                   IF ST-FUNC = "00"
                      DISPLAY (11, 30) NOMEFU.
                DISPLAY (12, 23) OC-TIPO
                IF OC-TIPO > ZEROS AND OC-TIPO < 11
                   DISPLAY (12, 30) W-OCR-TIPODESC (OC-TIPO).
                DISPLAY (13, 23) OC-GRAVIDADE
                DISPLAY (14, 23) OC-DESCR1
                DISPLAY (15, 23) OC-DESCR2
                DISPLAY (16, 23) OC-DESCR3
                DISPLAY (17, 23) OC-MEDIDA
                DISPLAY (18, 23) OC-DIASSUSP
                DISPLAY (18, 38) OC-DTINISUSP
                DISPLAY (19, 23) OC-DTCARTA.
       MOSTRA-OCR-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA.
                CLOSE OCORRENC CADNOTA TURMADISC
                IF W-DISC-OK = "S"
                   CLOSE CADDISC.
                IF W-FUNC-OK = "S"
                   CLOSE CADFUNC.
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
           COPY "OCRPAR.CPY".
       FIM-ROT-TEMPO.
