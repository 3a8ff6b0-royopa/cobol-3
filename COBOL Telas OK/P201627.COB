       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201627.
       AUTHOR. MATEUS.
      **************************************
      * PRE-MATRICULA E LISTA DE ESPERA    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PMTSEL.CPY".
       SELECT CADTURMA ASSIGN TO DYNAMIC W-ARQ-TURMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-TURMA.
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADALUNO ASSIGN TO DYNAMIC W-ARQ-ALUNO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS AL-NOME
                               WITH DUPLICATES.
       SELECT RESPFIN ASSIGN TO DYNAMIC W-ARQ-RESP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-RM
                    FILE STATUS  IS ST-RESP.
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "PMTFD.CPY".
       FD CADTURMA
               LABEL RECORD IS STANDARD.
       01 REGTURMA.
                03 TU-CHAVE.
                   05 TU-CODIGO    PIC X(05).
                   05 TU-ANOLET    PIC 9(04).
                03 TU-TURNO        PIC X(01).
                03 TU-CAPAC        PIC 9(03).
                03 TU-MENSALIDADE  PIC 9(06)V99.
                03 TU-MULTA        PIC 9(02)V99.
                03 TU-JUROS        PIC 9(02)V99.
                03 FILLER          PIC X(03).
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
                03 FILLER          PIC X(127).
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.
                03 AL-RM           PIC 9(05).
                03 AL-NOME         PIC X(35).
                03 AL-SEXO         PIC X(01).
                03 AL-DATANASC     PIC 9(08).
                03 AL-SITUACAO     PIC X(01).
                   88 ALU-TRANSFERIDO VALUE "T".
                03 AL-DTTRANSF     PIC 9(08).
                03 FILLER          PIC X(06).
       FD RESPFIN
               LABEL RECORD IS STANDARD.
       01 REGRESPFIN.
                03 RF-RM           PIC 9(05).
                03 RF-NOME         PIC X(30).
                03 RF-CPF          PIC 9(11).
                03 RF-ENDERECO     PIC X(30).
                03 RF-APELIDO      PIC X(12).
                03 FILLER          PIC X(02).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "PMTWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-TURMA     PIC X(02) VALUE "00".
       77 ST-NOTA      PIC X(02) VALUE "00".
       77 ST-ALUNO     PIC X(02) VALUE "00".
       77 ST-RESP      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-TURMA  PIC X(64) VALUE SPACES.
       77 W-ARQ-NOTA   PIC X(64) VALUE SPACES.
       77 W-ARQ-ALUNO  PIC X(64) VALUE SPACES.
       77 W-ARQ-RESP   PIC X(64) VALUE SPACES.
       77 W-NOTA-OK    PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-NUMERO     PIC 9(05) VALUE ZEROS.
       77 W-NOVORM     PIC 9(05) VALUE ZEROS.
       77 W-DESISTE    PIC X(01) VALUE SPACES.
       77 W-TURMA-ANT  PIC X(05) VALUE SPACES.
       77 W-STATUS-ANT PIC X(01) VALUE SPACES.
       77 W-PRE-ANT    PIC X(200) VALUE SPACES.
       77 W-DESCSTAT   PIC X(20) VALUE SPACES.
       01 W-DTNASC.
           03 W-DN-DIA     PIC 9(02).
           03 W-DN-MES     PIC 9(02).
           03 W-DN-ANO     PIC 9(04).
       01 W-VAGAS.
           03 VG-OCUPADAS  PIC ZZ9.
           03 FILLER       PIC X(04) VALUE " DE ".
           03 VG-CAPAC     PIC ZZ9.
           03 FILLER       PIC X(07) VALUE " VAGAS ".
           03 FILLER       PIC X(09) VALUE "OCUPADAS ".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "CADALUNO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ALUNO
           MOVE "RESPFIN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RESP
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           PERFORM ABR-PREMAT
           IF W-PMT-OK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PREMATRIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADTURMA
           IF ST-TURMA NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTURMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PREMATRIC
              GO TO ROT-FIM.
       INC-OP0B.
           OPEN I-O CADALUNO
           IF ST-ALUNO = "30" OR ST-ALUNO = "35"
              OPEN OUTPUT CADALUNO
              CLOSE CADALUNO
              GO TO INC-OP0B.
           IF ST-ALUNO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADALUNO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PREMATRIC CADTURMA
              GO TO ROT-FIM.
       INC-OP0C.
           OPEN I-O RESPFIN
           IF ST-RESP = "30" OR ST-RESP = "35"
              OPEN OUTPUT RESPFIN
              CLOSE RESPFIN
              GO TO INC-OP0C.
           IF ST-RESP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RESPFIN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PREMATRIC CADTURMA CADALUNO
              GO TO ROT-FIM.
           OPEN INPUT CADNOTA
           IF ST-NOTA = "00"
              MOVE "S" TO W-NOTA-OK.
           MOVE "P201627" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "P201627" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL.

       INC-001.
                MOVE ZEROS  TO PM-NUMERO PM-DATANASC PM-RESPCPF
                               PM-DTPEDIDO PM-DTSTATUS PM-RM
                MOVE SPACES TO PM-NOME PM-SEXO PM-RESPNOME PM-RESPEND
                               PM-TURMA PM-TURNO PM-IRMAO PM-STATUS
                MOVE W-ANO  TO PM-ANOLET
                MOVE ZEROS  TO W-SEL
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 16) "PRE-MATRICULA E LISTA DE ESPERA"
                DISPLAY (04, 06) "AMBIENTE: "
                DISPLAY (04, 16) AMB-AMBIENTE
                DISPLAY (05, 06) "ANO LETIVO           : "
                DISPLAY (06, 06) "NUMERO DO PEDIDO     : "
                DISPLAY (06, 40) "(ZERO = NOVO PEDIDO)"
                DISPLAY (08, 06) "CANDIDATO            : "
                DISPLAY (09, 06) "SEXO (M/F)           : "
                DISPLAY (10, 06) "NASCIMENTO (DDMMAAAA): "
                DISPLAY (11, 06) "RESPONSAVEL          : "
                DISPLAY (12, 06) "CPF DO RESPONSAVEL   : "
                DISPLAY (13, 06) "ENDERECO             : "
                DISPLAY (14, 06) "TURMA DESEJADA       : "
                DISPLAY (14, 40) "TURNO: "
                DISPLAY (15, 06) "DATA DO PEDIDO       : "
                DISPLAY (16, 06) "IRMAO NA ESCOLA      : "
                DISPLAY (17, 06) "VAGAS DA TURMA       : "
                DISPLAY (18, 06) "SITUACAO             : ".

       INC-002.
                ACCEPT (05, 29) PM-ANOLET WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FECHA.
                IF PM-ANOLET < 1900
                   MOVE "*** ANO LETIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE PM-ANOLET TO W-ANO.
       INC-002A.
                ACCEPT (06, 29) PM-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PM-NUMERO = ZEROS
                   PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM
                   DISPLAY (06, 29) PM-NUMERO
                   MOVE "S" TO PM-STATUS
                   MOVE W-HOJE TO PM-DTPEDIDO
                   GO TO INC-003.

       LER-PRE01.
                READ PREMATRIC
                IF ST-PREMAT NOT = "23"
                   IF ST-PREMAT = "00"
                      MOVE REGPREMAT TO W-PRE-ANT
                      MOVE PM-TURMA  TO W-TURMA-ANT
                      MOVE PM-STATUS TO W-STATUS-ANT
                      PERFORM MOSTRA-PRE THRU MOSTRA-PRE-FIM
                      MOVE "*** PEDIDO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO PREMATRIC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FECHA
                ELSE
                   MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.

       INC-003.
                ACCEPT (08, 29) PM-NOME WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF PM-NOME = SPACES
                   MOVE "*** NOME DO CANDIDATO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (09, 29) PM-SEXO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PM-SEXO = "m"
                   MOVE "M" TO PM-SEXO.
                IF PM-SEXO = "f"
                   MOVE "F" TO PM-SEXO.
                IF PM-SEXO NOT = "M" AND PM-SEXO NOT = "F"
                   MOVE "*** SEXO DEVE SER M OU F ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                MOVE PM-DATANASC TO W-DTNASC
                ACCEPT (10, 29) W-DTNASC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-DN-DIA < 01 OR W-DN-DIA > 31
                   OR W-DN-MES < 01 OR W-DN-MES > 12
                   OR W-DN-ANO < 1900
                   MOVE "*** DATA DE NASCIMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE W-DTNASC TO PM-DATANASC.
       INC-006.
                ACCEPT (11, 29) PM-RESPNOME WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PM-RESPNOME = SPACES
                   MOVE "*** NOME DO RESPONSAVEL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (12, 29) PM-RESPCPF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF PM-RESPCPF = ZEROS
                   MOVE "*** CPF DO RESPONSAVEL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (13, 29) PM-RESPEND WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-009.
                ACCEPT (14, 29) PM-TURMA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                MOVE PM-TURMA  TO TU-CODIGO
                MOVE PM-ANOLET TO TU-ANOLET
                READ CADTURMA
                IF ST-TURMA NOT = "00"
                   MOVE "*** TURMA NAO CADASTRADA NO ANO LETIVO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                MOVE TU-TURNO TO PM-TURNO
                DISPLAY (14, 47) PM-TURNO.
       INC-010.
                ACCEPT (15, 29) PM-DTPEDIDO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF PM-DTPEDIDO > W-HOJE OR PM-DTPEDIDO < 19000101
                   MOVE "*** DATA DO PEDIDO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                PERFORM APURA-IRMAO THRU APURA-IRMAO-FIM
                DISPLAY (16, 29) PM-IRMAO
                PERFORM APURA-VAGA THRU APURA-VAGA-FIM
                PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM
                IF W-SEL = 1
                   GO TO INC-011.
                IF PRE-ESPERA
                   MOVE "*** TURMA LOTADA - PEDIDO EM LISTA DE ESPERA"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO INC-OPC.
      *
      * NA ALTERACAO O OPERADOR PODE REGISTRAR A DESISTENCIA
      *
       INC-011.
                IF PRE-MATRICULADA OR PRE-DESISTENTE
                   GO TO ALT-OPC.
                MOVE "N" TO W-DESISTE
                DISPLAY (19, 06) "DESISTENCIA (S/N)    : "
                ACCEPT (19, 29) W-DESISTE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF W-DESISTE = "s"
                   MOVE "S" TO W-DESISTE.
                IF W-DESISTE NOT = "S" AND W-DESISTE NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                IF W-DESISTE = "S"
                   MOVE "D" TO PM-STATUS
                   MOVE W-HOJE TO PM-DTSTATUS
                   PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM.
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                MOVE W-HOJE TO PM-DTSTATUS
                WRITE REGPREMAT
                IF ST-PREMAT = "00" OR "02"
                      MOVE PM-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE "PREMATRIC" TO JRN-ARQUIVO
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGPREMAT TO JRN-DEPOIS
                      MOVE PM-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** PEDIDO GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-PREMAT = "22"
                      MOVE "*** PEDIDO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO PREMATRIC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FECHA.
      *
      ******************************************
      * NUMERO DO NOVO PEDIDO NO ANO LETIVO    *
      ******************************************
      *
       PROXIMO-NUMERO.
                MOVE ZEROS TO W-NUMERO
                MOVE W-ANO TO PM-ANOLET
                MOVE ZEROS TO PM-NUMERO
                START PREMATRIC KEY IS NOT LESS THAN PM-CHAVE
                IF ST-PREMAT NOT = "00"
                   GO TO PROXIMO-NUMERO2.
       PROXIMO-NUMERO1.
                READ PREMATRIC NEXT RECORD
                IF ST-PREMAT NOT = "00"
                   GO TO PROXIMO-NUMERO2.
                IF PM-ANOLET NOT = W-ANO
                   GO TO PROXIMO-NUMERO2.
                MOVE PM-NUMERO TO W-NUMERO
                GO TO PROXIMO-NUMERO1.
       PROXIMO-NUMERO2.
                MOVE ZEROS  TO PM-DATANASC PM-RESPCPF PM-DTPEDIDO
                               PM-DTSTATUS PM-RM
                MOVE SPACES TO PM-NOME PM-SEXO PM-RESPNOME PM-RESPEND
                               PM-TURMA PM-TURNO PM-IRMAO PM-STATUS
                MOVE W-ANO TO PM-ANOLET
                COMPUTE PM-NUMERO = W-NUMERO + 1.
       PROXIMO-NUMERO-FIM.
                EXIT.
      *
      ******************************************
      * IRMAO DE ALUNO ATIVO (MESMO CPF)       *
      ******************************************
      *
       APURA-IRMAO.
                MOVE "N" TO PM-IRMAO
                MOVE ZEROS TO RF-RM
                START RESPFIN KEY IS NOT LESS THAN RF-RM
                IF ST-RESP NOT = "00"
                   GO TO APURA-IRMAO-FIM.
       APURA-IRMAO1.
                READ RESPFIN NEXT RECORD
                IF ST-RESP NOT = "00"
                   GO TO APURA-IRMAO-FIM.
                IF RF-CPF NOT = PM-RESPCPF OR RF-RM = PM-RM
                   GO TO APURA-IRMAO1.
                MOVE RF-RM TO AL-RM
                READ CADALUNO
                IF ST-ALUNO NOT = "00" OR ALU-TRANSFERIDO
                   GO TO APURA-IRMAO1.
                MOVE "S" TO PM-IRMAO.
       APURA-IRMAO-FIM.
                EXIT.
      *
      ******************************************
      * VAGAS DA TURMA E SITUACAO DO PEDIDO    *
      ******************************************
      *
      * PEDIDO NOVO OU QUE MUDOU DE TURMA: FICA COM A VAGA SE A
      * TURMA TEM LUGAR, SENAO VAI PARA A LISTA DE ESPERA
      *
       APURA-VAGA.
                MOVE PM-ANOLET TO W-PMT-ANO
                MOVE PM-TURMA  TO W-PMT-TURMA
                MOVE PM-NUMERO TO W-PMT-EXCLUI
                PERFORM CONTA-OCUPACAO THRU CONTA-OCUPACAO-FIM
                MOVE W-PMT-OCUPADAS TO VG-OCUPADAS
                MOVE TU-CAPAC       TO VG-CAPAC
                DISPLAY (17, 29) W-VAGAS
                IF W-SEL = 1 AND PM-TURMA = W-TURMA-ANT
                   GO TO APURA-VAGA-FIM.
                IF PRE-MATRICULADA OR PRE-DESISTENTE
                   GO TO APURA-VAGA-FIM.
                IF W-PMT-OCUPADAS < TU-CAPAC
                   MOVE "S" TO PM-STATUS
                ELSE
                   MOVE "E" TO PM-STATUS.
       APURA-VAGA-FIM.
                EXIT.
      *
       MOSTRA-STATUS.
                MOVE SPACES TO W-DESCSTAT
                IF PRE-SOLICITADA
                   MOVE "SOLICITADA COM VAGA" TO W-DESCSTAT.
                IF PRE-ESPERA
                   MOVE "LISTA DE ESPERA" TO W-DESCSTAT.
                IF PRE-CONVOCADA
                   MOVE "CONVOCADO" TO W-DESCSTAT.
                IF PRE-MATRICULADA
                   MOVE "MATRICULADO - RM" TO W-DESCSTAT.
                IF PRE-DESISTENTE
                   MOVE "DESISTENTE" TO W-DESCSTAT.
                DISPLAY (18, 29) PM-STATUS
                DISPLAY (18, 31) W-DESCSTAT
                IF PRE-MATRICULADA
                   DISPLAY (18, 48) PM-RM.
       MOSTRA-STATUS-FIM.
                EXIT.
      *
       MOSTRA-PRE.
                DISPLAY (08, 29) PM-NOME
                DISPLAY (09, 29) PM-SEXO
                DISPLAY (10, 29) PM-DATANASC
                DISPLAY (11, 29) PM-RESPNOME
                DISPLAY (12, 29) PM-RESPCPF
                DISPLAY (13, 29) PM-RESPEND
                DISPLAY (14, 29) PM-TURMA
                DISPLAY (14, 47) PM-TURNO
                DISPLAY (15, 29) PM-DTPEDIDO
                DISPLAY (16, 29) PM-IRMAO
                PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM.
       MOSTRA-PRE-FIM.
                EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 06)
                  "F1=NOVO  F2=ALTERAR  F3=EXCLUIR  F4=MATRICULAR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 06) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO ALT-001.
                IF W-ACT = 04
                   GO TO EXC-OPC.
                GO TO MAT-001.
      *
       ALT-001.
                IF PRE-MATRICULADA
                   MOVE "*** CANDIDATO JA MATRICULADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                GO TO INC-003.
      *
      * EXCLUSAO OU DESISTENCIA DE QUEM OCUPAVA VAGA CONVOCA O
      * PROXIMO DA LISTA DE ESPERA
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
                DELETE PREMATRIC RECORD
                IF ST-PREMAT = "00"
                   MOVE PM-CHAVE TO AUD-CHAVE
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "PREMATRIC" TO JRN-ARQUIVO
                   MOVE W-PRE-ANT TO JRN-ANTES
                   MOVE SPACES TO JRN-DEPOIS
                   MOVE PM-CHAVE TO JRN-CHAVE
                   MOVE "E" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "D" TO PM-STATUS
                   PERFORM VAGA-LIBERADA THRU VAGA-LIBERADA-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FECHA.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                IF PM-STATUS NOT = W-STATUS-ANT
                   MOVE W-HOJE TO PM-DTSTATUS.
                REWRITE REGPREMAT
                IF ST-PREMAT = "00" OR "02"
                   MOVE PM-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "PREMATRIC" TO JRN-ARQUIVO
                   MOVE W-PRE-ANT TO JRN-ANTES
                   MOVE REGPREMAT TO JRN-DEPOIS
                   MOVE PM-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM VAGA-LIBERADA THRU VAGA-LIBERADA-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO PREMATRIC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FECHA.
      *
      * O PEDIDO ANTERIOR OCUPAVA VAGA (SOLICITADA OU CONVOCADO) E
      * DEIXOU A TURMA: CONVOCA O PRIMEIRO DA LISTA DE ESPERA
      *
       VAGA-LIBERADA.
                IF W-STATUS-ANT NOT = "S" AND W-STATUS-ANT NOT = "C"
                   GO TO VAGA-LIBERADA-FIM.
                IF W-SEL = 1 AND PM-TURMA = W-TURMA-ANT
                   AND PM-STATUS NOT = "D" AND PM-STATUS NOT = "E"
                   GO TO VAGA-LIBERADA-FIM.
                MOVE W-ANO       TO W-PMT-ANO
                MOVE W-TURMA-ANT TO W-PMT-TURMA
                PERFORM CONVOCA-PROXIMO THRU CONVOCA-PROXIMO-FIM
                IF W-PMT-QTCONV > ZEROS
                   MOVE SPACES TO MENS
                   STRING "*** CONVOCADO: " W-PMT-NOMECONV
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VAGA-LIBERADA-FIM.
                EXIT.
      *
      ******************************************
      * MATRICULA DO CANDIDATO CONFIRMADO      *
      ******************************************
      *
      * GERA O ALUNO NO CADALUNO E O RESPONSAVEL NO RESPFIN COM OS
      * DADOS DO PEDIDO, NO PROXIMO RM LIVRE
      *
       MAT-001.
                IF NOT PRE-SOLICITADA AND NOT PRE-CONVOCADA
                   MOVE "*** SO MATRICULA PEDIDO COM VAGA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (23, 40) "MATRICULAR (S/N): ".
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** MATRICULA NAO EFETUADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAT-001.
                MOVE ZEROS TO W-NOVORM AL-RM
                START CADALUNO KEY IS NOT LESS THAN AL-RM
                IF ST-ALUNO NOT = "00"
                   GO TO MAT-003.
       MAT-002.
                READ CADALUNO NEXT RECORD
                IF ST-ALUNO NOT = "00" AND ST-ALUNO NOT = "02"
                   GO TO MAT-003.
                MOVE AL-RM TO W-NOVORM
                GO TO MAT-002.
       MAT-003.
                ADD 1 TO W-NOVORM
                MOVE W-NOVORM    TO AL-RM
                MOVE PM-NOME     TO AL-NOME
                MOVE PM-SEXO     TO AL-SEXO
                MOVE PM-DATANASC TO AL-DATANASC
                MOVE SPACES      TO AL-SITUACAO
                MOVE ZEROS       TO AL-DTTRANSF
                WRITE REGALUNO
                IF ST-ALUNO NOT = "00" AND ST-ALUNO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADALUNO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE AL-RM TO AUD-CHAVE
                MOVE "I" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "CADALUNO" TO JRN-ARQUIVO
                MOVE SPACES TO JRN-ANTES
                MOVE REGALUNO TO JRN-DEPOIS
                MOVE AL-RM TO JRN-CHAVE
                MOVE "I" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL.
       MAT-004.
                MOVE W-NOVORM    TO RF-RM
                MOVE PM-RESPNOME TO RF-NOME
                MOVE PM-RESPCPF  TO RF-CPF
                MOVE PM-RESPEND  TO RF-ENDERECO
                MOVE SPACES      TO RF-APELIDO
                WRITE REGRESPFIN
                IF ST-RESP NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO RESPFIN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAT-005.
                MOVE RF-RM TO AUD-CHAVE
                MOVE "I" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "RESPFIN" TO JRN-ARQUIVO
                MOVE SPACES TO JRN-ANTES
                MOVE REGRESPFIN TO JRN-DEPOIS
                MOVE RF-RM TO JRN-CHAVE
                MOVE "I" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL.
       MAT-005.
                MOVE "M"      TO PM-STATUS
                MOVE W-NOVORM TO PM-RM
                MOVE W-HOJE   TO PM-DTSTATUS
                REWRITE REGPREMAT
                IF ST-PREMAT NOT = "00" AND ST-PREMAT NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO PREMATRIC"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
                MOVE PM-CHAVE TO AUD-CHAVE
                MOVE "A" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "PREMATRIC" TO JRN-ARQUIVO
                MOVE W-PRE-ANT TO JRN-ANTES
                MOVE REGPREMAT TO JRN-DEPOIS
                MOVE PM-CHAVE TO JRN-CHAVE
                MOVE "A" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL
                PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM
                MOVE SPACES TO MENS
                STRING "*** MATRICULADO COM O RM " W-NOVORM " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA.
                CLOSE PREMATRIC CADTURMA CADALUNO RESPFIN
                IF W-NOTA-OK = "S"
                   CLOSE CADNOTA.
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
               MOVE ST-PREMAT TO ST-ERRO
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
           COPY "PMTPAR.CPY".
           COPY "PMCPAR.CPY".
       FIM-ROT-TEMPO.
