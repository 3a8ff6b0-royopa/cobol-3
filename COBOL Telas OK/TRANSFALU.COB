                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADALUNO ASSIGN TO DYNAMIC W-ARQ-ALUNO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       SELECT DECLTRANSF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
       SELECT CADTURMA ASSIGN TO DYNAMIC W-ARQ-TURMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-TURMA.
           COPY "DEPSEL.CPY".
           COPY "PMTSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "DEPFD.CPY".
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.
       FD DECLTRANSF
               LABEL RECORD IS STANDARD.
       01 LINHA-DECLTRANSF PIC X(80).
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
           COPY "PMTFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "JRNFD.CPY".
      *
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "DEPWS.CPY".
           COPY "PMTWS.CPY".
           COPY "AUDIWS.CPY".
           COPY "JRNWS.CPY".
       77 ST-ALUNO      PIC X(02) VALUE "00".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 W-ARQ-TURMA   PIC X(64) VALUE SPACES.
       77 W-TURMA-OK    PIC X(01) VALUE "N".
       77 W-ARQ-ALUNO   PIC X(64) VALUE SPACES.
       77 W-ARQ-NOTA    PIC X(64) VALUE SPACES.
       77 W-RM          PIC 9(05) VALUE ZEROS.
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           DISPLAY "TRANSFERENCIA DE ALUNO - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
                      ST-LIST
              CLOSE CADALUNO CADNOTA
              GO TO ROT-FIM.
           PERFORM ABR-DEPENDE
           PERFORM ABR-PREMAT
           OPEN INPUT CADTURMA
           IF ST-TURMA = "00"
              MOVE "S" TO W-TURMA-OK.
           MOVE "TRANSFAL" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           PERFORM ABR-JORNAL
      **************************************
      *
       DEC-001.
           MOVE "TRANSFALU" TO REL-PROGRAMA
           STRING "RM " W-RM " TRANSF. " W-DTTRANSF
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "DECLARACAO DE TRANSFERENCIA" TO REL-TITULO
           MOVE SPACES TO REL-COLUNAS
           MOVE W-DC-TITULO TO REL-DETALHE
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-CONT-DISC
           IF RESFINAL NOT = "DEPENDENCIA"
              GO TO HIS-002.
           MOVE CHAVE-NOTA TO DP-CHAVE
           PERFORM MONTA-DEPEND THRU MONTA-DEPEND-FIM
           IF W-DEP-ACHOU = "S"
              MOVE W-DEP-LINHA TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           GO TO HIS-002.
      *
       ROT-ASSINA.
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-ASSIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
      **************************************
      * VAGA LIBERADA NA ULTIMA TURMA      *
      **************************************
      *
      * A SAIDA DO ALUNO LIBERA VAGA NA TURMA DO SEU ULTIMO ANO
      * LETIVO; O PRIMEIRO DA LISTA DE ESPERA E CONVOCADO
      *
       VAG-001.
           IF W-ANOCORR = ZEROS OR W-PMT-OK NOT = "S"
              OR W-TURMA-OK NOT = "S"
              GO TO ROT-FECHA.
           MOVE W-ANOCORR TO W-PMT-ANO
           MOVE CB-TURMA  TO W-PMT-TURMA
           PERFORM CONVOCA-PROXIMO THRU CONVOCA-PROXIMO-FIM
           IF W-PMT-QTCONV > ZEROS
              DISPLAY "VAGA LIBERADA NA TURMA " CB-TURMA "/" W-ANOCORR
                      " - CONVOCADO(A): " W-PMT-NOMECONV.
      *
       ROT-FECHA.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
      *
       FECHA-ARQUIVOS.
           CLOSE CADALUNO CADNOTA DECLTRANSF
           IF W-DEP-OK = "S"
              CLOSE DEPENDE.
           IF W-PMT-OK = "S"
              CLOSE PREMATRIC.
           IF W-TURMA-OK = "S"
              CLOSE CADTURMA.
           CLOSE AUDITORIA
           CLOSE JORNAL.
       FECHA-ARQUIVOS-FIM.
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "DEPPAR.CPY".
           COPY "PMTPAR.CPY".
           COPY "PMCPAR.CPY".
           COPY "AUDIPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-DECLTRANSF==.
           COPY "SPLPAR.CPY".
