                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                   88 FUNC-PREADM    VALUE "P".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-DEPTO      PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CAGEDLIST: " ST-LIST
              CLOSE CADFUNC CADCARGO CADEPTO
              GO TO ROT-FIM.
           MOVE "CAGEDREL" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "MOVIMENTO MENSAL DE PESSOAL"  TO REL-TITULO
           IF W-EMPRESA NOT = ZEROS
              PERFORM CARREGA-RAZAO THRU CARREGA-RAZAO-FIM.
               AT END GO TO ROT-DEPTOS.
           IF W-EMPRESA NOT = ZEROS AND FEMPRESA NOT = W-EMPRESA
              GO TO LER-FUNC.
           IF FUNC-PREADM
              GO TO LER-FUNC.
           COMPUTE W-COMPADM = DAANO * 100 + DAMES
           COMPUTE W-COMPDEM = DDANO * 100 + DDMES
           IF W-COMPADM = W-COMPET
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-CAGEDLIST==.
           COPY "SPLPAR.CPY".
