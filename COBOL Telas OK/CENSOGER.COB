       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSOGER.
       AUTHOR. MATEUS.
      ***************************************************
      * CENSO ESCOLAR - ARQUIVOS DA 1A E 2A ETAPA       *
      * E LISTAGEM DE PRE-VALIDACAO                     *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADTURMA ASSIGN TO DYNAMIC W-ARQ-TURMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-TURMA.
       SELECT CADALUNO ASSIGN TO DYNAMIC W-ARQ-ALUNO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS AL-NOME
                               WITH DUPLICATES.
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
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADDISC ASSIGN TO DYNAMIC W-ARQ-DISC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODIGO
                    FILE STATUS  IS ST-DISC.
       SELECT CENSOREM ASSIGN TO DYNAMIC W-ARQ-CENSO
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CENSO.
       SELECT CENSOLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
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
                03 TU-SEGMENTO     PIC X(01).
                03 FILLER          PIC X(02).
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
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-DEMITIDO  VALUE "D".
                03 NOMEFU         PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 DTNASCFU       PIC 9(08).
                03 FILLER         PIC X(161).
                03 FSEXO          PIC X(01).
                03 FILLER         PIC X(01).
       FD CADDISC
               LABEL RECORD IS STANDARD.
       01 REGDISC.
                03 DI-CODIGO       PIC 9(03).
                03 DI-NOME         PIC X(20).
                03 FILLER          PIC X(09).
       FD CENSOREM
               LABEL RECORD IS STANDARD.
       01 LINHA-CENSOREM   PIC X(120).
       FD CENSOLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-CENSOLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "DEPWS.CPY".
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 ST-ALUNO      PIC X(02) VALUE "00".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-TD         PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DISC       PIC X(02) VALUE "00".
       77 ST-CENSO      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-TURMA   PIC X(64) VALUE SPACES.
       77 W-ARQ-ALUNO   PIC X(64) VALUE SPACES.
       77 W-ARQ-NOTA    PIC X(64) VALUE SPACES.
       77 W-ARQ-TD      PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-DISC    PIC X(64) VALUE SPACES.
       77 W-ARQ-CENSO   PIC X(64) VALUE SPACES.
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-FASE        PIC 9(01) VALUE ZEROS.
       77 W-INEP        PIC 9(08) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       77 W-IDX         PIC 9(03) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-QT-TUR      PIC 9(03) VALUE ZEROS.
       77 W-QT-DOC      PIC 9(03) VALUE ZEROS.
       77 W-RMCORR      PIC 9(05) VALUE ZEROS.
       77 W-CODIGO      PIC 9(05) VALUE ZEROS.
       77 W-CONT-20     PIC 9(06) VALUE ZEROS.
       77 W-CONT-30     PIC 9(06) VALUE ZEROS.
       77 W-CONT-51     PIC 9(06) VALUE ZEROS.
       77 W-CONT-60     PIC 9(06) VALUE ZEROS.
       77 W-CONT-PEND   PIC 9(06) VALUE ZEROS.
       77 W-CONT-FORA   PIC 9(06) VALUE ZEROS.
       77 W-CONT-APR    PIC 9(06) VALUE ZEROS.
       77 W-CONT-REP    PIC 9(06) VALUE ZEROS.
       77 W-CONT-TRF    PIC 9(06) VALUE ZEROS.
       77 W-CONT-AND    PIC 9(06) VALUE ZEROS.
      *
      * DATA DE REFERENCIA DO CENSO (AAAAMMDD) - DEFINE QUEM ESTAVA
      * MATRICULADO NA 1A ETAPA E E A MESMA POPULACAO DA 2A ETAPA
      *
       01 W-DTREF       PIC 9(08) VALUE ZEROS.
       01 W-DTREF-R REDEFINES W-DTREF.
           03 DR-ANO        PIC 9(04).
           03 DR-MES        PIC 9(02).
           03 DR-DIA        PIC 9(02).
      *
      * ACUMULADOS DO ALUNO CORRENTE NA VARREDURA DO CADNOTA
      *
       01 W-ALUNO.
           03 WA-NOME       PIC X(35).
           03 WA-SEXO       PIC X(01).
           03 WA-NASC       PIC 9(08).
           03 WA-TURMA      PIC X(05).
           03 WA-QTDISC     PIC 9(02).
           03 WA-QTREP      PIC 9(02).
           03 WA-QTPEND     PIC 9(02).
       01 TAB-TUR.
           03 TAB-TU-ITEM OCCURS 100 TIMES.
               05 TT-TURMA     PIC X(05).
               05 TT-CAPAC     PIC 9(03).
               05 TT-QTALU     PIC 9(04).
       01 TAB-DOC.
           03 TAB-DC-ITEM OCCURS 200 TIMES.
               05 DC-CHAPA     PIC 9(05).
               05 DC-OK        PIC X(01).
      *
      * LEIAUTE DO ARQUIVO DO CENSO - REGISTROS DE 120 POSICOES
      * 00 ESCOLA  20 TURMA  30 DOCENTE  51 DOCENTE NA TURMA
      * 60 MATRICULA DO ALUNO  99 TOTAIS
      * SITUACAO DO ALUNO (SO NA 2A ETAPA): 1 TRANSFERIDO
      * 4 REPROVADO  5 APROVADO  7 SEM RESULTADO (EM ANDAMENTO)
      *
       01 W-REG00.
           03 FILLER        PIC X(02) VALUE "00".
           03 R0-INEP       PIC 9(08).
           03 R0-ANO        PIC 9(04).
           03 R0-FASE       PIC 9(01).
           03 R0-DTREF      PIC 9(08).
           03 R0-DTGER      PIC 9(08).
           03 FILLER        PIC X(89) VALUE SPACES.
       01 W-REG20.
           03 FILLER        PIC X(02) VALUE "20".
           03 R2-INEP       PIC 9(08).
           03 R2-TURMA      PIC X(05).
           03 R2-TURNO      PIC X(01).
           03 R2-CAPAC      PIC 9(03).
           03 R2-SEGMENTO   PIC X(01).
           03 FILLER        PIC X(100) VALUE SPACES.
       01 W-REG30.
           03 FILLER        PIC X(02) VALUE "30".
           03 R3-INEP       PIC 9(08).
           03 R3-CHAPA      PIC 9(05).
           03 R3-CPF        PIC 9(11).
           03 R3-NOME       PIC X(35).
           03 R3-NASC       PIC 9(08).
           03 R3-SEXO       PIC X(01).
           03 FILLER        PIC X(50) VALUE SPACES.
       01 W-REG51.
           03 FILLER        PIC X(02) VALUE "51".
           03 R5-INEP       PIC 9(08).
           03 R5-CHAPA      PIC 9(05).
           03 R5-TURMA      PIC X(05).
           03 R5-DISC       PIC 9(03).
           03 R5-NOMEDISC   PIC X(20).
           03 R5-HORAS      PIC 9(02).
           03 FILLER        PIC X(75) VALUE SPACES.
       01 W-REG60.
           03 FILLER        PIC X(02) VALUE "60".
           03 R6-INEP       PIC 9(08).
           03 R6-RM         PIC 9(05).
           03 R6-NOME       PIC X(35).
           03 R6-NASC       PIC 9(08).
           03 R6-SEXO       PIC X(01).
           03 R6-TURMA      PIC X(05).
           03 R6-SITUACAO   PIC 9(01).
           03 R6-DTTRANSF   PIC 9(08).
           03 FILLER        PIC X(47) VALUE SPACES.
       01 W-REG99.
           03 FILLER        PIC X(02) VALUE "99".
           03 R9-INEP       PIC 9(08).
           03 R9-QT20       PIC 9(06).
           03 R9-QT30       PIC 9(06).
           03 R9-QT51       PIC 9(06).
           03 R9-QT60       PIC 9(06).
           03 FILLER        PIC X(86) VALUE SPACES.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "TIPO    CODIGO       PENDENCIA          ".
           03 FILLER        PIC X(40) VALUE SPACES.
       01 W-PENDLIN.
           03 PL-TIPO       PIC X(07).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-CODIGO     PIC X(12).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PL-MSG        PIC X(50).
       01 W-RESLIN.
           03 RS-DESCR      PIC X(40).
           03 RS-QTDE       PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           MOVE "CADALUNO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ALUNO
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "TURMADISC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TD
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADDISC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DISC
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "CENSO ESCOLAR - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
              GO TO ABR-002.
       ABR-003.
           DISPLAY "ETAPA (1=MATRICULA INICIAL 2=SITUACAO DO ALUNO): "
           ACCEPT W-FASE
           IF W-FASE NOT = 1 AND W-FASE NOT = 2
              GO TO ABR-003.
       ABR-004.
           DISPLAY "CODIGO INEP DA ESCOLA: "
           ACCEPT W-INEP
           IF W-INEP = ZEROS
              GO TO ABR-004.
       ABR-005.
           DISPLAY "DATA DE REFERENCIA DO CENSO (AAAAMMDD): "
           ACCEPT W-DTREF
           IF DR-ANO NOT = W-ANOLET OR DR-MES < 01 OR DR-MES > 12
              OR DR-DIA < 01 OR DR-DIA > 31
              DISPLAY "DATA DE REFERENCIA FORA DO ANO LETIVO"
              GO TO ABR-005.
           COMPUTE W-DTFIM = W-ANOLET * 10000 + 1231
           IF W-FASE = 1
              MOVE "CENSO1.DAT" TO AMB-NOME
           ELSE
              MOVE "CENSO2.DAT" TO AMB-NOME.
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CENSO.
       ABR-006.
           OPEN INPUT CADTURMA
           IF ST-TURMA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTURMA: " ST-TURMA
              GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ALUNO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO: " ST-ALUNO
              CLOSE CADTURMA
              GO TO ROT-FIM.
           OPEN INPUT CADNOTA
           IF ST-NOTA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: " ST-NOTA
              CLOSE CADTURMA CADALUNO
              GO TO ROT-FIM.
           OPEN INPUT TURMADISC
           IF ST-TD NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TURMADISC: " ST-TD
              DISPLAY "MONTE A GRADE NO P201620"
              CLOSE CADTURMA CADALUNO CADNOTA
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              CLOSE CADTURMA CADALUNO CADNOTA TURMADISC
              GO TO ROT-FIM.
           OPEN INPUT CADDISC
           IF ST-DISC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDISC: " ST-DISC
              CLOSE CADTURMA CADALUNO CADNOTA TURMADISC CADFUNC
              GO TO ROT-FIM.
           OPEN OUTPUT CENSOREM
           IF ST-CENSO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DO CENSO: " ST-CENSO
              CLOSE CADTURMA CADALUNO CADNOTA TURMADISC CADFUNC
                    CADDISC
              GO TO ROT-FIM.
           OPEN OUTPUT CENSOLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CENSOLIST: " ST-LIST
              CLOSE CADTURMA CADALUNO CADNOTA TURMADISC CADFUNC
                    CADDISC CENSOREM
              GO TO ROT-FIM.
           MOVE "CENSOGER" TO REL-PROGRAMA
           STRING "ANO " W-ANOLET " ETAPA " W-FASE " REF " W-DTREF
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "PRE-VALIDACAO DO CENSO ESCOLAR" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS
           MOVE W-INEP   TO R0-INEP R2-INEP R3-INEP R5-INEP R6-INEP
                            R9-INEP
           MOVE W-ANOLET TO R0-ANO
           MOVE W-FASE   TO R0-FASE
           MOVE W-DTREF  TO R0-DTREF
           MOVE W-HOJE   TO R0-DTGER
           WRITE LINHA-CENSOREM FROM W-REG00.
      *
      ***************************************
      * TURMAS DO ANO LETIVO                *
      ***************************************
      *
       TUR-001.
           READ CADTURMA NEXT RECORD
               AT END GO TO DOC-001.
           IF TU-ANOLET NOT = W-ANOLET
              GO TO TUR-001.
           IF W-QT-TUR < 100
              ADD 1 TO W-QT-TUR
              MOVE TU-CODIGO TO TT-TURMA (W-QT-TUR)
              MOVE TU-CAPAC  TO TT-CAPAC (W-QT-TUR)
              MOVE ZEROS     TO TT-QTALU (W-QT-TUR).
           MOVE "TURMA" TO PL-TIPO
           MOVE TU-CODIGO TO PL-CODIGO
           IF TU-TURNO NOT = "M" AND TU-TURNO NOT = "T"
                                 AND TU-TURNO NOT = "N"
              MOVE "TURNO NAO INFORMADO OU INVALIDO" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           IF TU-CAPAC = ZEROS
              MOVE "CAPACIDADE NAO INFORMADA" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           IF TU-SEGMENTO NOT = "F" AND TU-SEGMENTO NOT = "M"
              MOVE "SEGMENTO (ETAPA DE ENSINO) NAO INFORMADO" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           MOVE TU-CODIGO   TO R2-TURMA
           MOVE TU-TURNO    TO R2-TURNO
           MOVE TU-CAPAC    TO R2-CAPAC
           MOVE TU-SEGMENTO TO R2-SEGMENTO
           WRITE LINHA-CENSOREM FROM W-REG20
           ADD 1 TO W-CONT-20
           GO TO TUR-001.
      *
      ***************************************
      * DOCENTES - QUEM LECIONA O QUE       *
      ***************************************
      *
       DOC-001.
           READ TURMADISC NEXT RECORD
               AT END GO TO DOC-010.
           IF TD-ANOLET NOT = W-ANOLET
              GO TO DOC-001.
           MOVE "GRADE" TO PL-TIPO
           MOVE SPACES TO PL-CODIGO
           STRING TD-TURMA "/" TD-DISC
                  DELIMITED BY SIZE INTO PL-CODIGO
           MOVE TD-TURMA TO WA-TURMA
           PERFORM PROCURA-TURMA THRU PROCURA-TURMA-FIM
           IF W-ACHOU NOT = "S"
              MOVE "TURMA DA GRADE SEM CADASTRO NO CADTURMA" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           MOVE TD-DISC TO DI-CODIGO
           READ CADDISC
           IF ST-DISC NOT = "00"
              MOVE "DISCIPLINA SEM CADASTRO NO CADDISC" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           IF TD-CHAPA = ZEROS
              MOVE "DISCIPLINA SEM PROFESSOR ATRIBUIDO" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
              GO TO DOC-001.
           PERFORM PROCURA-DOC THRU PROCURA-DOC-FIM
           IF W-ACHOU NOT = "S" AND W-QT-DOC < 200
              ADD 1 TO W-QT-DOC
              MOVE TD-CHAPA TO DC-CHAPA (W-QT-DOC)
              MOVE "N"      TO DC-OK (W-QT-DOC).
           GO TO DOC-001.
      *
       DOC-010.
           MOVE 1 TO W-IDX.
       DOC-011.
           IF W-IDX > W-QT-DOC
              GO TO DOC-020.
           MOVE "DOCENTE" TO PL-TIPO
           MOVE DC-CHAPA (W-IDX) TO W-CODIGO
           MOVE W-CODIGO TO PL-CODIGO
           MOVE DC-CHAPA (W-IDX) TO CHAPA
           READ CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "PROFESSOR SEM CADASTRO NO CADFUNC" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
              ADD 1 TO W-IDX
              GO TO DOC-011.
           MOVE "S" TO DC-OK (W-IDX)
           IF CPF = ZEROS
              MOVE "CPF NAO INFORMADO" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           IF DTNASCFU = ZEROS
              MOVE "DATA DE NASCIMENTO NAO INFORMADA" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           IF FSEXO NOT = "M" AND FSEXO NOT = "F"
              MOVE "SEXO NAO INFORMADO" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           IF FUNC-DEMITIDO
              MOVE "PROFESSOR DEMITIDO AINDA ATRIBUIDO NA GRADE"
                                                        TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           MOVE CHAPA    TO R3-CHAPA
           MOVE CPF      TO R3-CPF
           MOVE NOMEFU   TO R3-NOME
           MOVE DTNASCFU TO R3-NASC
           MOVE FSEXO    TO R3-SEXO
           WRITE LINHA-CENSOREM FROM W-REG30
           ADD 1 TO W-CONT-30
           ADD 1 TO W-IDX
           GO TO DOC-011.
      *
      * SEGUNDA PASSADA NA GRADE - VINCULO DO DOCENTE COM A TURMA
      *
       DOC-020.
           MOVE LOW-VALUES TO TD-CHAVE
           START TURMADISC KEY IS NOT LESS THAN TD-CHAVE
           IF ST-TD NOT = "00"
              GO TO ALU-001.
       DOC-021.
           READ TURMADISC NEXT RECORD
               AT END GO TO ALU-001.
           IF TD-ANOLET NOT = W-ANOLET OR TD-CHAPA = ZEROS
              GO TO DOC-021.
           PERFORM PROCURA-DOC THRU PROCURA-DOC-FIM
           IF W-ACHOU NOT = "S"
              GO TO DOC-021.
           IF DC-OK (W-IDX) NOT = "S"
              GO TO DOC-021.
           MOVE TD-CHAPA TO R5-CHAPA
           MOVE TD-TURMA TO R5-TURMA
           MOVE TD-DISC  TO R5-DISC
           MOVE TD-DISC  TO DI-CODIGO
           READ CADDISC
           IF ST-DISC = "00"
              MOVE DI-NOME TO R5-NOMEDISC
           ELSE
              MOVE SPACES TO R5-NOMEDISC.
           MOVE TD-HORAS TO R5-HORAS
           WRITE LINHA-CENSOREM FROM W-REG51
           ADD 1 TO W-CONT-51
           GO TO DOC-021.
      *
      ***************************************
      * MATRICULAS - UM REGISTRO POR ALUNO  *
      ***************************************
      *
       ALU-001.
           READ CADNOTA NEXT RECORD
               AT END GO TO ALU-FIM.
           IF ANO-LETIVO NOT = W-ANOLET
              GO TO ALU-001.
           IF RM NOT = W-RMCORR
              PERFORM FECHA-ALUNO THRU FECHA-ALUNO-FIM
              MOVE RM       TO W-RMCORR
              MOVE NOME     TO WA-NOME
              MOVE SEXO     TO WA-SEXO
              MOVE DATANASC TO WA-NASC
              MOVE TURMA    TO WA-TURMA
              MOVE ZEROS    TO WA-QTDISC WA-QTREP WA-QTPEND.
           ADD 1 TO WA-QTDISC
           IF RESFINAL = "REPROVADO"
              ADD 1 TO WA-QTREP.
           IF RESFINAL = SPACES OR RESFINAL = "RECUPERACAO"
              ADD 1 TO WA-QTPEND.
           GO TO ALU-001.
      *
       ALU-FIM.
           PERFORM FECHA-ALUNO THRU FECHA-ALUNO-FIM
           GO TO CAP-001.
      *
      * ALUNO TRANSFERIDO ATE A DATA DE REFERENCIA NAO CONSTA NO CENSO.
      * NA 2A ETAPA A SITUACAO VEM DOS RESULTADOS FINAIS DO CADNOTA:
      * REPROVADO EM MAIS DISCIPLINAS QUE O LIMITE DA DEPENDENCIA E
      * REPROVADO; AP.CONSELHO E DEPENDENCIA CONTAM COMO APROVACAO
      *
       FECHA-ALUNO.
           IF W-RMCORR = ZEROS
              GO TO FECHA-ALUNO-FIM.
           MOVE "ALUNO" TO PL-TIPO
           MOVE W-RMCORR TO W-CODIGO
           MOVE W-CODIGO TO PL-CODIGO
           MOVE ZEROS TO R6-DTTRANSF
           MOVE W-RMCORR TO AL-RM
           READ CADALUNO
           IF ST-ALUNO NOT = "00"
              MOVE "N" TO AL-SITUACAO
              MOVE "ALUNO SEM CADASTRO NO CADALUNO" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
           ELSE
              MOVE AL-NOME     TO WA-NOME
              MOVE AL-SEXO     TO WA-SEXO
              MOVE AL-DATANASC TO WA-NASC.
           IF ALU-TRANSFERIDO AND AL-DTTRANSF NOT > W-DTREF
              ADD 1 TO W-CONT-FORA
              GO TO FECHA-ALUNO-FIM.
           IF WA-NASC = ZEROS
              MOVE "DATA DE NASCIMENTO NAO INFORMADA" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           IF WA-SEXO NOT = "M" AND WA-SEXO NOT = "F"
              MOVE "SEXO NAO INFORMADO" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           PERFORM PROCURA-TURMA THRU PROCURA-TURMA-FIM
           IF W-ACHOU = "S"
              ADD 1 TO TT-QTALU (W-IDX)
           ELSE
              MOVE "TURMA SEM CADASTRO NO CADTURMA" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           MOVE ZEROS TO R6-SITUACAO
           IF W-FASE = 2
              PERFORM SITUACAO-ALUNO THRU SITUACAO-ALUNO-FIM.
           MOVE W-RMCORR TO R6-RM
           MOVE WA-NOME  TO R6-NOME
           MOVE WA-NASC  TO R6-NASC
           MOVE WA-SEXO  TO R6-SEXO
           MOVE WA-TURMA TO R6-TURMA
           WRITE LINHA-CENSOREM FROM W-REG60
           ADD 1 TO W-CONT-60.
       FECHA-ALUNO-FIM.
           EXIT.
      *
       SITUACAO-ALUNO.
           IF ALU-TRANSFERIDO AND AL-DTTRANSF NOT > W-DTFIM
              MOVE 1 TO R6-SITUACAO
              MOVE AL-DTTRANSF TO R6-DTTRANSF
              ADD 1 TO W-CONT-TRF
              GO TO SITUACAO-ALUNO-FIM.
           IF WA-QTREP > W-DEP-MAXDISC
              MOVE 4 TO R6-SITUACAO
              ADD 1 TO W-CONT-REP
              GO TO SITUACAO-ALUNO-FIM.
           IF WA-QTPEND NOT = ZEROS
              MOVE 7 TO R6-SITUACAO
              ADD 1 TO W-CONT-AND
              MOVE "SEM RESULTADO FINAL - CONFIRA A ATAFINAL" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
              GO TO SITUACAO-ALUNO-FIM.
           MOVE 5 TO R6-SITUACAO
           ADD 1 TO W-CONT-APR.
       SITUACAO-ALUNO-FIM.
           EXIT.
      *
      ***************************************
      * OCUPACAO DAS TURMAS X CAPACIDADE    *
      ***************************************
      *
       CAP-001.
           MOVE "TURMA" TO PL-TIPO
           MOVE 1 TO W-IDX.
       CAP-002.
           IF W-IDX > W-QT-TUR
              GO TO ROT-TRAILER.
           IF TT-CAPAC (W-IDX) NOT = ZEROS AND
              TT-QTALU (W-IDX) > TT-CAPAC (W-IDX)
              MOVE TT-TURMA (W-IDX) TO PL-CODIGO
              MOVE "MATRICULAS ACIMA DA CAPACIDADE DA TURMA" TO PL-MSG
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
           ADD 1 TO W-IDX
           GO TO CAP-002.
      *
       ROT-TRAILER.
           MOVE W-CONT-20 TO R9-QT20
           MOVE W-CONT-30 TO R9-QT30
           MOVE W-CONT-51 TO R9-QT51
           MOVE W-CONT-60 TO R9-QT60
           WRITE LINHA-CENSOREM FROM W-REG99.
      *
      ***************************************
      * RESUMO DA GERACAO                   *
      ***************************************
      *
       ROT-RESUMO.
           IF W-CONT-PEND = ZEROS
              MOVE "NENHUMA PENDENCIA ENCONTRADA" TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "TURMAS"                TO RS-DESCR
           MOVE W-CONT-20               TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           MOVE "DOCENTES"              TO RS-DESCR
           MOVE W-CONT-30               TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           MOVE "VINCULOS DOCENTE/TURMA" TO RS-DESCR
           MOVE W-CONT-51               TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           MOVE "MATRICULAS"            TO RS-DESCR
           MOVE W-CONT-60               TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           MOVE "TRANSFERIDOS ANTES DA DATA DE REFERENCIA"
                                        TO RS-DESCR
           MOVE W-CONT-FORA             TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           IF W-FASE NOT = 2
              GO TO ROT-RESUMO1.
           MOVE "  APROVADOS"           TO RS-DESCR
           MOVE W-CONT-APR              TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           MOVE "  REPROVADOS"          TO RS-DESCR
           MOVE W-CONT-REP              TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           MOVE "  TRANSFERIDOS"        TO RS-DESCR
           MOVE W-CONT-TRF              TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           MOVE "  SEM RESULTADO"       TO RS-DESCR
           MOVE W-CONT-AND              TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM.
       ROT-RESUMO1.
           MOVE "PENDENCIAS"            TO RS-DESCR
           MOVE W-CONT-PEND             TO RS-QTDE
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM.
      *
       ROT-FECHA.
           CLOSE CADTURMA CADALUNO CADNOTA TURMADISC CADFUNC CADDISC
                 CENSOREM CENSOLIST
           DISPLAY "CENSO GERADO - ETAPA " W-FASE
                   " MATRICULAS: " W-CONT-60
           DISPLAY "ARQUIVO: " W-ARQ-CENSO
           IF W-CONT-PEND NOT = ZEROS
              DISPLAY "PENDENCIAS: " W-CONT-PEND
                      " - CORRIJA ANTES DE ENVIAR O ARQUIVO".
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
       GRAVA-PEND.
           MOVE W-PENDLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-CONT-PEND.
       GRAVA-PEND-FIM.
           EXIT.
      *
       IMPRIME-RESUMO.
           MOVE W-RESLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-RESUMO-FIM.
           EXIT.
      *
      * TURMA EM WA-TURMA NA TABELA DE TURMAS DO ANO
      *
       PROCURA-TURMA.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IDX.
       PROCURA-TURMA1.
           IF W-IDX > W-QT-TUR
              GO TO PROCURA-TURMA-FIM.
           IF TT-TURMA (W-IDX) = WA-TURMA
              MOVE "S" TO W-ACHOU
              GO TO PROCURA-TURMA-FIM.
           ADD 1 TO W-IDX
           GO TO PROCURA-TURMA1.
       PROCURA-TURMA-FIM.
           EXIT.
      *
      * CHAPA EM TD-CHAPA NA TABELA DE DOCENTES
      *
       PROCURA-DOC.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IDX.
       PROCURA-DOC1.
           IF W-IDX > W-QT-DOC
              GO TO PROCURA-DOC-FIM.
           IF DC-CHAPA (W-IDX) = TD-CHAPA
              MOVE "S" TO W-ACHOU
              GO TO PROCURA-DOC-FIM.
           ADD 1 TO W-IDX
           GO TO PROCURA-DOC1.
       PROCURA-DOC-FIM.
           EXIT.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-CENSOLIST==.
           COPY "SPLPAR.CPY".
