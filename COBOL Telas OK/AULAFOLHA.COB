       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAFOLHA.
       AUTHOR. MATEUS.
      ***************************************************
      * AULAS DADAS NO DIARIO PARA A FOLHA DE HORISTAS  *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "ADASEL.CPY".
       SELECT TURMADISC ASSIGN TO DYNAMIC W-ARQ-TD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TD-CHAVE
                    FILE STATUS  IS ST-TD.
       SELECT DIARIO ASSIGN TO DYNAMIC W-ARQ-DIA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-CHAVE
                    FILE STATUS  IS ST-DIA.
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
       SELECT MOVFREQ ASSIGN TO DYNAMIC W-ARQ-MOVF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MF-CHAVE
                    FILE STATUS  IS ST-MOVF.
       SELECT AULALIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
           COPY "CTCSEL.CPY".
           COPY "FRDSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "ADAFD.CPY".
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
       FD DIARIO
               LABEL RECORD IS STANDARD.
       01 REGDIARIO.
                03 DR-CHAVE.
                   05 DR-TURMA     PIC X(05).
                   05 DR-ANOLET    PIC 9(04).
                   05 DR-DISC      PIC 9(03).
                   05 DR-DATA      PIC 9(08).
                   05 DR-RM        PIC 9(05).
                03 DR-FALTA        PIC X(01).
                03 FILLER          PIC X(04).
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                03 NOME           PIC X(35).
                03 FILLER         PIC X(38).
                03 FCARGO         PIC 9(03).
                03 FILLER         PIC X(136).
                03 FEMPRESA       PIC 9(02).
                03 FILLER         PIC X(18).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 CODIGO2        PIC 9(03).
                03 DENOMINACAO2   PIC X(20).
                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 NIVELESCOLAR2  PIC 9(01).
                03 FILLER         PIC X(31).
       FD MOVFREQ
               LABEL RECORD IS STANDARD.
       01 REGMOVFREQ.
                03 MF-CHAVE.
                   05 MF-CHAPA     PIC 9(05).
                   05 MF-COMPET    PIC 9(06).
                03 MF-HORAS        PIC 9(03)V9.
                03 MF-HEXTRA       PIC 9(03)V9.
                03 MF-DIAS         PIC 9(02).
                03 MF-TAREFAS      PIC 9(04).
                03 MF-FALTAS       PIC 9(02).
                03 MF-VALORCOM     PIC 9(06)V99.
                03 MF-EMPRESA      PIC 9(02).
                03 MF-HNOTURNA     PIC 9(03)V9.
                03 MF-HEXTRADOM    PIC 9(03)V9.
                03 MF-HFERIADO     PIC 9(02)V9.
       FD AULALIST
               LABEL RECORD IS STANDARD.
       01 LINHA-AULALIST   PIC X(80).
           COPY "CTCFD.CPY".
           COPY "FRDFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "ADAWS.CPY".
           COPY "CTCWS.CPY".
           COPY "FRDWS.CPY".
       77 ST-TD         PIC X(02) VALUE "00".
       77 ST-DIA        PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-MOVF       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-TD      PIC X(64) VALUE SPACES.
       77 W-ARQ-DIA     PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-ARQ-MOVF    PIC X(64) VALUE SPACES.
       77 W-DIA-OK      PIC X(01) VALUE "N".
       77 W-CARGO-OK    PIC X(01) VALUE "N".
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-COMPAULA    PIC 9(06) VALUE ZEROS.
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-MINAULA     PIC 9(02) VALUE ZEROS.
       77 W-DIASUTEIS   PIC 9(02) VALUE ZEROS.
       77 W-DIACAL      PIC 9(02) VALUE ZEROS.
       77 W-MAXLANC     PIC 9(04) VALUE 1000.
       77 W-QT-LANC     PIC 9(04) VALUE ZEROS.
       77 W-IDX         PIC 9(04) VALUE ZEROS.
       77 W-IDX2        PIC 9(04) VALUE ZEROS.
       77 W-CHAPA-CORR  PIC 9(05) VALUE ZEROS.
       77 W-HORISTA     PIC X(01) VALUE "N".
       77 W-DIFER       PIC S9(03) VALUE ZEROS.
       77 W-TOT-AULAS   PIC 9(04) VALUE ZEROS.
       77 W-HORAS       PIC 9(04)V9 VALUE ZEROS.
       01 W-ULT-DIARIO.
           03 UD-TURMA      PIC X(05) VALUE SPACES.
           03 UD-ANOLET     PIC 9(04) VALUE ZEROS.
           03 UD-DISC       PIC 9(03) VALUE ZEROS.
           03 UD-DATA       PIC 9(08) VALUE ZEROS.
       77 W-CONT-AULAS  PIC 9(05) VALUE ZEROS.
       77 W-CONT-SUBST  PIC 9(05) VALUE ZEROS.
       77 W-CONT-DIARIO PIC 9(05) VALUE ZEROS.
       77 W-CONT-GRAV   PIC 9(05) VALUE ZEROS.
       77 W-CONT-PROF   PIC 9(05) VALUE ZEROS.
      *
      * UMA LINHA POR PROFESSOR/TURMA/DISCIPLINA: AULAS PREVISTAS PELA
      * GRADE (SO PARA O TITULAR), AULAS DADAS, QUANTAS DELAS COMO
      * SUBSTITUTO E QUANTAS VIERAM SO DO DIARIO (SEM AULADADA)
      *
       01 W-TABTEMP.
           03 TT-CHAVE.
               05 TT-CHAPA      PIC 9(05).
               05 TT-TURMA      PIC X(05).
               05 TT-DISC       PIC 9(03).
           03 TT-PREV       PIC 9(03).
           03 TT-DADAS      PIC 9(03).
           03 TT-SUBST      PIC 9(03).
           03 TT-DIARIO     PIC 9(03).
       01 TAB-LANC.
           03 TAB-LANC-ITEM OCCURS 1000 TIMES.
               05 LC-CHAVE.
                   07 LC-CHAPA      PIC 9(05).
                   07 LC-TURMA      PIC X(05).
                   07 LC-DISC       PIC 9(03).
               05 LC-PREV       PIC 9(03).
               05 LC-DADAS      PIC 9(03).
               05 LC-SUBST      PIC 9(03).
               05 LC-DIARIO     PIC 9(03).
       01 W-CABPROF.
           03 FILLER        PIC X(11) VALUE "PROFESSOR: ".
           03 CP-CHAPA      PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CP-NOME       PIC X(35).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CP-TIPO       PIC X(15).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "  TURMA DISC PREVISTAS DADAS SUBST. DIFE".
           03 FILLER        PIC X(40) VALUE
              "R. OCORRENCIA".
       01 W-DETLIN.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-TURMA      PIC X(05).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-DISC       PIC 9(03).
           03 FILLER        PIC X(07) VALUE SPACES.
           03 DL-PREV       PIC ZZ9.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-DADAS      PIC ZZ9.
           03 FILLER        PIC X(04) VALUE SPACES.
           03 DL-SUBST      PIC ZZ9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-DIFER      PIC -ZZ9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-OCORR      PIC X(30).
       01 W-OCORR.
           03 OC-QTDE       PIC ZZ9.
           03 OC-TEXTO      PIC X(27).
       01 W-TOTPROF.
           03 FILLER        PIC X(15) VALUE "  TOTAL AULAS: ".
           03 TP-AULAS      PIC ZZZ9.
           03 FILLER        PIC X(09) VALUE "  HORAS: ".
           03 TP-HORAS      PIC ZZZ9,9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 TP-SITUACAO   PIC X(40).
       01 W-RODAPE.
           03 FILLER        PIC X(13) VALUE "AULAS DADAS: ".
           03 RD-AULAS      PIC ZZZZ9.
           03 FILLER        PIC X(15) VALUE "  SUBSTITUTOS: ".
           03 RD-SUBST      PIC ZZZZ9.
           03 FILLER        PIC X(17) VALUE "  SO NO DIARIO: ".
           03 RD-DIARIO     PIC ZZZZ9.
           03 FILLER        PIC X(11) VALUE "  MOVFREQ: ".
           03 RD-GRAV       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "TURMADISC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TD
           MOVE "DIARIO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DIA
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           MOVE "MOVFREQ.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MOVF
           DISPLAY "AULAS DADAS PARA A FOLHA - AMBIENTE: "
                   AMB-AMBIENTE
           PERFORM ABR-FERIADO.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              GO TO ABR-002.
           DIVIDE W-COMPET BY 100 GIVING W-ANOLET.
       ABR-002A.
           DISPLAY "DURACAO DA HORA-AULA EM MINUTOS (0=50): "
           ACCEPT W-MINAULA
           IF W-MINAULA = ZEROS
              MOVE 50 TO W-MINAULA.
           IF W-MINAULA > 60
              GO TO ABR-002A.
           PERFORM CONTA-DIASUTEIS THRU CONTA-DIASUTEIS-FIM
           DISPLAY "DIAS LETIVOS PELO CALENDARIO: " W-DIASUTEIS.
       ABR-002B.
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLCOMP: "
                      ST-CTRLCOMP
              GO TO ROT-FIM.
           MOVE W-COMPET TO CC-COMPET
           PERFORM LE-CTRLCOMP
           IF COMP-PAGA OR COMP-FECHADA
              DISPLAY "COMPETENCIA JA PAGA/FECHADA - APURACAO "
                      "BLOQUEADA"
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           CLOSE CTRLCOMP.
       ABR-003.
           OPEN INPUT TURMADISC
           IF ST-TD NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TURMADISC: " ST-TD
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              CLOSE TURMADISC
              GO TO ROT-FIM.
           PERFORM ABR-AULADADA
           IF W-ADA-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO AULADADA: "
                      ST-AULADADA
              CLOSE TURMADISC CADFUNC
              GO TO ROT-FIM.
       ABR-003A.
           OPEN I-O MOVFREQ
           IF ST-MOVF = "30" OR ST-MOVF = "35"
              OPEN OUTPUT MOVFREQ
              CLOSE MOVFREQ
              GO TO ABR-003A.
           IF ST-MOVF NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVFREQ: " ST-MOVF
              CLOSE TURMADISC CADFUNC AULADADA
              GO TO ROT-FIM.
           OPEN OUTPUT AULALIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO AULALIST: " ST-LIST
              CLOSE TURMADISC CADFUNC AULADADA MOVFREQ
              GO TO ROT-FIM.
           OPEN INPUT DIARIO
           IF ST-DIA = "00"
              MOVE "S" TO W-DIA-OK.
           OPEN INPUT CADCARGO
           IF ST-CARGO = "00"
              MOVE "S" TO W-CARGO-OK
           ELSE
              DISPLAY "AVISO: SEM CADCARGO - NENHUM PROFESSOR "
                      "TRATADO COMO HORISTA".
           MOVE "AULAFOLHA" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET " HORA-AULA " W-MINAULA " MIN"
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "AULAS DADAS X GRADE DOS PROFESSORES" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      ***************************************
      * AULAS PREVISTAS PELA GRADE          *
      ***************************************
      *
      * TD-HORAS SAO AULAS POR SEMANA; NO MES VALEM PELOS DIAS
      * LETIVOS (SEGUNDA A SEXTA SEM FERIADO) DIVIDIDOS POR 5
      *
       CARGA-GRADE.
           MOVE LOW-VALUES TO TD-CHAVE
           START TURMADISC KEY IS NOT LESS THAN TD-CHAVE
           IF ST-TD NOT = "00"
              GO TO CARGA-AULAS.
       CARGA-GRADE1.
           READ TURMADISC NEXT RECORD
               AT END GO TO CARGA-AULAS.
           IF TD-ANOLET NOT = W-ANOLET OR TD-CHAPA = ZEROS
              GO TO CARGA-GRADE1.
           MOVE TD-CHAPA TO TT-CHAPA
           MOVE TD-TURMA TO TT-TURMA
           MOVE TD-DISC  TO TT-DISC
           PERFORM ACHA-LANC THRU ACHA-LANC-FIM
           IF W-IDX = ZEROS
              GO TO CARGA-AULAS.
           COMPUTE LC-PREV (W-IDX) ROUNDED =
                   TD-HORAS * W-DIASUTEIS / 5
           GO TO CARGA-GRADE1.
      *
      ***************************************
      * AULAS DADAS NA COMPETENCIA          *
      ***************************************
      *
      * A AULA E CREDITADA A QUEM A DEU (AD-CHAPA); SE FOI O
      * SUBSTITUTO, CONTA PARA ELE E FALTA PARA O TITULAR
      *
       CARGA-AULAS.
           MOVE LOW-VALUES TO AD-CHAVE
           START AULADADA KEY IS NOT LESS THAN AD-CHAVE
           IF ST-AULADADA NOT = "00"
              GO TO CARGA-DIARIO.
       CARGA-AULAS1.
           READ AULADADA NEXT RECORD
               AT END GO TO CARGA-DIARIO.
           DIVIDE AD-DATA BY 100 GIVING W-COMPAULA
           IF AD-ANOLET NOT = W-ANOLET OR W-COMPAULA NOT = W-COMPET
              GO TO CARGA-AULAS1.
           MOVE AD-CHAPA TO TT-CHAPA
           MOVE AD-TURMA TO TT-TURMA
           MOVE AD-DISC  TO TT-DISC
           PERFORM ACHA-LANC THRU ACHA-LANC-FIM
           IF W-IDX = ZEROS
              GO TO CARGA-DIARIO.
           ADD AD-QTAULAS TO LC-DADAS (W-IDX) W-CONT-AULAS
           IF AD-CHAPA NOT = AD-TITULAR
              ADD AD-QTAULAS TO LC-SUBST (W-IDX) W-CONT-SUBST.
           GO TO CARGA-AULAS1.
      *
      * CHAMADAS LANCADAS ANTES DO REGISTRO DE AULAS DADAS: CADA
      * TURMA/DISCIPLINA/DATA DO DIARIO SEM AULADADA VALE UMA AULA
      * DO TITULAR DA GRADE
      *
       CARGA-DIARIO.
           IF W-DIA-OK NOT = "S"
              GO TO ORDENA.
           MOVE LOW-VALUES TO DR-CHAVE
           START DIARIO KEY IS NOT LESS THAN DR-CHAVE
           IF ST-DIA NOT = "00"
              GO TO ORDENA.
       CARGA-DIARIO1.
           READ DIARIO NEXT RECORD
               AT END GO TO ORDENA.
           DIVIDE DR-DATA BY 100 GIVING W-COMPAULA
           IF DR-ANOLET NOT = W-ANOLET OR W-COMPAULA NOT = W-COMPET
              GO TO CARGA-DIARIO1.
           IF DR-TURMA = UD-TURMA AND DR-ANOLET = UD-ANOLET AND
              DR-DISC = UD-DISC AND DR-DATA = UD-DATA
              GO TO CARGA-DIARIO1.
           MOVE DR-TURMA  TO UD-TURMA
           MOVE DR-ANOLET TO UD-ANOLET
           MOVE DR-DISC   TO UD-DISC
           MOVE DR-DATA   TO UD-DATA
           MOVE DR-TURMA  TO AD-TURMA
           MOVE DR-ANOLET TO AD-ANOLET
           MOVE DR-DISC   TO AD-DISC
           MOVE DR-DATA   TO AD-DATA
           READ AULADADA
           IF ST-AULADADA = "00"
              GO TO CARGA-DIARIO1.
           MOVE DR-TURMA  TO TD-TURMA
           MOVE DR-ANOLET TO TD-ANOLET
           MOVE DR-DISC   TO TD-DISC
           READ TURMADISC
           IF ST-TD NOT = "00" OR TD-CHAPA = ZEROS
              GO TO CARGA-DIARIO1.
           MOVE TD-CHAPA TO TT-CHAPA
           MOVE TD-TURMA TO TT-TURMA
           MOVE TD-DISC  TO TT-DISC
           PERFORM ACHA-LANC THRU ACHA-LANC-FIM
           IF W-IDX = ZEROS
              GO TO ORDENA.
           ADD 1 TO LC-DADAS (W-IDX) LC-DIARIO (W-IDX)
                    W-CONT-AULAS W-CONT-DIARIO
           GO TO CARGA-DIARIO1.
      *
      * PROCURA A LINHA DE TT-CHAVE NA TABELA; CRIA SE NAO EXISTIR.
      * W-IDX = ZEROS QUANDO A TABELA ESTA CHEIA
      *
       ACHA-LANC.
           MOVE 1 TO W-IDX.
       ACHA-LANC1.
           IF W-IDX > W-QT-LANC
              GO TO ACHA-LANC2.
           IF LC-CHAVE (W-IDX) = TT-CHAVE
              GO TO ACHA-LANC-FIM.
           ADD 1 TO W-IDX
           GO TO ACHA-LANC1.
       ACHA-LANC2.
           IF W-QT-LANC NOT < W-MAXLANC
              DISPLAY "*** TABELA CHEIA - LIMITE " W-MAXLANC " ***"
              MOVE ZEROS TO W-IDX
              GO TO ACHA-LANC-FIM.
           ADD 1 TO W-QT-LANC
           MOVE W-QT-LANC TO W-IDX
           MOVE ZEROS TO TT-PREV TT-DADAS TT-SUBST TT-DIARIO
           MOVE W-TABTEMP TO TAB-LANC-ITEM (W-IDX).
       ACHA-LANC-FIM.
           EXIT.
      *
      ***************************************
      * ORDENA POR PROFESSOR/TURMA/DISC     *
      ***************************************
      *
       ORDENA.
           IF W-QT-LANC = ZEROS
              MOVE "NENHUMA AULA NA GRADE OU NO DIARIO DA COMPETENCIA"
                                                        TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              GO TO ROT-RODAPE.
           MOVE 1 TO W-IDX.
       ORDENA1.
           IF W-IDX NOT < W-QT-LANC GO TO IMPRIME.
           COMPUTE W-IDX2 = W-IDX + 1.
       ORDENA2.
           IF W-IDX2 > W-QT-LANC
              ADD 1 TO W-IDX
              GO TO ORDENA1.
           IF LC-CHAVE (W-IDX2) < LC-CHAVE (W-IDX)
              PERFORM TROCA THRU TROCA-FIM.
           ADD 1 TO W-IDX2
           GO TO ORDENA2.
      *
       TROCA.
           MOVE TAB-LANC-ITEM (W-IDX)  TO W-TABTEMP
           MOVE TAB-LANC-ITEM (W-IDX2) TO TAB-LANC-ITEM (W-IDX)
           MOVE W-TABTEMP              TO TAB-LANC-ITEM (W-IDX2).
       TROCA-FIM.
           EXIT.
      *
      ***************************************
      * IMPRESSAO E MOVFREQ POR PROFESSOR   *
      ***************************************
      *
       IMPRIME.
           MOVE ZEROS TO W-CHAPA-CORR
           MOVE 1 TO W-IDX.
       IMPRIME1.
           IF W-IDX > W-QT-LANC
              PERFORM FECHA-PROF THRU FECHA-PROF-FIM
              GO TO ROT-RODAPE.
           IF LC-CHAPA (W-IDX) NOT = W-CHAPA-CORR
              PERFORM FECHA-PROF THRU FECHA-PROF-FIM
              PERFORM CAB-PROF THRU CAB-PROF-FIM.
           MOVE LC-TURMA (W-IDX) TO DL-TURMA
           MOVE LC-DISC (W-IDX)  TO DL-DISC
           MOVE LC-PREV (W-IDX)  TO DL-PREV
           MOVE LC-DADAS (W-IDX) TO DL-DADAS
           MOVE LC-SUBST (W-IDX) TO DL-SUBST
           COMPUTE W-DIFER = LC-DADAS (W-IDX) - LC-PREV (W-IDX)
           MOVE W-DIFER TO DL-DIFER
           MOVE SPACES TO DL-OCORR
           PERFORM MONTA-OCORR THRU MONTA-OCORR-FIM
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD LC-DADAS (W-IDX) TO W-TOT-AULAS
           ADD 1 TO W-IDX
           GO TO IMPRIME1.
      *
      * DIFERENCA CONTRA A GRADE: AULAS QUE FALTARAM (INCLUSIVE AS
      * DADAS POR SUBSTITUTO) OU AULAS A MAIS. AULA DE SUBSTITUTO NAO
      * TEM PREVISAO NA GRADE DELE
      *
       MONTA-OCORR.
           IF LC-PREV (W-IDX) = ZEROS AND LC-SUBST (W-IDX) > ZEROS
              MOVE LC-SUBST (W-IDX) TO OC-QTDE
              MOVE " AULAS COMO SUBSTITUTO" TO OC-TEXTO
              MOVE W-OCORR TO DL-OCORR
              GO TO MONTA-OCORR-FIM.
           IF W-DIFER < ZEROS
              COMPUTE OC-QTDE = ZEROS - W-DIFER
              MOVE " AULAS NAO DADAS" TO OC-TEXTO
              MOVE W-OCORR TO DL-OCORR
              GO TO MONTA-OCORR-FIM.
           IF W-DIFER > ZEROS
              MOVE W-DIFER TO OC-QTDE
              MOVE " AULAS A MAIS QUE A GRADE" TO OC-TEXTO
              MOVE W-OCORR TO DL-OCORR.
       MONTA-OCORR-FIM.
           EXIT.
      *
       CAB-PROF.
           MOVE LC-CHAPA (W-IDX) TO W-CHAPA-CORR CP-CHAPA CHAPA
           MOVE ZEROS TO W-TOT-AULAS
           MOVE "N" TO W-HORISTA
           MOVE "(NAO CADASTRADO)" TO CP-NOME
           MOVE SPACES TO CP-TIPO
           READ CADFUNC
           IF ST-FUNC NOT = "00"
              GO TO CAB-PROF1.
           MOVE NOME TO CP-NOME
           MOVE "MENSALISTA" TO CP-TIPO
           IF W-CARGO-OK NOT = "S"
              GO TO CAB-PROF1.
           MOVE FCARGO TO CODIGO2
           READ CADCARGO
           IF ST-CARGO = "00" AND TIPOSALARIO2 = 1
              MOVE "S" TO W-HORISTA
              MOVE "HORISTA" TO CP-TIPO.
           IF ST-CARGO = "00" AND TIPOSALARIO2 = 2
              MOVE "DIARISTA" TO CP-TIPO.
       CAB-PROF1.
           ADD 1 TO W-CONT-PROF
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CABPROF TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       CAB-PROF-FIM.
           EXIT.
      *
      * TOTAL DO PROFESSOR EM HORAS DE RELOGIO; O HORISTA TEM AS
      * HORAS GRAVADAS NO MOVFREQ DA COMPETENCIA (OS DEMAIS CAMPOS
      * DO MOVIMENTO JA EXISTENTE SAO MANTIDOS)
      *
       FECHA-PROF.
           IF W-CHAPA-CORR = ZEROS
              GO TO FECHA-PROF-FIM.
           COMPUTE W-HORAS ROUNDED = W-TOT-AULAS * W-MINAULA / 60
           MOVE W-TOT-AULAS TO TP-AULAS
           MOVE W-HORAS     TO TP-HORAS
           MOVE "SEM MOVFREQ - NAO E HORISTA" TO TP-SITUACAO
           IF W-HORISTA = "S"
              PERFORM GRAVA-MOVFREQ THRU GRAVA-MOVFREQ-FIM.
           MOVE W-TOTPROF TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       FECHA-PROF-FIM.
           EXIT.
      *
       GRAVA-MOVFREQ.
           IF W-HORAS > 999,9
              MOVE 999,9 TO W-HORAS
              MOVE "MOVFREQ LIMITADO A 999,9 HORAS" TO TP-SITUACAO.
           MOVE W-CHAPA-CORR TO MF-CHAPA
           MOVE W-COMPET     TO MF-COMPET
           READ MOVFREQ
           IF ST-MOVF = "00"
              MOVE W-HORAS TO MF-HORAS
              REWRITE REGMOVFREQ
              GO TO GRAVA-MOVFREQ1.
           MOVE ZEROS TO MF-HEXTRA MF-DIAS MF-TAREFAS MF-FALTAS
                         MF-VALORCOM MF-HNOTURNA MF-HEXTRADOM
                         MF-HFERIADO
           MOVE W-HORAS  TO MF-HORAS
           MOVE FEMPRESA TO MF-EMPRESA
           WRITE REGMOVFREQ.
       GRAVA-MOVFREQ1.
           IF ST-MOVF NOT = "00" AND ST-MOVF NOT = "02"
              MOVE "ERRO NA GRAVACAO DO MOVFREQ" TO TP-SITUACAO
              GO TO GRAVA-MOVFREQ-FIM.
           ADD 1 TO W-CONT-GRAV
           IF TP-SITUACAO NOT = "MOVFREQ LIMITADO A 999,9 HORAS"
              MOVE "HORAS GRAVADAS NO MOVFREQ" TO TP-SITUACAO.
       GRAVA-MOVFREQ-FIM.
           EXIT.
      *
      * DIAS LETIVOS DA COMPETENCIA: SEGUNDA A SEXTA QUE NAO SEJAM
      * FERIADO NO CADFERIADO
      *
       CONTA-DIASUTEIS.
           MOVE ZEROS TO W-DIASUTEIS
           COMPUTE W-FRD-DATA = W-COMPET * 100 + 1
           PERFORM ULTDIA-FRD THRU ULTDIA-FRD-FIM
           MOVE 1 TO W-DIACAL.
       CONTA-DIASUTEIS1.
           IF W-DIACAL > W-FRD-ULTDIA
              GO TO CONTA-DIASUTEIS-FIM.
           MOVE W-DIACAL TO W-FRD-DIA
           PERFORM VERIFICA-DIA THRU VERIFICA-DIA-FIM
           IF W-FRD-DIASEM > 1 AND W-FRD-FERIADO = "N"
              ADD 1 TO W-DIASUTEIS.
           ADD 1 TO W-DIACAL
           GO TO CONTA-DIASUTEIS1.
       CONTA-DIASUTEIS-FIM.
           EXIT.
      *
      ***************************************
      * MOVIMENTO ALTERADO: NOVA CRITICA    *
      * OBRIGATORIA ANTES DO FOLHACALC      *
      ***************************************
      *
       MARCA-NAOLIB.
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLCOMP: "
                      ST-CTRLCOMP
              GO TO MARCA-NAOLIB-FIM.
           MOVE W-COMPET TO CC-COMPET
           PERFORM LE-CTRLCOMP
           MOVE "N" TO CC-LIBERADA
           PERFORM GRAVA-CTRLCOMP
           CLOSE CTRLCOMP.
       MARCA-NAOLIB-FIM.
           EXIT.
      *
       ROT-RODAPE.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-AULAS  TO RD-AULAS
           MOVE W-CONT-SUBST  TO RD-SUBST
           MOVE W-CONT-DIARIO TO RD-DIARIO
           MOVE W-CONT-GRAV   TO RD-GRAV
           MOVE W-RODAPE      TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE TURMADISC CADFUNC AULADADA MOVFREQ AULALIST
           IF W-DIA-OK = "S"
              CLOSE DIARIO.
           IF W-CARGO-OK = "S"
              CLOSE CADCARGO.
           PERFORM FECHA-FERIADO
           IF W-CONT-GRAV NOT = ZEROS
              PERFORM MARCA-NAOLIB THRU MARCA-NAOLIB-FIM.
           DISPLAY "PROFESSORES APURADOS : " W-CONT-PROF
           DISPLAY "MOVIMENTOS GRAVADOS  : " W-CONT-GRAV.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "ADAPAR.CPY".
           COPY "CTCPAR.CPY".
           COPY "FRDPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-AULALIST==.
           COPY "SPLPAR.CPY".
