                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT PONTO ASSIGN TO DYNAMIC W-ARQ-PONTO
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PONTO.
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
       SELECT BCOHORAS ASSIGN TO DYNAMIC W-ARQ-BCO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-BCO.
       SELECT PONTOLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
           COPY "CTCSEL.CPY".
           COPY "PFLSEL.CPY".
           COPY "FRDSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD PONTO
               LABEL RECORD IS STANDARD.
       01 LINHA-PONTO.
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
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
                03 MF-FALTAS       PIC 9(02).
                03 MF-VALORCOM     PIC 9(06)V99.
                03 MF-EMPRESA      PIC 9(02).
                03 MF-HNOTURNA     PIC 9(03)V9.
                03 MF-HEXTRADOM    PIC 9(03)V9.
                03 MF-HFERIADO     PIC 9(02)V9.
       FD BCOHORAS
               LABEL RECORD IS STANDARD.
       01 REGBCOHORAS.
                03 BH-CHAVE.
                   05 BH-CHAPA     PIC 9(05).
                   05 BH-COMPET    PIC 9(06).
                   05 BH-SEQ       PIC 9(03).
                03 BH-TIPO         PIC X(01).
                   88 BCO-CREDITO     VALUE "C".
                   88 BCO-DEBITO      VALUE "D".
                   88 BCO-VENCIDO     VALUE "V".
                   88 BCO-RESCISAO    VALUE "R".
                03 BH-HORAS        PIC 9(04)V9.
                03 BH-HISTOR       PIC X(30).
                03 BH-ORIGEM       PIC X(10).
                03 BH-DATA         PIC 9(08).
                03 FILLER          PIC X(12).
       FD PONTOLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-PONTOLIST  PIC X(80).
           COPY "CTCFD.CPY".
           COPY "PFLFD.CPY".
           COPY "FRDFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CTCWS.CPY".
           COPY "PFLWS.CPY".
           COPY "FRDWS.CPY".
       77 ST-PONTO      PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-MOVF       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-BCO        PIC X(02) VALUE "00".
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-ARQ-BCO     PIC X(64) VALUE SPACES.
       77 W-CARGO-OK    PIC X(01) VALUE "N".
       77 W-BCO-PART    PIC X(01) VALUE "N".
       77 W-CONT-BCO    PIC 9(05) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-LIMBCO      PIC 9(02)V9 VALUE 2,0.
       77 W-HRBCRED     PIC 9(03)V9 VALUE ZEROS.
       77 W-HRBDEB      PIC 9(03)V9 VALUE ZEROS.
       77 W-ARQ-PONTO   PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-MOVF    PIC X(64) VALUE SPACES.
       77 W-HRDIA       PIC 9(03)V9 VALUE ZEROS.
       77 W-HRNORM      PIC 9(03)V9 VALUE ZEROS.
       77 W-HREXTRA     PIC 9(03)V9 VALUE ZEROS.
       77 W-HREXTDOM    PIC 9(03)V9 VALUE ZEROS.
       77 W-JOR-CHAPA   PIC 9(05) VALUE ZEROS.
       77 W-HRFERIADO   PIC 9(03)V9 VALUE ZEROS.
       77 W-DIACAL      PIC 9(02) VALUE ZEROS.
       77 W-HORAHH      PIC 9(02) VALUE ZEROS.
       77 W-HORAMM      PIC 9(02) VALUE ZEROS.
       77 W-QT-PAR      PIC 9(02) VALUE ZEROS.
       77 W-RESTO       PIC 9(02) VALUE ZEROS.
       77 W-MINNOT      PIC 9(05) VALUE ZEROS.
       77 W-HRNOT       PIC 9(03)V9 VALUE ZEROS.
       77 W-JANINI      PIC 9(05) VALUE ZEROS.
       77 W-JANFIM      PIC 9(05) VALUE ZEROS.
       77 W-NOTINI      PIC 9(05) VALUE ZEROS.
       77 W-NOTFIM      PIC 9(05) VALUE ZEROS.
       77 W-PEND-CHAPA  PIC 9(05) VALUE ZEROS.
       77 W-PEND-DATA   PIC 9(08) VALUE ZEROS.
       77 W-PEND-MIN    PIC 9(05) VALUE ZEROS.
       77 W-PEND-MINDIA PIC 9(05) VALUE ZEROS.
       77 W-PEND-MINNOT PIC 9(05) VALUE ZEROS.
       77 W-SAV-CHAPA   PIC 9(05) VALUE ZEROS.
       77 W-SAV-DATA    PIC 9(08) VALUE ZEROS.
       01 TAB-BATIDAS.
           03 TB-BAT-ITEM OCCURS 20 TIMES.
               05 TB-BAT-MIN   PIC 9(05).
               05 TB-CH-HORAS  PIC 9(04)V9.
               05 TB-CH-EXTRA  PIC 9(04)V9.
               05 TB-CH-DIAS   PIC 9(02).
               05 TB-CH-BCRED  PIC 9(04)V9.
               05 TB-CH-BDEB   PIC 9(04)V9.
               05 TB-CH-NOTUR  PIC 9(04)V9.
               05 TB-CH-EXTDOM PIC 9(04)V9.
               05 TB-CH-FERIADO PIC 9(04)V9.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CHAPA DATA     OCORRENCIA               ".
           03 RD-CRIT       PIC ZZZZ9.
           03 FILLER        PIC X(19) VALUE "  MOVFREQ GRAVADOS:".
           03 RD-GRAV       PIC ZZZZ9.
           03 FILLER        PIC X(14) VALUE "  BANCO HORAS:".
           03 RD-BCO        PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "MOVFREQ.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MOVF
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           MOVE "BCOHORAS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-BCO
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           DISPLAY "IMPORTACAO DO PONTO - AMBIENTE: " AMB-AMBIENTE
           PERFORM ABR-FERIADO.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              GO TO ABR-002.
       ABR-002A.
           DISPLAY "DIAS UTEIS DA COMPETENCIA (0=CALENDARIO): "
           ACCEPT W-DIASUTEIS
           IF W-DIASUTEIS = ZEROS
              PERFORM CONTA-DIASUTEIS THRU CONTA-DIASUTEIS-FIM
              DISPLAY "DIAS UTEIS PELO CALENDARIO: " W-DIASUTEIS.
           IF W-DIASUTEIS = ZEROS OR W-DIASUTEIS > 27
              GO TO ABR-002A.
       ABR-002B.
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           CLOSE CTRLCOMP.
           PERFORM ABR-PARFOL.
       ABR-003.
           OPEN INPUT PONTO
           IF ST-PONTO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVFREQ: " ST-MOVF
              CLOSE PONTO CADFUNC
              GO TO ROT-FIM.
           OPEN INPUT CADCARGO
           IF ST-CARGO = "00"
              MOVE "S" TO W-CARGO-OK
           ELSE
              DISPLAY "AVISO: SEM CADCARGO - EXTRAS FORA DO BANCO "
                      "DE HORAS".
       ABR-003B.
           OPEN I-O BCOHORAS
           IF ST-BCO = "30" OR ST-BCO = "35"
              OPEN OUTPUT BCOHORAS
              CLOSE BCOHORAS
              GO TO ABR-003B.
           IF ST-BCO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO BCOHORAS: " ST-BCO
              CLOSE PONTO CADFUNC MOVFREQ
              GO TO ROT-FIM.
           OPEN OUTPUT PONTOLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PONTOLIST: "
                      ST-LIST
              CLOSE PONTO CADFUNC MOVFREQ BCOHORAS
              GO TO ROT-FIM.
           MOVE "PONTOIMP" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CRITICA DA IMPORTACAO DO PONTO" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      *
       FIM-PONTO.
           PERFORM PROCESSA-DIA THRU PROCESSA-DIA-FIM
           IF W-PEND-CHAPA NOT = ZEROS
              MOVE ZEROS TO W-QT-BAT
              PERFORM FECHA-PENDENTE THRU FECHA-PENDENTE-FIM.
           GO TO GRAVA-MOVFREQ.
      *
      **************************************
      * PAREAMENTO DAS BATIDAS DE UM DIA   *
      **************************************
      *
      * TURNO QUE ATRAVESSA A MEIA-NOITE: A SAIDA VEM NA DATA DO DIA
      * SEGUINTE. A ULTIMA ENTRADA SEM SAIDA FICA PENDENTE E E
      * FECHADA COM A PRIMEIRA SAIDA DO PROXIMO GRUPO DA MESMA CHAPA;
      * AS HORAS FICAM NO DIA DA ENTRADA
      *
       PROCESSA-DIA.
           IF W-QT-BAT = ZEROS
              GO TO PROCESSA-DIA-FIM.
           MOVE 1 TO W-IDXBAT
           IF W-PEND-CHAPA NOT = ZEROS
              PERFORM FECHA-PENDENTE THRU FECHA-PENDENTE-FIM.
           MOVE ZEROS TO W-MINDIA W-MINNOT
           IF W-IDXBAT = 1 AND TB-BAT-SENT (1) = "S"
              MOVE W-GRP-CHAPA TO CR-CHAPA
              MOVE W-GRP-DATA  TO CR-DATA
              MOVE "SAIDA SEM ENTRADA - CONFIRA NO FP201617"
                   TO CR-DESCR
              PERFORM GRAVA-CRITICA THRU GRAVA-CRITICA-FIM
              MOVE 2 TO W-IDXBAT.
           MOVE W-QT-BAT TO W-QT-PAR
           COMPUTE W-IDXCH = W-QT-BAT - W-IDXBAT + 1
           DIVIDE W-IDXCH BY 2 GIVING W-IDXCH
                  REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
              IF TB-BAT-SENT (W-QT-BAT) = "E"
                 MOVE W-GRP-CHAPA TO W-PEND-CHAPA
                 MOVE W-GRP-DATA  TO W-PEND-DATA
                 MOVE TB-BAT-MIN (W-QT-BAT) TO W-PEND-MIN
                 SUBTRACT 1 FROM W-QT-PAR
              ELSE
                 MOVE W-GRP-CHAPA TO CR-CHAPA
                 MOVE W-GRP-DATA  TO CR-DATA
                 MOVE "NUMERO IMPAR DE BATIDAS - CONFIRA NO FP201617"
                      TO CR-DESCR
                 PERFORM GRAVA-CRITICA THRU GRAVA-CRITICA-FIM.
       PROCESSA-DIA1.
           COMPUTE W-IDXCH = W-IDXBAT + 1
           IF W-IDXCH > W-QT-PAR
              GO TO PROCESSA-DIA2.
           IF TB-BAT-SENT (W-IDXBAT) NOT = "E" OR
              TB-BAT-SENT (W-IDXCH) NOT = "S"
              GO TO PROCESSA-DIA1.
           MOVE TB-BAT-MIN (W-IDXBAT) TO W-MINENT
           MOVE TB-BAT-MIN (W-IDXCH)  TO W-MINSAI
           IF W-MINSAI = W-MINENT
              MOVE W-GRP-CHAPA TO CR-CHAPA
              MOVE W-GRP-DATA  TO CR-DATA
              MOVE "ENTRADA E SAIDA NO MESMO HORARIO" TO CR-DESCR
              PERFORM GRAVA-CRITICA THRU GRAVA-CRITICA-FIM
              ADD 2 TO W-IDXBAT
              GO TO PROCESSA-DIA1.
           IF W-MINSAI < W-MINENT
              ADD 1440 TO W-MINSAI.
           COMPUTE W-MINDIA = W-MINDIA + W-MINSAI - W-MINENT
           PERFORM SOMA-NOTURNO THRU SOMA-NOTURNO-FIM
           ADD 2 TO W-IDXBAT
           GO TO PROCESSA-DIA1.
       PROCESSA-DIA2.
           IF W-PEND-CHAPA NOT = ZEROS
              MOVE W-MINDIA TO W-PEND-MINDIA
              MOVE W-MINNOT TO W-PEND-MINNOT
              GO TO PROCESSA-DIA-FIM.
           PERFORM FECHA-DIA THRU FECHA-DIA-FIM.
       PROCESSA-DIA-FIM.
           EXIT.
      *
       FECHA-PENDENTE.
           MOVE W-PEND-MINDIA TO W-MINDIA
           MOVE W-PEND-MINNOT TO W-MINNOT
           IF W-QT-BAT NOT = ZEROS AND W-GRP-CHAPA = W-PEND-CHAPA
                                   AND TB-BAT-SENT (1) = "S"
              MOVE W-PEND-MIN TO W-MINENT
              COMPUTE W-MINSAI = TB-BAT-MIN (1) + 1440
              COMPUTE W-MINDIA = W-MINDIA + W-MINSAI - W-MINENT
              PERFORM SOMA-NOTURNO THRU SOMA-NOTURNO-FIM
              MOVE 2 TO W-IDXBAT
           ELSE
              MOVE W-PEND-CHAPA TO CR-CHAPA
              MOVE W-PEND-DATA  TO CR-DATA
              MOVE "ENTRADA SEM SAIDA - CONFIRA NO FP201617"
                   TO CR-DESCR
              PERFORM GRAVA-CRITICA THRU GRAVA-CRITICA-FIM.
           MOVE W-GRP-CHAPA  TO W-SAV-CHAPA
           MOVE W-GRP-DATA   TO W-SAV-DATA
           MOVE W-PEND-CHAPA TO W-GRP-CHAPA
           MOVE W-PEND-DATA  TO W-GRP-DATA
           PERFORM FECHA-DIA THRU FECHA-DIA-FIM
           MOVE W-SAV-CHAPA  TO W-GRP-CHAPA
           MOVE W-SAV-DATA   TO W-GRP-DATA
           MOVE ZEROS TO W-PEND-CHAPA.
       FECHA-PENDENTE-FIM.
           EXIT.
      *
      **************************************
      * MINUTOS NOTURNOS DE UM PAR E/S     *
      **************************************
      *
      * HORARIO NOTURNO DAS 22:00 AS 05:00. OS MINUTOS DO PAR VAO DE 0
      * A 2879 (SAIDA DO DIA SEGUINTE SOMA 1440), POR ISSO SAO TRES
      * JANELAS: 00:00-05:00, 22:00-05:00 DO DIA SEGUINTE E 22:00 DO
      * DIA SEGUINTE EM DIANTE
      *
       SOMA-NOTURNO.
           MOVE ZEROS TO W-JANINI
           MOVE 300   TO W-JANFIM
           PERFORM SOMA-JANELA THRU SOMA-JANELA-FIM
           MOVE 1320  TO W-JANINI
           MOVE 1740  TO W-JANFIM
           PERFORM SOMA-JANELA THRU SOMA-JANELA-FIM
           MOVE 2760  TO W-JANINI
           MOVE 2880  TO W-JANFIM
           PERFORM SOMA-JANELA THRU SOMA-JANELA-FIM.
       SOMA-NOTURNO-FIM.
           EXIT.
      *
       SOMA-JANELA.
           IF W-MINENT > W-JANINI
              MOVE W-MINENT TO W-NOTINI
           ELSE
              MOVE W-JANINI TO W-NOTINI.
           IF W-MINSAI < W-JANFIM
              MOVE W-MINSAI TO W-NOTFIM
           ELSE
              MOVE W-JANFIM TO W-NOTFIM.
           IF W-NOTFIM > W-NOTINI
              COMPUTE W-MINNOT = W-MINNOT + W-NOTFIM - W-NOTINI.
       SOMA-JANELA-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS DO DIA TRABALHADO           *
      **************************************
      *
      * A HORA NOTURNA E REDUZIDA: 52 MINUTOS E 30 SEGUNDOS VALEM UMA
      * HORA, TANTO NA JORNADA DO DIA QUANTO NAS HORAS DO ADICIONAL.
      * A JORNADA NORMAL E A DO PARAMETRO DA EMPRESA DO FUNCIONARIO
      * (PARFOLHA). TODA HORA TRABALHADA EM FERIADO DO CADFERIADO
      * (MESMO CAINDO NO DOMINGO) VAI PARA AS HORAS DE FERIADO, E NO
      * DOMINGO PARA AS EXTRAS DE DOMINGO; NOS DOIS CASOS FICA FORA DO
      * BANCO E SEM CONTAR DIA TRABALHADO
      *
       FECHA-DIA.
           IF W-MINDIA = ZEROS
              GO TO FECHA-DIA-FIM.
           PERFORM JORNADA-CHAPA THRU JORNADA-CHAPA-FIM
           MOVE W-GRP-DATA TO W-FRD-DATA
           PERFORM VERIFICA-DIA THRU VERIFICA-DIA-FIM
           COMPUTE W-HRNOT = W-MINNOT / 52,5
           COMPUTE W-HRDIA = (W-MINDIA - W-MINNOT) / 60
                           + W-MINNOT / 52,5
           MOVE ZEROS TO W-HREXTDOM W-HRFERIADO
           IF W-FRD-FERIADO = "S"
              MOVE W-HRDIA TO W-HRFERIADO
              MOVE ZEROS TO W-HRNORM W-HREXTRA W-HRBCRED W-HRBDEB
              PERFORM SOMA-CHAPA THRU SOMA-CHAPA-FIM
              GO TO FECHA-DIA-FIM.
           IF W-FRD-DIASEM = 1
              MOVE W-HRDIA TO W-HREXTDOM
              MOVE ZEROS TO W-HRNORM W-HREXTRA W-HRBCRED W-HRBDEB
              PERFORM SOMA-CHAPA THRU SOMA-CHAPA-FIM
              GO TO FECHA-DIA-FIM.
           IF W-HRDIA > W-PFL-HORASDIA
              COMPUTE W-HREXTRA = W-HRDIA - W-PFL-HORASDIA
              MOVE W-PFL-HORASDIA TO W-HRNORM
           ELSE
              MOVE W-HRDIA TO W-HRNORM
              MOVE ZEROS TO W-HREXTRA.
      *
      * ACORDO DE COMPENSACAO: ATE W-LIMBCO HORAS EXCEDENTES POR DIA
      * VAO PARA O BANCO DE HORAS; O QUE PASSAR DISSO CONTINUA COMO
      * HORA EXTRA. DIA TRABALHADO COM MENOS QUE A JORNADA (ATRASO OU
      * SAIDA ANTECIPADA) GERA DEBITO NO BANCO
      *
           MOVE ZEROS TO W-HRBCRED W-HRBDEB
           IF W-HREXTRA > W-LIMBCO
              MOVE W-LIMBCO TO W-HRBCRED
              SUBTRACT W-LIMBCO FROM W-HREXTRA
           ELSE
              MOVE W-HREXTRA TO W-HRBCRED
              MOVE ZEROS TO W-HREXTRA.
           IF W-HRDIA < W-PFL-HORASDIA
              COMPUTE W-HRBDEB = W-PFL-HORASDIA - W-HRDIA.
           PERFORM SOMA-CHAPA THRU SOMA-CHAPA-FIM.
       FECHA-DIA-FIM.
           EXIT.
      *
      * PARAMETROS DA EMPRESA DA CHAPA NA COMPETENCIA; O CADFUNC SO E
      * RELIDO QUANDO MUDA A CHAPA
      *
       JORNADA-CHAPA.
           IF W-GRP-CHAPA = W-JOR-CHAPA
              GO TO JORNADA-CHAPA-FIM.
           MOVE W-GRP-CHAPA TO W-JOR-CHAPA CHAPA
           READ CADFUNC
           IF ST-FUNC = "00"
              MOVE FEMPRESA TO W-PFL-EMPRESA
           ELSE
              MOVE ZEROS TO W-PFL-EMPRESA.
           MOVE W-COMPET TO W-PFL-COMPET
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM.
       JORNADA-CHAPA-FIM.
           EXIT.
      *
      * DIAS UTEIS DA COMPETENCIA: SEGUNDA A SEXTA QUE NAO SEJAM
      * FERIADO NO CADFERIADO (FERIADO SO BANCARIO E DIA DE TRABALHO)
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
      **************************************
                 MOVE ZEROS TO TB-CH-HORAS (W-IDXCH)
                               TB-CH-EXTRA (W-IDXCH)
                               TB-CH-DIAS (W-IDXCH)
                               TB-CH-BCRED (W-IDXCH)
                               TB-CH-BDEB (W-IDXCH)
                               TB-CH-NOTUR (W-IDXCH)
                               TB-CH-EXTDOM (W-IDXCH)
                               TB-CH-FERIADO (W-IDXCH)
                 GO TO SOMA-CHAPA2
              ELSE
                 DISPLAY "TABELA DE CHAPAS CHEIA - LIMITE "
       SOMA-CHAPA2.
           ADD W-HRNORM  TO TB-CH-HORAS (W-IDXCH)
           ADD W-HREXTRA TO TB-CH-EXTRA (W-IDXCH)
           ADD W-HREXTDOM TO TB-CH-EXTDOM (W-IDXCH)
           ADD W-HRFERIADO TO TB-CH-FERIADO (W-IDXCH)
           IF W-HREXTDOM = ZEROS AND W-HRFERIADO = ZEROS
              ADD 1      TO TB-CH-DIAS (W-IDXCH).
           ADD W-HRBCRED TO TB-CH-BCRED (W-IDXCH)
           ADD W-HRBDEB  TO TB-CH-BDEB (W-IDXCH)
           ADD W-HRNOT   TO TB-CH-NOTUR (W-IDXCH).
       SOMA-CHAPA-FIM.
           EXIT.
      *
           MOVE TB-CH-HORAS (W-IDXCH) TO MF-HORAS
           MOVE TB-CH-EXTRA (W-IDXCH) TO MF-HEXTRA
           MOVE TB-CH-DIAS (W-IDXCH)  TO MF-DIAS
           MOVE TB-CH-NOTUR (W-IDXCH) TO MF-HNOTURNA
           MOVE TB-CH-EXTDOM (W-IDXCH) TO MF-HEXTRADOM
      * HORAS DE FERIADO ACIMA DA CAPACIDADE DO CAMPO VAO JUNTO COM AS
      * DE DOMINGO, QUE TEM O MESMO ADICIONAL
           IF TB-CH-FERIADO (W-IDXCH) > 99,9
              MOVE 99,9 TO MF-HFERIADO
              COMPUTE MF-HEXTRADOM = MF-HEXTRADOM
                                   + TB-CH-FERIADO (W-IDXCH) - 99,9
           ELSE
              MOVE TB-CH-FERIADO (W-IDXCH) TO MF-HFERIADO.
           MOVE ZEROS TO MF-TAREFAS MF-VALORCOM
           MOVE FEMPRESA TO MF-EMPRESA
           PERFORM VERIFICA-BANCO THRU VERIFICA-BANCO-FIM
           IF W-BCO-PART = "S"
              PERFORM GRAVA-BCOHORAS THRU GRAVA-BCOHORAS-FIM
           ELSE
              ADD TB-CH-BCRED (W-IDXCH) TO MF-HEXTRA.
           IF TB-CH-DIAS (W-IDXCH) < W-DIASUTEIS
              COMPUTE MF-FALTAS = W-DIASUTEIS - TB-CH-DIAS (W-IDXCH)
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MOVFREQ: " ST-MOVF.
           ADD 1 TO W-IDXCH
           GO TO GRAVA-MOVFREQ1.
      *
      **************************************
      * LANCAMENTOS NO BANCO DE HORAS      *
      **************************************
      *
      * SO MENSALISTAS PARTICIPAM DO BANCO: HORISTAS E DIARISTAS JA
      * RECEBEM PELAS HORAS/DIAS DO MOVIMENTO. A REIMPORTACAO DA
      * COMPETENCIA REGRAVA OS LANCAMENTOS 001 (CREDITO) E 002
      * (DEBITO); LANCAMENTOS MANUAIS DO FP201632 NAO SAO TOCADOS
      *
       VERIFICA-BANCO.
           MOVE "N" TO W-BCO-PART
           IF W-CARGO-OK NOT = "S"
              GO TO VERIFICA-BANCO-FIM.
           MOVE FCARGO TO CODIGO2
           READ CADCARGO
           IF ST-CARGO = "00" AND TIPOSALARIO2 = 3
              MOVE "S" TO W-BCO-PART.
       VERIFICA-BANCO-FIM.
           EXIT.
      *
       GRAVA-BCOHORAS.
           MOVE TB-CH-CHAPA (W-IDXCH) TO BH-CHAPA
           MOVE W-COMPET TO BH-COMPET
           MOVE 001      TO BH-SEQ
           MOVE "C"      TO BH-TIPO
           MOVE TB-CH-BCRED (W-IDXCH) TO BH-HORAS
           MOVE "HORAS EXCEDENTES DO PONTO" TO BH-HISTOR
           PERFORM GRAVA-LANCBH THRU GRAVA-LANCBH-FIM
           MOVE TB-CH-CHAPA (W-IDXCH) TO BH-CHAPA
           MOVE W-COMPET TO BH-COMPET
           MOVE 002      TO BH-SEQ
           MOVE "D"      TO BH-TIPO
           MOVE TB-CH-BDEB (W-IDXCH) TO BH-HORAS
           MOVE "HORAS DEVIDAS (ATRASOS/SAIDAS)" TO BH-HISTOR
           PERFORM GRAVA-LANCBH THRU GRAVA-LANCBH-FIM.
       GRAVA-BCOHORAS-FIM.
           EXIT.
      *
       GRAVA-LANCBH.
           IF BH-HORAS = ZEROS
              DELETE BCOHORAS RECORD
              GO TO GRAVA-LANCBH-FIM.
           MOVE "PONTOIMP" TO BH-ORIGEM
           MOVE W-DTHOJE   TO BH-DATA
           WRITE REGBCOHORAS
           IF ST-BCO = "22"
              REWRITE REGBCOHORAS.
           IF ST-BCO = "00" OR ST-BCO = "02"
              ADD 1 TO W-CONT-BCO
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO BCOHORAS: " ST-BCO.
       GRAVA-LANCBH-FIM.
           EXIT.
      *
       GRAVA-CRITICA.
           MOVE W-CRITLIN TO REL-DETALHE
           MOVE W-CONT-BAT  TO RD-BAT
           MOVE W-CONT-CRIT TO RD-CRIT
           MOVE W-CONT-GRAV TO RD-GRAV
           MOVE W-CONT-BCO  TO RD-BCO
           MOVE W-RODAPE    TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE PONTO CADFUNC MOVFREQ PONTOLIST BCOHORAS
           PERFORM FECHA-PARFOL
           PERFORM FECHA-FERIADO
           IF W-CARGO-OK = "S"
              CLOSE CADCARGO.
           IF W-CONT-GRAV NOT = ZEROS
              PERFORM MARCA-NAOLIB THRU MARCA-NAOLIB-FIM.
           DISPLAY "IMPORTACAO CONCLUIDA - MOVIMENTOS: " W-CONT-GRAV
           DISPLAY "CRITICAS PARA REVISAO NO FP201617: " W-CONT-CRIT
           DISPLAY "LANCAMENTOS NO BANCO DE HORAS    : " W-CONT-BCO.
      *
       ROT-FIM.
           STOP RUN.
      *
           COPY "AMBPAR.CPY".
           COPY "CTCPAR.CPY".
           COPY "PFLPAR.CPY".
           COPY "FRDPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-PONTOLIST==.
           COPY "SPLPAR.CPY".
