       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQREL.
       AUTHOR. MATEUS.
      ***************************************************
      * REQUISICOES DE VAGA EM ABERTO E PRAZO MEDIO DE  *
      * PREENCHIMENTO POR DEPARTAMENTO                  *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "RQVSEL.CPY".
           COPY "CANSEL.CPY".
       SELECT CADEPTO ASSIGN TO DYNAMIC W-ARQ-DEPTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEPTO.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
       SELECT REQLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "RQVFD.CPY".
           COPY "CANFD.CPY".
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
                03 CODIGO         PIC 9(03).
                03 DENOMINACAO    PIC X(15).
                03 CENTRODECUSTO  PIC 9(02).
                03 DEPTOPAI       PIC 9(03).
                03 FILLER         PIC X(41).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 CODIGO2        PIC 9(03).
                03 DENOMINACAO2   PIC X(20).
                03 FILLER         PIC X(41).
       FD REQLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-REQLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "RQVWS.CPY".
           COPY "CANWS.CPY".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-DEPTO   PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-CAND-OK     PIC X(01) VALUE "N".
       77 W-CARGO-OK    PIC X(01) VALUE "N".
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-PERINI      PIC 9(08) VALUE ZEROS.
       77 W-PERFIM      PIC 9(08) VALUE ZEROS.
       77 W-SER-FIM     PIC 9(07) VALUE ZEROS.
       77 W-SER-INI     PIC 9(07) VALUE ZEROS.
       77 W-SER         PIC 9(07) VALUE ZEROS.
       77 W-SER-AUX     PIC 9(07) VALUE ZEROS.
       77 W-SER-ANO     PIC 9(04) VALUE ZEROS.
       77 W-SER-MES     PIC 9(02) VALUE ZEROS.
       77 W-DIAS        PIC 9(05) VALUE ZEROS.
       77 W-MAXREQ      PIC 9(04) VALUE 2000.
       77 W-QT-REQ      PIC 9(04) VALUE ZEROS.
       77 W-IDX         PIC 9(04) VALUE ZEROS.
       77 W-IDXTAB      PIC 9(04) VALUE ZEROS.
       77 W-CONT-ABERTAS PIC 9(05) VALUE ZEROS.
       77 W-CONT-VAGAS  PIC 9(05) VALUE ZEROS.
       77 W-CONT-CONTR  PIC 9(05) VALUE ZEROS.
       77 W-CONT-DIAS   PIC 9(09) VALUE ZEROS.
       77 W-CONT-DEPTO  PIC 9(03) VALUE ZEROS.
       77 W-MEDIA       PIC 9(05) VALUE ZEROS.
      *
      * DATA DE TRABALHO (AAAAMMDD) PARA O CALCULO DE DIAS
      *
       01 W-DATAX       PIC 9(08) VALUE ZEROS.
       01 W-DATAX-R REDEFINES W-DATAX.
           03 W-DX-ANO      PIC 9(04).
           03 W-DX-MES      PIC 9(02).
           03 W-DX-DIA      PIC 9(02).
      *
      * REQUISICOES ABERTAS NO FIM DA COMPETENCIA
      *
       01 TAB-REQUISICAO.
           03 TAB-RQ-ITEM OCCURS 2000 TIMES.
               05 TR-DEPTO     PIC 9(03).
               05 TR-NUMERO    PIC 9(05).
               05 TR-CARGO     PIC 9(03).
               05 TR-QTD       PIC 9(02).
               05 TR-PREENCH   PIC 9(02).
               05 TR-SITUACAO  PIC X(01).
               05 TR-DTABERT   PIC 9(08).
               05 TR-DIAS      PIC 9(05).
      *
      * TOTAIS POR DEPARTAMENTO (CODIGO + 1)
      *
       01 TAB-DEPTO-REQ.
           03 TAB-DEPTO-ITEM OCCURS 1000 TIMES.
               05 TD-ABERTAS   PIC 9(04).
               05 TD-VAGAS     PIC 9(04).
               05 TD-CONTR     PIC 9(04).
               05 TD-DIAS      PIC 9(07).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "  REQ. CARGO DENOMINACAO          QTD PR".
           03 FILLER        PIC X(40) VALUE
              "E SIT ABERTURA     DIAS".
       01 W-DEPLIN.
           03 FILLER        PIC X(06) VALUE "DEPTO ".
           03 DP-CODIGO     PIC 9(03).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DP-DENOM      PIC X(15).
           03 FILLER        PIC X(09) VALUE " ABERTAS:".
           03 DP-ABERTAS    PIC ZZ9.
           03 FILLER        PIC X(07) VALUE " VAGAS:".
           03 DP-VAGAS      PIC ZZZ9.
           03 FILLER        PIC X(10) VALUE " CONTRAT.:".
           03 DP-CONTR      PIC ZZ9.
           03 FILLER        PIC X(12) VALUE " MEDIA DIAS:".
           03 DP-MEDIA      PIC ZZZ9.
       01 W-DETLIN.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NUMERO     PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-CARGO      PIC 9(03).
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-CARGODEN   PIC X(20).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-QTD        PIC Z9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-PREENCH    PIC Z9.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DL-SIT        PIC X(01).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-DIA        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DL-MES        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DL-ANO        PIC 9(04).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DIAS       PIC ZZZZ9.
       01 W-RODAPE.
           03 FILLER        PIC X(19) VALUE "REQUISICOES ABERTAS".
           03 FILLER        PIC X(02) VALUE ": ".
           03 RD-ABERTAS    PIC ZZZZ9.
           03 FILLER        PIC X(09) VALUE "  VAGAS: ".
           03 RD-VAGAS      PIC ZZZZ9.
           03 FILLER        PIC X(16) VALUE "  CONTRATACOES: ".
           03 RD-CONTR      PIC ZZZZ9.
           03 FILLER        PIC X(09) VALUE "  MEDIA: ".
           03 RD-MEDIA      PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADEPTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEPTO
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           MOVE "REQVAGA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-REQ
           MOVE "CADCAND.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CAND
           DISPLAY "REQUISICOES DE VAGA - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET < 190001 OR W-COMPET > 299912
              DISPLAY "COMPETENCIA INVALIDA: " W-COMPET
              GO TO ABR-002.
           COMPUTE W-PERINI = W-COMPET * 100 + 01
           COMPUTE W-PERFIM = W-COMPET * 100 + 31
      *
      * ULTIMO DIA DA COMPETENCIA = DIA 1 DO MES SEGUINTE MENOS UM
      *
           MOVE W-PERINI TO W-DATAX
           ADD 1 TO W-DX-MES
           IF W-DX-MES > 12
              MOVE 1 TO W-DX-MES
              ADD 1 TO W-DX-ANO.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           SUBTRACT 1 FROM W-SER GIVING W-SER-FIM.
       ABR-003.
           OPEN INPUT REQVAGA
           IF ST-REQ NOT = "00"
              DISPLAY "SEM REQUISICOES DE VAGA CADASTRADAS: " ST-REQ
              GO TO ROT-FIM.
           OPEN INPUT CADEPTO
           IF ST-DEPTO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO: " ST-DEPTO
              CLOSE REQVAGA
              GO TO ROT-FIM.
           OPEN INPUT CADCARGO
           IF ST-CARGO = "00"
              MOVE "S" TO W-CARGO-OK
           ELSE
              DISPLAY "AVISO: SEM CADASTRO DE CARGOS - DENOMINACAO "
                      "EM BRANCO".
           OPEN INPUT CADCAND
           IF ST-CAND = "00"
              MOVE "S" TO W-CAND-OK
           ELSE
              DISPLAY "AVISO: SEM CADASTRO DE CANDIDATOS - NENHUMA "
                      "CONTRATACAO NO PERIODO".
           OPEN OUTPUT REQLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REQLIST: " ST-LIST
              CLOSE REQVAGA CADEPTO
              GO TO ROT-FIM.
           MOVE "REQREL" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "REQUISICOES DE VAGA EM ABERTO" TO REL-TITULO
           MOVE W-CABCOLS                       TO REL-COLUNAS
           PERFORM ZERA-TAB THRU ZERA-TAB-FIM
                   VARYING W-IDXTAB FROM 1 BY 1 UNTIL W-IDXTAB > 1000.
      *
      **************************************
      * REQUISICOES ABERTAS NO FIM DO MES: *
      * ABERTURA ATE O FIM DA COMPETENCIA  *
      * E ENCERRAMENTO DEPOIS DELE (OU     *
      * AINDA NAO ENCERRADA)               *
      **************************************
      *
       CARGA-REQ.
           READ REQVAGA NEXT RECORD
               AT END GO TO CARGA-CAND.
           IF RQ-DTABERT > W-PERFIM
              GO TO CARGA-REQ.
           IF RQ-DTFECHA NOT = ZEROS AND RQ-DTFECHA NOT > W-PERFIM
              GO TO CARGA-REQ.
           IF W-QT-REQ NOT < W-MAXREQ
              DISPLAY "*** TABELA DE REQUISICOES CHEIA - LIMITE "
                      W-MAXREQ " ***"
              GO TO CARGA-CAND.
           ADD 1 TO W-QT-REQ
           MOVE RQ-DTABERT TO W-DATAX
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE ZEROS TO W-DIAS
           IF W-SER < W-SER-FIM
              COMPUTE W-DIAS = W-SER-FIM - W-SER.
           MOVE RQ-DEPTO    TO TR-DEPTO (W-QT-REQ)
           MOVE RQ-NUMERO   TO TR-NUMERO (W-QT-REQ)
           MOVE RQ-CARGO    TO TR-CARGO (W-QT-REQ)
           MOVE RQ-QTD      TO TR-QTD (W-QT-REQ)
           MOVE RQ-PREENCH  TO TR-PREENCH (W-QT-REQ)
           MOVE RQ-SITUACAO TO TR-SITUACAO (W-QT-REQ)
           MOVE RQ-DTABERT  TO TR-DTABERT (W-QT-REQ)
           MOVE W-DIAS      TO TR-DIAS (W-QT-REQ)
           COMPUTE W-IDXTAB = RQ-DEPTO + 1
           ADD 1 TO TD-ABERTAS (W-IDXTAB) W-CONT-ABERTAS
           IF RQ-QTD > RQ-PREENCH
              COMPUTE TD-VAGAS (W-IDXTAB) = TD-VAGAS (W-IDXTAB)
                                          + RQ-QTD - RQ-PREENCH
              COMPUTE W-CONT-VAGAS = W-CONT-VAGAS
                                   + RQ-QTD - RQ-PREENCH.
           GO TO CARGA-REQ.
      *
      **************************************
      * CONTRATACOES DO MES E DIAS ENTRE A *
      * ABERTURA DA REQUISICAO E O CONTRATO*
      **************************************
      *
       CARGA-CAND.
           IF W-CAND-OK NOT = "S"
              GO TO IMPRIME-DEPTO.
       CARGA-CAND1.
           READ CADCAND NEXT RECORD
               AT END GO TO IMPRIME-DEPTO.
           IF NOT CAND-CONTRATADO
              GO TO CARGA-CAND1.
           IF CA-DTETAPA < W-PERINI OR CA-DTETAPA > W-PERFIM
              GO TO CARGA-CAND1.
           MOVE CA-REQ TO RQ-NUMERO
           READ REQVAGA
           IF ST-REQ NOT = "00"
              GO TO CARGA-CAND1.
           MOVE RQ-DTABERT TO W-DATAX
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER TO W-SER-INI
           MOVE CA-DTETAPA TO W-DATAX
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE ZEROS TO W-DIAS
           IF W-SER > W-SER-INI
              COMPUTE W-DIAS = W-SER - W-SER-INI.
           COMPUTE W-IDXTAB = RQ-DEPTO + 1
           ADD 1 TO TD-CONTR (W-IDXTAB) W-CONT-CONTR
           ADD W-DIAS TO TD-DIAS (W-IDXTAB) W-CONT-DIAS
           GO TO CARGA-CAND1.
      *
      **************************************
      * IMPRESSAO POR DEPARTAMENTO         *
      **************************************
      *
       IMPRIME-DEPTO.
           MOVE ZEROS TO W-IDXTAB.
       IMPRIME-DEPTO1.
           ADD 1 TO W-IDXTAB
           IF W-IDXTAB > 1000
              GO TO ROT-RODAPE.
           IF TD-ABERTAS (W-IDXTAB) = ZEROS
                             AND TD-CONTR (W-IDXTAB) = ZEROS
              GO TO IMPRIME-DEPTO1.
           ADD 1 TO W-CONT-DEPTO
           COMPUTE CODIGO = W-IDXTAB - 1
           MOVE CODIGO TO DP-CODIGO
           READ CADEPTO
           IF ST-DEPTO = "00"
              MOVE DENOMINACAO TO DP-DENOM
           ELSE
              MOVE "SEM CADASTRO" TO DP-DENOM.
           MOVE TD-ABERTAS (W-IDXTAB) TO DP-ABERTAS
           MOVE TD-VAGAS (W-IDXTAB)   TO DP-VAGAS
           MOVE TD-CONTR (W-IDXTAB)   TO DP-CONTR
           MOVE ZEROS TO W-MEDIA
           IF TD-CONTR (W-IDXTAB) NOT = ZEROS
              DIVIDE TD-DIAS (W-IDXTAB) BY TD-CONTR (W-IDXTAB)
                     GIVING W-MEDIA ROUNDED.
           MOVE W-MEDIA TO DP-MEDIA
           MOVE W-DEPLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE 1 TO W-IDX.
       IMPRIME-DEPTO2.
           IF W-IDX > W-QT-REQ
              GO TO IMPRIME-DEPTO3.
           IF TR-DEPTO (W-IDX) = DP-CODIGO
              PERFORM IMPRIME-REQ THRU IMPRIME-REQ-FIM.
           ADD 1 TO W-IDX
           GO TO IMPRIME-DEPTO2.
       IMPRIME-DEPTO3.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           GO TO IMPRIME-DEPTO1.
      *
       IMPRIME-REQ.
           MOVE TR-NUMERO (W-IDX)   TO DL-NUMERO
           MOVE TR-CARGO (W-IDX)    TO DL-CARGO CODIGO2
           MOVE SPACES TO DL-CARGODEN
           IF W-CARGO-OK = "S"
              READ CADCARGO
              IF ST-CARGO = "00"
                 MOVE DENOMINACAO2 TO DL-CARGODEN.
           MOVE TR-QTD (W-IDX)      TO DL-QTD
           MOVE TR-PREENCH (W-IDX)  TO DL-PREENCH
           MOVE TR-SITUACAO (W-IDX) TO DL-SIT
           MOVE TR-DTABERT (W-IDX)  TO W-DATAX
           MOVE W-DX-DIA TO DL-DIA
           MOVE W-DX-MES TO DL-MES
           MOVE W-DX-ANO TO DL-ANO
           MOVE TR-DIAS (W-IDX)     TO DL-DIAS
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-REQ-FIM.
           EXIT.
      *
       ROT-RODAPE.
           MOVE W-CONT-ABERTAS TO RD-ABERTAS
           MOVE W-CONT-VAGAS   TO RD-VAGAS
           MOVE W-CONT-CONTR   TO RD-CONTR
           MOVE ZEROS TO W-MEDIA
           IF W-CONT-CONTR NOT = ZEROS
              DIVIDE W-CONT-DIAS BY W-CONT-CONTR
                     GIVING W-MEDIA ROUNDED.
           MOVE W-MEDIA TO RD-MEDIA
           MOVE W-RODAPE TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE REQVAGA CADEPTO REQLIST
           IF W-CARGO-OK = "S"
              CLOSE CADCARGO.
           IF W-CAND-OK = "S"
              CLOSE CADCAND.
           DISPLAY "REQUISICOES EM ABERTO ....: " W-CONT-ABERTAS
           DISPLAY "  VAGAS A PREENCHER ......: " W-CONT-VAGAS
           DISPLAY "CONTRATACOES NO MES ......: " W-CONT-CONTR
           DISPLAY "  PRAZO MEDIO (DIAS) .....: " W-MEDIA
           DISPLAY "DEPARTAMENTOS ............: " W-CONT-DEPTO.
      *
       ROT-FIM.
           STOP RUN.
      *
       ZERA-TAB.
           MOVE ZEROS TO TD-ABERTAS (W-IDXTAB) TD-VAGAS (W-IDXTAB)
                         TD-CONTR (W-IDXTAB) TD-DIAS (W-IDXTAB).
       ZERA-TAB-FIM.
           EXIT.
      *
      * NUMERO DE DIAS DE W-DATAX (AAAAMMDD) CONTADOS DE UMA ORIGEM
      * FIXA, COM ANOS BISSEXTOS; A DIFERENCA ENTRE DUAS DATAS DA O
      * NUMERO DE DIAS CORRIDOS
      *
       CALC-SERIAL.
           MOVE W-DX-ANO TO W-SER-ANO
           MOVE W-DX-MES TO W-SER-MES
           IF W-SER-MES < 3
              SUBTRACT 1 FROM W-SER-ANO
              ADD 12 TO W-SER-MES.
           COMPUTE W-SER = W-SER-ANO * 365 + W-DX-DIA
           DIVIDE W-SER-ANO BY 4 GIVING W-SER-AUX
           ADD W-SER-AUX TO W-SER
           DIVIDE W-SER-ANO BY 100 GIVING W-SER-AUX
           SUBTRACT W-SER-AUX FROM W-SER
           DIVIDE W-SER-ANO BY 400 GIVING W-SER-AUX
           ADD W-SER-AUX TO W-SER
           COMPUTE W-SER-AUX = (153 * (W-SER-MES - 3) + 2) / 5
           ADD W-SER-AUX TO W-SER.
       CALC-SERIAL-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-REQLIST==.
           COPY "SPLPAR.CPY".
