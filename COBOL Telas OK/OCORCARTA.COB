       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCORCARTA.
       AUTHOR. MATEUS.
      ***************************************************
      * CARTA AO RESPONSAVEL - OCORRENCIA DISCIPLINAR   *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "OCRSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT RESPFIN ASSIGN TO DYNAMIC W-ARQ-RESP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-RM
                    FILE STATUS  IS ST-RESP.
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
       SELECT OCORLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
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
       FD RESPFIN
               LABEL RECORD IS STANDARD.
       01 REGRESPFIN.
                03 RF-RM           PIC 9(05).
                03 RF-NOME         PIC X(30).
                03 RF-CPF          PIC 9(11).
                03 RF-ENDERECO     PIC X(30).
                03 RF-APELIDO      PIC X(12).
                03 FILLER          PIC X(02).
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
       FD OCORLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-OCORLIST   PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "OCRWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-RESP       PIC X(02) VALUE "00".
       77 ST-DISC       PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-NOTA    PIC X(64) VALUE SPACES.
       77 W-ARQ-RESP    PIC X(64) VALUE SPACES.
       77 W-ARQ-DISC    PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-RESP-OK     PIC X(01) VALUE "N".
       77 W-DISC-OK     PIC X(01) VALUE "N".
       77 W-FUNC-OK     PIC X(01) VALUE "N".
       77 W-MODO        PIC 9(01) VALUE ZEROS.
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-RM          PIC 9(05) VALUE ZEROS.
       77 W-SEQ         PIC 9(03) VALUE ZEROS.
       77 W-RMANT       PIC 9(05) VALUE ZEROS.
       77 W-PONTOS      PIC 9(03) VALUE ZEROS.
       77 W-SEGVIA      PIC X(01) VALUE "N".
       77 W-CONT-EMIT   PIC 9(05) VALUE ZEROS.
       77 W-CONT-LIMITE PIC 9(05) VALUE ZEROS.
       77 W-CONT-VIA    PIC 9(05) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DTAUX       PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
           03 DX-ANO        PIC 9(04).
           03 DX-MES        PIC 9(02).
           03 DX-DIA        PIC 9(02).
       01 W-DTBR.
           03 DB-DIA        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DB-MES        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DB-ANO        PIC 9(04).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "COMUNICACAO DE OCORRENCIA DISCIPLINAR AO".
           03 FILLER        PIC X(40) VALUE
              " RESPONSAVEL PELO ALUNO".
       01 W-LINVIA          PIC X(80) VALUE
              "*** SEGUNDA VIA ***".
       01 W-LINDEST.
           03 FILLER        PIC X(14) VALUE "AO(A) SR(A). ".
           03 LD-NOME       PIC X(30).
       01 W-LINENDER.
           03 FILLER        PIC X(14) VALUE SPACES.
           03 LE-ENDERECO   PIC X(30).
       01 W-LINALUNO.
           03 FILLER        PIC X(30) VALUE
              "COMUNICAMOS QUE O(A) ALUNO(A) ".
           03 LA-NOME       PIC X(35).
           03 FILLER        PIC X(05) VALUE ", RM ".
           03 LA-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE ",".
       01 W-LINTURMA.
           03 FILLER        PIC X(09) VALUE "DA TURMA ".
           03 LT-TURMA      PIC X(05).
           03 FILLER        PIC X(20) VALUE ", TEVE REGISTRADA EM".
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LT-DATA       PIC X(10).
           03 FILLER        PIC X(35) VALUE
              " A OCORRENCIA ABAIXO:".
       01 W-LINCAMPO.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 LC-ROTULO     PIC X(16).
           03 LC-TEXTO      PIC X(50).
       01 W-LINSUSP.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 FILLER        PIC X(16) VALUE "SUSPENSAO     : ".
           03 LS-DIAS       PIC Z9.
           03 FILLER        PIC X(20) VALUE " DIA(S) A PARTIR DE ".
           03 LS-INICIO     PIC X(10).
       01 W-LINPONTOS.
           03 FILLER        PIC X(39) VALUE
              "PONTOS DE GRAVIDADE ACUMULADOS NO ANO: ".
           03 LP-PONTOS     PIC ZZ9.
           03 FILLER        PIC X(24) VALUE
              "  (LIMITE DO REGIMENTO: ".
           03 LP-LIMITE     PIC ZZ9.
           03 FILLER        PIC X(01) VALUE ")".
       01 W-LINLIM1         PIC X(80) VALUE
           "*** O(A) ALUNO(A) ATINGIU O LIMITE DE PONTOS PREVISTO NO REG
      -    "IMENTO ESCOLAR. ***".
       01 W-LINLIM2         PIC X(80) VALUE
           "*** O CASO SERA LEVADO AO CONSELHO DE CLASSE E O RESPONSAVEL
      -    " ***".
       01 W-LINLIM3         PIC X(80) VALUE
           "*** ESTA CONVOCADO A COMPARECER A ESCOLA.
      -    " ***".
       01 W-LINPEDE         PIC X(80) VALUE
           "SOLICITAMOS AO RESPONSAVEL QUE ASSINE E DEVOLVA ESTA COMUNIC
      -    "ACAO A ESCOLA.".
       01 W-LINASSIN.
           03 FILLER        PIC X(40) VALUE
              "   ______________________      ________".
           03 FILLER        PIC X(40) VALUE
              "______________".
       01 W-LINCARGOS.
           03 FILLER        PIC X(40) VALUE
              "      DIRECAO DA ESCOLA            RESP".
           03 FILLER        PIC X(40) VALUE
              "ONSAVEL (CIENTE)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "RESPFIN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RESP
           MOVE "CADDISC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DISC
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "CARTAS DE OCORRENCIA DISCIPLINAR - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "1=CARTAS PENDENTES DO ANO  2=SEGUNDA VIA: "
           ACCEPT W-MODO
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              GO TO ABR-002.
       ABR-002A.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
              GO TO ABR-002A.
           IF W-MODO = 1
              GO TO ABR-003.
       ABR-002B.
           DISPLAY "RM DO ALUNO: "
           ACCEPT W-RM
           IF W-RM = ZEROS
              GO TO ABR-002B.
       ABR-002C.
           DISPLAY "SEQUENCIA DA OCORRENCIA: "
           ACCEPT W-SEQ
           IF W-SEQ = ZEROS
              GO TO ABR-002C.
       ABR-003.
           PERFORM ABR-OCORRENC
           IF W-OCR-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO OCORRENC: "
                      ST-OCORRENC
              GO TO ROT-FIM.
           OPEN INPUT CADNOTA
           IF ST-NOTA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: " ST-NOTA
              CLOSE OCORRENC
              GO TO ROT-FIM.
           OPEN OUTPUT OCORLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO OCORLIST: " ST-LIST
              CLOSE OCORRENC CADNOTA
              GO TO ROT-FIM.
           OPEN INPUT RESPFIN
           IF ST-RESP = "00"
              MOVE "S" TO W-RESP-OK.
           OPEN INPUT CADDISC
           IF ST-DISC = "00"
              MOVE "S" TO W-DISC-OK.
           OPEN INPUT CADFUNC
           IF ST-FUNC = "00"
              MOVE "S" TO W-FUNC-OK.
           MOVE "OCORCARTA" TO REL-PROGRAMA
           IF W-MODO = 1
              STRING "ANO " W-ANOLET " PENDENTES"
                     DELIMITED BY SIZE INTO REL-PARAMETROS
           ELSE
              STRING "2A VIA ANO " W-ANOLET " RM " W-RM "/" W-SEQ
                     DELIMITED BY SIZE INTO REL-PARAMETROS.
           MOVE "COMUNICADO DE OCORRENCIA" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS
           IF W-MODO = 2
              GO TO SEGUNDA-VIA.
      *
      ***************************************
      * CARTAS PENDENTES DO ANO LETIVO      *
      ***************************************
      *
      * AS OCORRENCIAS DE UM RM SAO CONTIGUAS NA CHAVE, ENTAO OS PONTOS
      * ACUMULADOS SAO SOMADOS NA LEITURA ATE A OCORRENCIA DA CARTA
      *
       PENDENTES.
           MOVE W-ANOLET TO OC-ANOLET
           MOVE ZEROS    TO OC-RM OC-SEQ
           START OCORRENC KEY IS NOT LESS THAN OC-CHAVE
           IF ST-OCORRENC NOT = "00"
              GO TO ROT-FECHA.
       PENDENTES1.
           READ OCORRENC NEXT RECORD
               AT END GO TO ROT-FECHA.
           IF OC-ANOLET NOT = W-ANOLET
              GO TO ROT-FECHA.
           IF OC-RM NOT = W-RMANT
              MOVE OC-RM TO W-RMANT
              MOVE ZEROS TO W-PONTOS.
           ADD OC-GRAVIDADE TO W-PONTOS
           IF OC-DTCARTA NOT = ZEROS
              GO TO PENDENTES1.
           PERFORM IMPRIME-CARTA THRU IMPRIME-CARTA-FIM
           MOVE W-HOJE TO OC-DTCARTA
           REWRITE REGOCORRENC
           IF ST-OCORRENC NOT = "00" AND ST-OCORRENC NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA OCORRENCIA RM " OC-RM
                      " SEQ " OC-SEQ " STATUS: " ST-OCORRENC
              GO TO ROT-FECHA.
           ADD 1 TO W-CONT-EMIT
           GO TO PENDENTES1.
      *
      ***************************************
      * SEGUNDA VIA DE UMA OCORRENCIA       *
      ***************************************
      *
       SEGUNDA-VIA.
           MOVE "S" TO W-SEGVIA
           MOVE W-ANOLET TO OC-ANOLET
           MOVE W-RM     TO OC-RM
           MOVE ZEROS    TO OC-SEQ
           START OCORRENC KEY IS NOT LESS THAN OC-CHAVE
           IF ST-OCORRENC NOT = "00"
              GO TO SEGUNDA-VIA9.
       SEGUNDA-VIA1.
           READ OCORRENC NEXT RECORD
               AT END GO TO SEGUNDA-VIA9.
           IF OC-ANOLET NOT = W-ANOLET OR OC-RM NOT = W-RM
                                       OR OC-SEQ > W-SEQ
              GO TO SEGUNDA-VIA9.
           ADD OC-GRAVIDADE TO W-PONTOS
           IF OC-SEQ NOT = W-SEQ
              GO TO SEGUNDA-VIA1.
           IF OC-DTCARTA = ZEROS
              DISPLAY "CARTA AINDA NAO EMITIDA - USE O MODO 1"
              GO TO ROT-FECHA.
           PERFORM IMPRIME-CARTA THRU IMPRIME-CARTA-FIM
           ADD 1 TO W-CONT-VIA
           GO TO ROT-FECHA.
       SEGUNDA-VIA9.
           DISPLAY "OCORRENCIA NAO ENCONTRADA: ANO " W-ANOLET
                   " RM " W-RM " SEQ " W-SEQ
           GO TO ROT-FECHA.
      *
      ***************************************
      * IMPRESSAO DA CARTA AO RESPONSAVEL   *
      ***************************************
      *
       IMPRIME-CARTA.
           MOVE 99 TO REL-LINCONT
           IF W-SEGVIA = "S"
              MOVE W-LINVIA TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              MOVE SPACES TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
      * SEM RESPONSAVEL FINANCEIRO CADASTRADO A CARTA VAI GENERICA
      *
           MOVE "RESPONSAVEL" TO LD-NOME
           MOVE SPACES TO LE-ENDERECO
           IF W-RESP-OK = "S"
              MOVE OC-RM TO RF-RM
              READ RESPFIN
              IF ST-RESP = "00"
                 MOVE RF-NOME     TO LD-NOME
                 MOVE RF-ENDERECO TO LE-ENDERECO.
           MOVE W-LINDEST TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LINENDER TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO LA-NOME
           MOVE OC-RM     TO RM
           MOVE OC-ANOLET TO ANO-LETIVO
           MOVE ZEROS     TO CODDISC
           START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
           IF ST-NOTA = "00"
              READ CADNOTA NEXT RECORD
              IF ST-NOTA = "00" AND RM = OC-RM
                 MOVE NOME TO LA-NOME.
           MOVE OC-RM TO LA-RM
           MOVE W-LINALUNO TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE OC-TURMA TO LT-TURMA
           MOVE OC-DTOCOR TO W-DTAUX
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DTBR TO LT-DATA
           MOVE W-LINTURMA TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "TIPO          : " TO LC-ROTULO
           MOVE SPACES TO LC-TEXTO
           IF OC-TIPO > ZEROS AND OC-TIPO < 11
              MOVE W-OCR-TIPODESC (OC-TIPO) TO LC-TEXTO.
           PERFORM IMPRIME-CAMPO THRU IMPRIME-CAMPO-FIM
           MOVE "GRAVIDADE     : " TO LC-ROTULO
           MOVE SPACES TO LC-TEXTO
           IF OC-GRAVIDADE > ZEROS AND OC-GRAVIDADE < 5
              MOVE W-OCR-GRAVDESC (OC-GRAVIDADE) TO LC-TEXTO.
           PERFORM IMPRIME-CAMPO THRU IMPRIME-CAMPO-FIM
           MOVE "DISCIPLINA    : " TO LC-ROTULO
           MOVE "FORA DE SALA DE AULA" TO LC-TEXTO
           IF OC-DISC NOT = ZEROS
              MOVE OC-DISC TO LC-TEXTO
              IF W-DISC-OK = "S"
                 MOVE OC-DISC TO DI-CODIGO
                 READ CADDISC
                 IF ST-DISC = "00"
                    MOVE DI-NOME TO LC-TEXTO.
           PERFORM IMPRIME-CAMPO THRU IMPRIME-CAMPO-FIM
           MOVE "REGISTRADA POR: " TO LC-ROTULO
           MOVE OC-CHAPA TO LC-TEXTO
           IF W-FUNC-OK = "S"
              MOVE OC-CHAPA TO CHAPA
              READ CADFUNC
              IF ST-FUNC = "00"
                 MOVE NOMEFU TO LC-TEXTO.
           PERFORM IMPRIME-CAMPO THRU IMPRIME-CAMPO-FIM
           MOVE "DESCRICAO     : " TO LC-ROTULO
           MOVE OC-DESCR1 TO LC-TEXTO
           PERFORM IMPRIME-CAMPO THRU IMPRIME-CAMPO-FIM
           MOVE SPACES TO LC-ROTULO
           IF OC-DESCR2 NOT = SPACES
              MOVE OC-DESCR2 TO LC-TEXTO
              PERFORM IMPRIME-CAMPO THRU IMPRIME-CAMPO-FIM.
           IF OC-DESCR3 NOT = SPACES
              MOVE OC-DESCR3 TO LC-TEXTO
              PERFORM IMPRIME-CAMPO THRU IMPRIME-CAMPO-FIM.
           MOVE "MEDIDA        : " TO LC-ROTULO
           MOVE SPACES TO LC-TEXTO
           IF MED-ORIENTACAO
              MOVE "ORIENTACAO AO ALUNO" TO LC-TEXTO.
           IF MED-VERBAL
              MOVE "ADVERTENCIA VERBAL" TO LC-TEXTO.
           IF MED-ESCRITA
              MOVE "ADVERTENCIA ESCRITA" TO LC-TEXTO.
           IF MED-SUSPENSAO
              MOVE "SUSPENSAO DAS ATIVIDADES ESCOLARES" TO LC-TEXTO.
           PERFORM IMPRIME-CAMPO THRU IMPRIME-CAMPO-FIM
           IF MED-SUSPENSAO
              MOVE OC-DIASSUSP TO LS-DIAS
              MOVE OC-DTINISUSP TO W-DTAUX
              PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
              MOVE W-DTBR TO LS-INICIO
              MOVE W-LINSUSP TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-PONTOS TO LP-PONTOS
           MOVE W-OCR-LIMITE TO LP-LIMITE
           MOVE W-LINPONTOS TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           IF W-PONTOS NOT < W-OCR-LIMITE
              ADD 1 TO W-CONT-LIMITE
              MOVE W-LINLIM1 TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              MOVE W-LINLIM2 TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              MOVE W-LINLIM3 TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LINPEDE TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LINASSIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LINCARGOS TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-CARTA-FIM.
           EXIT.
      *
       IMPRIME-CAMPO.
           MOVE W-LINCAMPO TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-CAMPO-FIM.
           EXIT.
      *
       FORMATA-DATA.
           MOVE DX-DIA TO DB-DIA
           MOVE DX-MES TO DB-MES
           MOVE DX-ANO TO DB-ANO.
       FORMATA-DATA-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE OCORRENC CADNOTA OCORLIST
           IF W-RESP-OK = "S"
              CLOSE RESPFIN.
           IF W-DISC-OK = "S"
              CLOSE CADDISC.
           IF W-FUNC-OK = "S"
              CLOSE CADFUNC.
           DISPLAY "CARTAS EMITIDAS      : " W-CONT-EMIT
           DISPLAY "SEGUNDAS VIAS        : " W-CONT-VIA
           DISPLAY "CARTAS COM AVISO     : " W-CONT-LIMITE.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "OCRPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-OCORLIST==.
           COPY "SPLPAR.CPY".
