       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCONC.
       AUTHOR. MATEUS.
      ***************************************************
      * CERTIFICADO DE CONCLUSAO E REGISTRO NO LIVRO    *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "CRTSEL.CPY".
           COPY "DEPSEL.CPY".
           COPY "AVLSEL.CPY".
       SELECT CADNOTA ASSIGN TO DYNAMIC W-ARQ-NOTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT HISTNOTA ASSIGN TO DYNAMIC W-ARQ-HIST
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-HIST.
       SELECT CADDISC ASSIGN TO DYNAMIC W-ARQ-DISC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODIGO
                    FILE STATUS  IS ST-DISC.
       SELECT CERTLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "CRTFD.CPY".
           COPY "DEPFD.CPY".
           COPY "AVLFD.CPY".
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
       FD HISTNOTA
               LABEL RECORD IS STANDARD.
       01 LINHA-HISTNOTA   PIC X(188).
       FD CADDISC
               LABEL RECORD IS STANDARD.
       01 REGDISC.
                03 DI-CODIGO       PIC 9(03).
                03 DI-NOME         PIC X(20).
                03 FILLER          PIC X(09).
       FD CERTLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-CERTLIST   PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CRTWS.CPY".
           COPY "DEPWS.CPY".
           COPY "AVLWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-HIST       PIC X(02) VALUE "00".
       77 ST-DISC       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-NOTA    PIC X(64) VALUE SPACES.
       77 W-ARQ-HIST    PIC X(64) VALUE SPACES.
       77 W-ARQ-DISC    PIC X(64) VALUE SPACES.
       77 W-DISC-OK     PIC X(01) VALUE "N".
       77 W-MODO        PIC 9(01) VALUE ZEROS.
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-TURMA       PIC X(05) VALUE SPACES.
       77 W-RM          PIC 9(05) VALUE ZEROS.
       77 W-ULTREG      PIC 9(06) VALUE ZEROS.
       77 W-PENDENTE    PIC X(01) VALUE "N".
       77 W-MAXALU      PIC 9(03) VALUE 100.
       77 W-QT-ALU      PIC 9(03) VALUE ZEROS.
       77 W-IDXA        PIC 9(03) VALUE ZEROS.
       77 W-MAXREG      PIC 9(03) VALUE 200.
       77 W-QT-REG      PIC 9(03) VALUE ZEROS.
       77 W-IDX         PIC 9(03) VALUE ZEROS.
       77 W-IDX2        PIC 9(03) VALUE ZEROS.
       77 W-MEDIA       PIC 9(04)V9 VALUE ZEROS.
       77 W-CONT-EMIT   PIC 9(03) VALUE ZEROS.
       77 W-CONT-VIA    PIC 9(03) VALUE ZEROS.
       77 W-CONT-NAO    PIC 9(03) VALUE ZEROS.
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
       01 W-DTNASC-ED   PIC 99/99/9999.
       01 W-HREG.
                03 W-H-RM          PIC 9(05).
                03 W-H-ANOLET      PIC 9(04).
                03 W-H-DISC        PIC 9(03).
                03 W-H-NOME        PIC X(35).
                03 FILLER          PIC X(09).
                03 W-H-TURMA       PIC X(05).
                03 FILLER          PIC X(01).
                03 W-H-BIM OCCURS 4 TIMES.
                   05 W-H-NOTA1    PIC 9(04)V9.
                   05 W-H-NOTA2    PIC 9(04)V9.
                   05 FILLER       PIC X(04).
                   05 W-H-SIT      PIC X(11).
                03 W-H-NOTAREC     PIC 9(04)V9.
                03 W-H-RESFINAL    PIC X(11).
                03 FILLER          PIC X(10).
      *
      * ALUNOS DA TURMA DA SERIE FINAL. TA-SITU: A=APROVADO EM TODAS
      * AS DISCIPLINAS, R=ALGUM RESULTADO FINAL QUE NAO E APROVACAO
      *
       01 TAB-ALU.
           03 TAB-ALU-ITEM OCCURS 100 TIMES.
               05 TA-RM         PIC 9(05).
               05 TA-NOME       PIC X(35).
               05 TA-SEXO       PIC X(01).
               05 TA-DATANASC   PIC 9(08).
               05 TA-SITU       PIC X(01).
               05 TA-RESULT     PIC X(30).
      *
      * HISTORICO COMPLETO DO ALUNO (CADNOTA VIVO + HISTNOTA)
      *
       01 W-TABTEMP.
           03 TT-ORDEM.
               05 TT-ANO        PIC 9(04).
               05 TT-DISC       PIC 9(03).
           03 TT-TURMA      PIC X(05).
           03 TT-MEDIA      PIC 9(04)V9.
           03 TT-RESFINAL   PIC X(11).
       01 TAB-HIST.
           03 TAB-HIST-ITEM OCCURS 200 TIMES.
               05 TH-ORDEM.
                   07 TH-ANO        PIC 9(04).
                   07 TH-DISC       PIC 9(03).
               05 TH-TURMA      PIC X(05).
               05 TH-MEDIA      PIC 9(04)V9.
               05 TH-RESFINAL   PIC X(11).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "  ANO   TURMA DISC DISCIPLINA           ".
           03 FILLER        PIC X(40) VALUE
              " MEDIA  RESULTADO".
       01 W-CABRESUMO.
           03 FILLER        PIC X(40) VALUE
              "  RM     NOME                           ".
           03 FILLER        PIC X(40) VALUE
              "      SITUACAO".
       01 W-LINNOME.
           03 FILLER        PIC X(17) VALUE "CERTIFICAMOS QUE ".
           03 LN-NOME       PIC X(35).
           03 FILLER        PIC X(05) VALUE ", RM ".
           03 LN-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE ",".
       01 W-LINNASC.
           03 FILLER        PIC X(14) VALUE "NASCIDO(A) EM ".
           03 LN-DTNASC     PIC X(10).
           03 FILLER        PIC X(40) VALUE
              ", CONCLUIU O CURSO NO ANO LETIVO DE ".
           03 LN-ANOCONCL   PIC 9(04).
           03 FILLER        PIC X(01) VALUE ",".
       01 W-LINTURMA.
           03 FILLER        PIC X(09) VALUE "NA TURMA ".
           03 LN-TURMA      PIC X(05).
           03 FILLER        PIC X(50) VALUE
              ", COM O APROVEITAMENTO ABAIXO:".
       01 W-LINREG.
           03 FILLER        PIC X(13) VALUE "REGISTRO NO. ".
           03 LN-REGISTRO   PIC 9(06).
           03 FILLER        PIC X(08) VALUE "  LIVRO ".
           03 LN-LIVRO      PIC 9(03).
           03 FILLER        PIC X(08) VALUE "  FOLHA ".
           03 LN-FOLHA      PIC 9(03).
           03 FILLER        PIC X(15) VALUE "  REGISTRO EM ".
           03 LN-DTEMISSAO  PIC X(10).
       01 W-LINVIA.
           03 FILLER        PIC X(20) VALUE "*** SEGUNDA VIA - ".
           03 LN-VIA        PIC Z9.
           03 FILLER        PIC X(15) VALUE "A VIA EMITIDA ".
           03 LN-DTVIA      PIC X(10).
           03 FILLER        PIC X(04) VALUE " ***".
       01 W-LINASSIN.
           03 FILLER        PIC X(40) VALUE
              "   ______________________      ________".
           03 FILLER        PIC X(40) VALUE
              "______________".
       01 W-LINCARGOS.
           03 FILLER        PIC X(40) VALUE
              "      SECRETARIO(A)                DIRE".
           03 FILLER        PIC X(40) VALUE
              "TOR(A)".
       01 W-DETLIN.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-ANO        PIC 9(04).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-TURMA      PIC X(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DISC       PIC 9(03).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-NOMEDISC   PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-MEDIA      PIC ZZ9,9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-RESFINAL   PIC X(11).
       01 W-RESLIN.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 RS-RM         PIC 9(05).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 RS-NOME       PIC X(35).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 RS-SITUACAO   PIC X(30).
       01 W-RESULT.
           03 RT-TEXTO      PIC X(24).
           03 RT-REGISTRO   PIC 9(06).
       01 W-RODAPE.
           03 FILLER        PIC X(11) VALUE "EMITIDOS: ".
           03 RD-EMIT       PIC ZZ9.
           03 FILLER        PIC X(16) VALUE "  JA EMITIDOS: ".
           03 RD-VIA        PIC ZZ9.
           03 FILLER        PIC X(19) VALUE "  NAO HABILITADOS: ".
           03 RD-NAO        PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NOTA
           MOVE "HISTNOTA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-HIST
           MOVE "CADDISC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DISC
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "CERTIFICADO DE CONCLUSAO - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "1=CERTIFICADOS DA TURMA  2=SEGUNDA VIA POR RM: "
           ACCEPT W-MODO
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              GO TO ABR-002.
           IF W-MODO = 2
              GO TO ABR-002C.
       ABR-002A.
           DISPLAY "ANO LETIVO DA CONCLUSAO (AAAA): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
              GO TO ABR-002A.
       ABR-002B.
           DISPLAY "TURMA DA SERIE FINAL: "
           ACCEPT W-TURMA
           IF W-TURMA = SPACES
              GO TO ABR-002B.
           GO TO ABR-003.
       ABR-002C.
           DISPLAY "RM DO ALUNO: "
           ACCEPT W-RM
           IF W-RM = ZEROS
              GO TO ABR-002C.
       ABR-003.
           OPEN INPUT CADNOTA
           IF ST-NOTA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: " ST-NOTA
              GO TO ROT-FIM.
           PERFORM ABR-CERTIFIC
           IF W-CRT-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CERTIFIC: "
                      ST-CERTIFIC
              CLOSE CADNOTA
              GO TO ROT-FIM.
           PERFORM ABR-DEPENDE
           IF W-DEP-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DEPENDE: "
                      ST-DEPENDE
              CLOSE CADNOTA CERTIFIC
              GO TO ROT-FIM.
           OPEN OUTPUT CERTLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CERTLIST: " ST-LIST
              CLOSE CADNOTA CERTIFIC DEPENDE
              GO TO ROT-FIM.
           OPEN INPUT CADDISC
           IF ST-DISC = "00"
              MOVE "S" TO W-DISC-OK.
           PERFORM ABR-AVALIA
           MOVE "CERTCONC" TO REL-PROGRAMA
           IF W-MODO = 1
              STRING "ANO " W-ANOLET " TURMA " W-TURMA
                     DELIMITED BY SIZE INTO REL-PARAMETROS
           ELSE
              STRING "SEGUNDA VIA RM " W-RM
                     DELIMITED BY SIZE INTO REL-PARAMETROS.
           MOVE "CERTIFICADO DE CONCLUSAO" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS
           IF W-MODO = 2
              GO TO SEGUNDA-VIA.
      *
      ***************************************
      * ULTIMO NUMERO DO LIVRO DE REGISTRO  *
      ***************************************
      *
       ULTIMO-REG.
           MOVE ZEROS TO CT-RM
           START CERTIFIC KEY IS NOT LESS THAN CT-RM
           IF ST-CERTIFIC NOT = "00"
              GO TO SEL-TURMA.
       ULTIMO-REG1.
           READ CERTIFIC NEXT RECORD
               AT END GO TO SEL-TURMA.
           IF CT-REGISTRO > W-ULTREG
              MOVE CT-REGISTRO TO W-ULTREG.
           GO TO ULTIMO-REG1.
      *
      ***************************************
      * ALUNOS DA TURMA DA SERIE FINAL      *
      ***************************************
      *
      * CONCLUI O CURSO QUEM TEM APROVACAO (INCLUSIVE PELO CONSELHO
      * DE CLASSE) EM TODAS AS DISCIPLINAS DA SERIE FINAL
      *
       SEL-TURMA.
           MOVE ZEROS TO RM ANO-LETIVO CODDISC
           START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
           IF ST-NOTA NOT = "00"
              GO TO PROC-ALUNOS.
       SEL-TURMA1.
           READ CADNOTA NEXT RECORD
               AT END GO TO PROC-ALUNOS.
           IF ANO-LETIVO NOT = W-ANOLET OR TURMA NOT = W-TURMA
              GO TO SEL-TURMA1.
           IF W-QT-ALU > ZEROS
              IF TA-RM (W-QT-ALU) = RM
                 GO TO SEL-TURMA2.
           IF W-QT-ALU NOT < W-MAXALU
              DISPLAY "*** TABELA DE ALUNOS CHEIA - LIMITE "
                      W-MAXALU " ***"
              GO TO PROC-ALUNOS.
           ADD 1 TO W-QT-ALU
           MOVE RM       TO TA-RM (W-QT-ALU)
           MOVE NOME     TO TA-NOME (W-QT-ALU)
           MOVE SEXO     TO TA-SEXO (W-QT-ALU)
           MOVE DATANASC TO TA-DATANASC (W-QT-ALU)
           MOVE "A"      TO TA-SITU (W-QT-ALU)
           MOVE SPACES   TO TA-RESULT (W-QT-ALU).
       SEL-TURMA2.
           IF RESFINAL NOT = "APROVADO" AND
              RESFINAL NOT = "AP.CONSELHO"
              MOVE "R" TO TA-SITU (W-QT-ALU).
           GO TO SEL-TURMA1.
      *
      ***************************************
      * EMISSAO E REGISTRO POR ALUNO        *
      ***************************************
      *
       PROC-ALUNOS.
           IF W-QT-ALU = ZEROS
              DISPLAY "NENHUM ALUNO NA TURMA " W-TURMA
                      " NO ANO " W-ANOLET
              GO TO ROT-FECHA.
           MOVE 1 TO W-IDXA.
       PROC-ALUNOS1.
           IF W-IDXA > W-QT-ALU
              GO TO ROT-RESUMO.
           PERFORM TRATA-ALUNO THRU TRATA-ALUNO-FIM
           ADD 1 TO W-IDXA
           GO TO PROC-ALUNOS1.
      *
       TRATA-ALUNO.
           MOVE TA-RM (W-IDXA) TO W-RM
           IF TA-SITU (W-IDXA) = "R"
              MOVE "NAO APROVADO NA SERIE FINAL" TO TA-RESULT (W-IDXA)
              ADD 1 TO W-CONT-NAO
              GO TO TRATA-ALUNO-FIM.
           PERFORM VERIFICA-DEPEND THRU VERIFICA-DEPEND-FIM
           IF W-PENDENTE = "S"
              MOVE "DEPENDENCIA PENDENTE" TO TA-RESULT (W-IDXA)
              ADD 1 TO W-CONT-NAO
              GO TO TRATA-ALUNO-FIM.
           MOVE W-RM TO CT-RM
           READ CERTIFIC
           IF ST-CERTIFIC = "00"
              MOVE "JA EMITIDO - REGISTRO " TO RT-TEXTO
              MOVE CT-REGISTRO TO RT-REGISTRO
              MOVE W-RESULT TO TA-RESULT (W-IDXA)
              ADD 1 TO W-CONT-VIA
              GO TO TRATA-ALUNO-FIM.
           ADD 1 TO W-ULTREG
           MOVE W-RM                TO CT-RM
           MOVE TA-NOME (W-IDXA)    TO CT-NOME
           MOVE TA-SEXO (W-IDXA)    TO CT-SEXO
           MOVE TA-DATANASC (W-IDXA) TO CT-DATANASC
           MOVE W-ANOLET            TO CT-ANOCONCL
           MOVE W-TURMA             TO CT-TURMA
           MOVE W-ULTREG            TO CT-REGISTRO
           PERFORM LIVRO-CERT
           MOVE W-HOJE              TO CT-DTEMISSAO CT-DTULTVIA
           MOVE 1                   TO CT-VIAS
           WRITE REGCERTIFIC
           IF ST-CERTIFIC NOT = "00" AND ST-CERTIFIC NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CERTIFICADO DO RM " W-RM
                      " STATUS: " ST-CERTIFIC
              MOVE "ERRO NA GRAVACAO DO REGISTRO" TO TA-RESULT (W-IDXA)
              SUBTRACT 1 FROM W-ULTREG
              ADD 1 TO W-CONT-NAO
              GO TO TRATA-ALUNO-FIM.
           PERFORM IMPRIME-CERT THRU IMPRIME-CERT-FIM
           MOVE "EMITIDO - REGISTRO " TO RT-TEXTO
           MOVE CT-REGISTRO TO RT-REGISTRO
           MOVE W-RESULT TO TA-RESULT (W-IDXA)
           ADD 1 TO W-CONT-EMIT.
       TRATA-ALUNO-FIM.
           EXIT.
      *
      * DEPENDENCIA AINDA NAO CUMPRIDA IMPEDE A CONCLUSAO
      *
       VERIFICA-DEPEND.
           MOVE "N" TO W-PENDENTE
           MOVE W-RM  TO DP-RM
           MOVE ZEROS TO DP-ANOORIG DP-DISC
           START DEPENDE KEY IS NOT LESS THAN DP-CHAVE
           IF ST-DEPENDE NOT = "00"
              GO TO VERIFICA-DEPEND-FIM.
       VERIFICA-DEPEND1.
           READ DEPENDE NEXT RECORD
               AT END GO TO VERIFICA-DEPEND-FIM.
           IF DP-RM NOT = W-RM
              GO TO VERIFICA-DEPEND-FIM.
           IF DEP-PENDENTE
              MOVE "S" TO W-PENDENTE
              GO TO VERIFICA-DEPEND-FIM.
           GO TO VERIFICA-DEPEND1.
       VERIFICA-DEPEND-FIM.
           EXIT.
      *
      ***************************************
      * SEGUNDA VIA DE CERTIFICADO EMITIDO  *
      ***************************************
      *
       SEGUNDA-VIA.
           MOVE W-RM TO CT-RM
           READ CERTIFIC
           IF ST-CERTIFIC NOT = "00"
              DISPLAY "NAO HA CERTIFICADO EMITIDO PARA O RM " W-RM
              GO TO ROT-FECHA.
           ADD 1 TO CT-VIAS
           MOVE W-HOJE TO CT-DTULTVIA
           REWRITE REGCERTIFIC
           IF ST-CERTIFIC NOT = "00" AND ST-CERTIFIC NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO CERTIFICADO DO RM " W-RM
                      " STATUS: " ST-CERTIFIC
              GO TO ROT-FECHA.
           PERFORM IMPRIME-CERT THRU IMPRIME-CERT-FIM
           ADD 1 TO W-CONT-VIA
           DISPLAY "SEGUNDA VIA EMITIDA - VIA " CT-VIAS
                   " DO REGISTRO " CT-REGISTRO
           GO TO ROT-FECHA.
      *
      ***************************************
      * IMPRESSAO DO CERTIFICADO DE CT-RM   *
      ***************************************
      *
       IMPRIME-CERT.
           PERFORM COLETA-HIST THRU COLETA-HIST-FIM
           PERFORM ORDENA THRU ORDENA-FIM
           MOVE W-CABCOLS TO REL-COLUNAS
           MOVE 99 TO REL-LINCONT
           MOVE CT-NOME     TO LN-NOME
           MOVE CT-RM       TO LN-RM
           MOVE W-LINNOME   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE CT-DATANASC TO W-DTNASC-ED
           MOVE W-DTNASC-ED TO LN-DTNASC
           MOVE CT-ANOCONCL TO LN-ANOCONCL
           MOVE W-LINNASC   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE CT-TURMA    TO LN-TURMA
           MOVE W-LINTURMA  TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE 1 TO W-IDX.
       IMPRIME-CERT1.
           IF W-IDX > W-QT-REG
              GO TO IMPRIME-CERT2.
           MOVE TH-ANO (W-IDX)      TO DL-ANO
           MOVE TH-TURMA (W-IDX)    TO DL-TURMA
           MOVE TH-DISC (W-IDX)     TO DL-DISC
           MOVE TH-MEDIA (W-IDX)    TO DL-MEDIA
           MOVE TH-RESFINAL (W-IDX) TO DL-RESFINAL
           MOVE SPACES TO DL-NOMEDISC
           IF W-DISC-OK = "S"
              MOVE TH-DISC (W-IDX) TO DI-CODIGO
              READ CADDISC
              IF ST-DISC = "00"
                 MOVE DI-NOME TO DL-NOMEDISC.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-IDX
           GO TO IMPRIME-CERT1.
       IMPRIME-CERT2.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE CT-REGISTRO  TO LN-REGISTRO
           MOVE CT-LIVRO     TO LN-LIVRO
           MOVE CT-FOLHA     TO LN-FOLHA
           MOVE CT-DTEMISSAO TO W-DTAUX
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DTBR       TO LN-DTEMISSAO
           MOVE W-LINREG     TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           IF CT-VIAS > 1
              MOVE CT-VIAS     TO LN-VIA
              MOVE CT-DTULTVIA TO W-DTAUX
              PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
              MOVE W-DTBR      TO LN-DTVIA
              MOVE W-LINVIA    TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LINASSIN  TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LINCARGOS TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-CERT-FIM.
           EXIT.
      *
       FORMATA-DATA.
           MOVE DX-DIA TO DB-DIA
           MOVE DX-MES TO DB-MES
           MOVE DX-ANO TO DB-ANO.
       FORMATA-DATA-FIM.
           EXIT.
      *
      ***************************************
      * HISTORICO: CADNOTA VIVO + HISTNOTA  *
      ***************************************
      *
       COLETA-HIST.
           MOVE ZEROS TO W-QT-REG
           MOVE CT-RM  TO RM
           MOVE ZEROS  TO ANO-LETIVO CODDISC
           START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
           IF ST-NOTA NOT = "00"
              GO TO COLETA-HIST2.
       COLETA-HIST1.
           READ CADNOTA NEXT RECORD
           IF ST-NOTA NOT = "00"
              GO TO COLETA-HIST2.
           IF RM NOT = CT-RM
              GO TO COLETA-HIST2.
           PERFORM MEDIA-REGRA THRU MEDIA-REGRA-FIM
           MOVE ANO-LETIVO TO TT-ANO
           MOVE CODDISC    TO TT-DISC
           MOVE TURMA      TO TT-TURMA
           MOVE W-MEDIA    TO TT-MEDIA
           MOVE RESFINAL   TO TT-RESFINAL
           PERFORM GUARDA-TAB THRU GUARDA-TAB-FIM
           GO TO COLETA-HIST1.
       COLETA-HIST2.
           OPEN INPUT HISTNOTA
           IF ST-HIST NOT = "00"
              GO TO COLETA-HIST-FIM.
       COLETA-HIST3.
           READ HISTNOTA NEXT RECORD
               AT END GO TO COLETA-HIST4.
           MOVE LINHA-HISTNOTA TO W-HREG
           IF W-H-RM NOT = CT-RM
              GO TO COLETA-HIST3.
           MOVE LINHA-HISTNOTA TO REGNOTA
           PERFORM MEDIA-REGRA THRU MEDIA-REGRA-FIM
           MOVE W-H-ANOLET TO TT-ANO
           MOVE W-H-DISC   TO TT-DISC
           MOVE W-H-TURMA  TO TT-TURMA
           MOVE W-MEDIA      TO TT-MEDIA
           MOVE W-H-RESFINAL TO TT-RESFINAL
           PERFORM GUARDA-TAB THRU GUARDA-TAB-FIM
           GO TO COLETA-HIST3.
       COLETA-HIST4.
           CLOSE HISTNOTA.
       COLETA-HIST-FIM.
           EXIT.
      *
      * MEDIA FINAL DO REGISTRO EM REGNOTA (A LINHA DO HISTNOTA TEM O
      * MESMO LEIAUTE) PELA REGRA DE AVALIACAO DA DISCIPLINA
      *
       MEDIA-REGRA.
           MOVE ANO-LETIVO TO W-AVL-ANOLET
           MOVE TURMA      TO W-AVL-TURMA
           MOVE CODDISC    TO W-AVL-DISC
           PERFORM CARREGA-REGRA THRU CARREGA-REGRA-FIM
           PERFORM MEDIA-ANUAL THRU MEDIA-ANUAL-FIM
           MOVE W-AVL-MEDFIN TO W-MEDIA.
       MEDIA-REGRA-FIM.
           EXIT.
      *
       GUARDA-TAB.
           IF W-QT-REG >= W-MAXREG
              DISPLAY "*** TABELA DO HISTORICO CHEIA - LIMITE "
                      W-MAXREG " ***"
              GO TO GUARDA-TAB-FIM.
           ADD 1 TO W-QT-REG
           MOVE W-TABTEMP TO TAB-HIST-ITEM (W-QT-REG).
       GUARDA-TAB-FIM.
           EXIT.
      *
      * ORDENA POR ANO LETIVO E DISCIPLINA
      *
       ORDENA.
           MOVE 1 TO W-IDX.
       ORDENA1.
           IF W-IDX NOT < W-QT-REG GO TO ORDENA-FIM.
           COMPUTE W-IDX2 = W-IDX + 1.
       ORDENA2.
           IF W-IDX2 > W-QT-REG
              ADD 1 TO W-IDX
              GO TO ORDENA1.
           IF TH-ORDEM (W-IDX2) < TH-ORDEM (W-IDX)
              PERFORM TROCA THRU TROCA-FIM.
           ADD 1 TO W-IDX2
           GO TO ORDENA2.
       ORDENA-FIM.
           EXIT.
      *
       TROCA.
           MOVE TAB-HIST-ITEM (W-IDX)  TO W-TABTEMP
           MOVE TAB-HIST-ITEM (W-IDX2) TO TAB-HIST-ITEM (W-IDX)
           MOVE W-TABTEMP              TO TAB-HIST-ITEM (W-IDX2).
       TROCA-FIM.
           EXIT.
      *
      ***************************************
      * RESUMO DA EMISSAO DA TURMA          *
      ***************************************
      *
       ROT-RESUMO.
           MOVE W-CABRESUMO TO REL-COLUNAS
           MOVE 99 TO REL-LINCONT
           MOVE 1 TO W-IDXA.
       ROT-RESUMO1.
           IF W-IDXA > W-QT-ALU
              GO TO ROT-RESUMO2.
           MOVE TA-RM (W-IDXA)     TO RS-RM
           MOVE TA-NOME (W-IDXA)   TO RS-NOME
           MOVE TA-RESULT (W-IDXA) TO RS-SITUACAO
           MOVE W-RESLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-IDXA
           GO TO ROT-RESUMO1.
       ROT-RESUMO2.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-EMIT TO RD-EMIT
           MOVE W-CONT-VIA  TO RD-VIA
           MOVE W-CONT-NAO  TO RD-NAO
           MOVE W-RODAPE    TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE CADNOTA CERTIFIC DEPENDE CERTLIST
           IF W-DISC-OK = "S"
              CLOSE CADDISC.
           PERFORM FECHA-AVALIA
           DISPLAY "CERTIFICADOS EMITIDOS: " W-CONT-EMIT
           DISPLAY "JA EMITIDOS/2A VIA   : " W-CONT-VIA
           DISPLAY "NAO HABILITADOS      : " W-CONT-NAO.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "CRTPAR.CPY".
           COPY "DEPPAR.CPY".
           COPY "AVLPAR.CPY".
           COPY "AVMPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-CERTLIST==.
           COPY "SPLPAR.CPY".
