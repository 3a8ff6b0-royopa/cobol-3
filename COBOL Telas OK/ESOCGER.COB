       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCGER.
       AUTHOR. MATEUS.
      ***************************************************
      * GERACAO DOS EVENTOS DO ESOCIAL DA COMPETENCIA   *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "ESOSEL.CPY".
           COPY "FICSEL.CPY".
           COPY "CTCSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT PENDALT ASSIGN TO DYNAMIC W-ARQ-PENDALT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CHAVE
                    FILE STATUS  IS ST-PEND.
       SELECT CADAFAST ASSIGN TO DYNAMIC W-ARQ-AFAST
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AF-CHAVE
                    FILE STATUS  IS ST-AFAST.
       SELECT FOLHARES ASSIGN TO DYNAMIC W-ARQ-RES
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FR-CHAVE
                    FILE STATUS  IS ST-RES.
       SELECT ESOCREM ASSIGN TO DYNAMIC W-ARQ-REM
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REM.
       SELECT ESOCLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "ESOFD.CPY".
           COPY "FICFD.CPY".
           COPY "CTCFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                   88 FUNC-PREADM    VALUE "P".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 DATANASC       PIC 9(08).
                03 ESTCIVIL       PIC X(01).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 TIPOSAL        PIC X(02).
                03 FSALBASE       PIC 9(06)V99.
                03 DTADMISSAO.
                   05 DADIA       PIC 9(02).
                   05 DAMES       PIC 9(02).
                   05 DAANO       PIC 9(04).
                03 DTDEMISSAO.
                   05 DDDIA       PIC 9(02).
                   05 DDMES       PIC 9(02).
                   05 DDANO       PIC 9(04).
                03 FILLER         PIC X(110).
                03 FEMPRESA       PIC 9(02).
                03 FILLER         PIC X(18).
       FD PENDALT
               LABEL RECORD IS STANDARD.
       01 REGPENDALT.
                03 PA-CHAVE.
                   05 PA-CHAPA     PIC 9(05).
                   05 PA-SEQ       PIC 9(03).
                03 PA-CAMPO        PIC X(10).
                03 PA-VLRANT       PIC X(12).
                03 PA-VLRNOVO      PIC X(12).
                03 PA-OPER1        PIC X(08).
                03 PA-DATA         PIC 9(08).
                03 PA-SITUACAO     PIC X(01).
                   88 PEND-PENDENTE   VALUE "P".
                   88 PEND-APROVADA   VALUE "A".
                   88 PEND-REJEITADA  VALUE "R".
                03 PA-OPER2        PIC X(08).
                03 PA-DTDECIS      PIC 9(08).
                03 FILLER          PIC X(13).
       FD CADAFAST
               LABEL RECORD IS STANDARD.
       01 REGAFAST.
                03 AF-CHAVE.
                   05 AF-CHAPA     PIC 9(05).
                   05 AF-DTINI     PIC 9(08).
                03 AF-TIPO         PIC 9(01).
                03 AF-DTRETPREV    PIC 9(08).
                03 AF-DTRETEF      PIC 9(08).
                03 FILLER          PIC X(10).
       FD FOLHARES
               LABEL RECORD IS STANDARD.
       01 REGFOLHARES.
                03 FR-CHAVE.
                   05 FR-CHAPA     PIC 9(05).
                   05 FR-COMPET    PIC 9(06).
                03 FR-BRUTO        PIC 9(08)V99.
                03 FR-INSS         PIC 9(08)V99.
                03 FR-IRRF         PIC 9(08)V99.
                03 FR-LIQUIDO      PIC 9(08)V99.
                03 FR-DEPART       PIC 9(03).
                03 FR-FGTS         PIC 9(08)V99.
                03 FR-EMPRESA      PIC 9(02).
                03 FILLER          PIC X(24).
       FD ESOCREM
               LABEL RECORD IS STANDARD.
       01 LINHA-ESOCREM    PIC X(100).
       FD ESOCLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-ESOCLIST   PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "ESOWS.CPY".
           COPY "FICWS.CPY".
           COPY "CTCWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-PEND       PIC X(02) VALUE "00".
       77 ST-AFAST      PIC X(02) VALUE "00".
       77 ST-RES        PIC X(02) VALUE "00".
       77 ST-REM        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-PENDALT PIC X(64) VALUE SPACES.
       77 W-ARQ-AFAST   PIC X(64) VALUE SPACES.
       77 W-ARQ-RES     PIC X(64) VALUE SPACES.
       77 W-ARQ-REM     PIC X(64) VALUE SPACES.
       77 W-PEND-OK     PIC X(01) VALUE "N".
       77 W-AFAST-OK    PIC X(01) VALUE "N".
       77 W-RES-OK      PIC X(01) VALUE "N".
       77 W-FIC-OK      PIC X(01) VALUE "N".
       77 W-PERIODICO   PIC X(01) VALUE "N".
       77 W-COMPET      PIC 9(06) VALUE ZEROS.
       77 W-PERINI      PIC 9(08) VALUE ZEROS.
       77 W-PERFIM      PIC 9(08) VALUE ZEROS.
       77 W-DTADM       PIC 9(08) VALUE ZEROS.
       77 W-DTDEM       PIC 9(08) VALUE ZEROS.
       77 W-COMPDEM     PIC 9(06) VALUE ZEROS.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-NOME        PIC X(35) VALUE SPACES.
       77 W-VLRRESC     PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-GER    PIC 9(05) VALUE ZEROS.
       77 W-CONT-JA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-AGUARD PIC 9(05) VALUE ZEROS.
       77 W-CONT-TRAB   PIC 9(05) VALUE ZEROS.
       77 W-TOT-BRUTO   PIC 9(10)V99 VALUE ZEROS.
       01 W-VLRTXT      PIC X(12) VALUE SPACES.
       01 W-VLRNUM REDEFINES W-VLRTXT PIC 9(10)V99.
       01 W-INFO-ADM.
           03 FILLER        PIC X(06) VALUE "CARGO ".
           03 IA-CARGO      PIC 9(03).
           03 FILLER        PIC X(07) VALUE " DEPTO ".
           03 IA-DEPTO      PIC 9(03).
       01 W-INFO-AFA.
           03 FILLER        PIC X(05) VALUE "TIPO ".
           03 IF-TIPO       PIC 9(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 IF-FASE       PIC X(12).
       01 W-INFO-FEC.
           03 FILLER        PIC X(14) VALUE "TRABALHADORES ".
           03 IC-QTDE       PIC 9(05).
       01 W-HEADER.
           03 FILLER        PIC X(02) VALUE "00".
           03 FILLER        PIC X(08) VALUE "ESOCIAL ".
           03 HD-COMPET     PIC 9(06).
           03 FILLER        PIC X(09) VALUE " GERACAO ".
           03 HD-DATA       PIC 9(08).
           03 FILLER        PIC X(67) VALUE SPACES.
       01 W-REMDET.
           03 FILLER        PIC X(02) VALUE "10".
           03 RM-EVENTO     PIC X(06).
           03 RM-CHAPA      PIC 9(05).
           03 RM-REF        PIC 9(08).
           03 RM-SUB        PIC X(01).
           03 RM-CPF        PIC 9(11).
           03 RM-NOME       PIC X(30).
           03 RM-DATA       PIC 9(08).
           03 RM-VALOR      PIC 9(08)V99.
           03 RM-INFO       PIC X(19).
       01 W-TRAILER.
           03 FILLER        PIC X(02) VALUE "90".
           03 TR-QTDE       PIC 9(06).
           03 FILLER        PIC X(92) VALUE SPACES.
       01 W-DATA8       PIC 9(08) VALUE ZEROS.
       01 W-DATA8-R REDEFINES W-DATA8.
           03 W-D8-ANO      PIC 9(04).
           03 W-D8-MES      PIC 9(02).
           03 W-D8-DIA      PIC 9(02).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "EVENTO  CHAPA NOME                 DATA ".
           03 FILLER        PIC X(40) VALUE
              "            VALOR INFORMACAO".
       01 W-DETLIN.
           03 DL-EVENTO     PIC X(06).
           03 DL-SUB        PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-CHAPA      PIC ZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DIA        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DL-MES        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 DL-ANO        PIC 9(04).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-INFO       PIC X(19).
       01 W-TOTLIN.
           03 TL-DESCR      PIC X(40).
           03 TL-QTDE       PIC ZZZZ9.
           03 FILLER        PIC X(35) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "PENDALT.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PENDALT
           MOVE "CADAFAST.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-AFAST
           MOVE "FOLHARES.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RES
           MOVE "ESOCREM.TXT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-REM
           DISPLAY "GERACAO DE EVENTOS ESOCIAL - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              GO TO ABR-002.
           COMPUTE W-PERINI = W-COMPET * 100 + 1
           COMPUTE W-PERFIM = W-COMPET * 100 + 31.
      *
      * EVENTOS PERIODICOS SO DEPOIS DE PAGA OU FECHADA A FOLHA
      *
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLCOMP: "
                      ST-CTRLCOMP
              GO TO ROT-FIM.
           MOVE W-COMPET TO CC-COMPET
           PERFORM LE-CTRLCOMP
           IF COMP-PAGA OR COMP-FECHADA
              MOVE "S" TO W-PERIODICO
           ELSE
              DISPLAY "AVISO: FOLHA NAO PAGA/FECHADA - EVENTOS "
                      "PERIODICOS NAO SERAO GERADOS".
           CLOSE CTRLCOMP.
       ABR-003.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              GO TO ROT-FIM.
           PERFORM ABR-ESOCIAL
           IF ST-ESOC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESOCTRL: " ST-ESOC
              CLOSE CADFUNC
              GO TO ROT-FIM.
           OPEN INPUT PENDALT
           IF ST-PEND = "00"
              MOVE "S" TO W-PEND-OK
           ELSE
              DISPLAY "AVISO: SEM ARQUIVO DE ALTERACOES PENDALT".
           OPEN INPUT CADAFAST
           IF ST-AFAST = "00"
              MOVE "S" TO W-AFAST-OK
           ELSE
              DISPLAY "AVISO: SEM ARQUIVO DE AFASTAMENTOS CADAFAST".
           OPEN INPUT FOLHARES
           IF ST-RES = "00"
              MOVE "S" TO W-RES-OK
           ELSE
              DISPLAY "AVISO: SEM ARQUIVO FOLHARES".
           PERFORM ABR-FICHAFIN
           IF ST-FICHAFIN = "00"
              MOVE "S" TO W-FIC-OK
           ELSE
              DISPLAY "AVISO: SEM ARQUIVO FICHAFIN".
           OPEN OUTPUT ESOCREM
           IF ST-REM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESOCREM: " ST-REM
              GO TO ROT-FECHA.
           OPEN OUTPUT ESOCLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESOCLIST: " ST-LIST
              CLOSE ESOCREM
              GO TO ROT-FECHA.
           MOVE "ESOCGER" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "EVENTOS ESOCIAL GERADOS" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS
           MOVE W-COMPET   TO HD-COMPET
           MOVE W-ESO-HOJE TO HD-DATA
           MOVE W-HEADER TO LINHA-ESOCREM
           WRITE LINHA-ESOCREM.
      *
      **************************************
      * ADMISSOES (S-2200) E               *
      * DESLIGAMENTOS (S-2299)             *
      **************************************
      *
       LER-FUNC.
           READ CADFUNC NEXT RECORD
               AT END GO TO LER-PEND.
      *
      * PRE-ADMISSAO DO RECRUTAMENTO SO GERA EVENTO DEPOIS DE
      * COMPLETADA NO CADASTRO DE FUNCIONARIOS
      *
           IF FUNC-PREADM
              GO TO LER-FUNC.
           COMPUTE W-DTADM = DAANO * 10000 + DAMES * 100 + DADIA
           COMPUTE W-DTDEM = DDANO * 10000 + DDMES * 100 + DDDIA
           IF W-DTADM = ZEROS OR W-DTADM > W-PERFIM
              GO TO LER-FUNC.
           IF FUNC-DEMITIDO AND W-DTDEM < W-PERINI
              GO TO LER-FUNC.
           MOVE CPF  TO W-CPF
           MOVE NOME TO W-NOME
           MOVE "S-2200" TO W-ESO-EVENTO
           MOVE CHAPA    TO W-ESO-CHAPA
           MOVE W-DTADM  TO W-ESO-REF W-ESO-DATA
           MOVE SPACES   TO W-ESO-SUB
           MOVE FSALBASE TO W-ESO-VALOR
           MOVE FCARGO   TO IA-CARGO
           MOVE FDEPART  TO IA-DEPTO
           MOVE W-INFO-ADM TO W-ESO-INFO
           PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM
           IF NOT FUNC-DEMITIDO
              GO TO LER-FUNC.
      *
      * O DESLIGAMENTO SAI COM AS VERBAS DO TERMO DE RESCISAO; SEM
      * RESCISAO CALCULADA O EVENTO FICA AGUARDANDO
      *
           PERFORM SOMA-RESCISAO THRU SOMA-RESCISAO-FIM
           IF W-VLRRESC = ZEROS
              ADD 1 TO W-CONT-AGUARD
              DISPLAY "DESLIGAMENTO SEM RESCISAO CALCULADA: " CHAPA
              GO TO LER-FUNC.
           MOVE "S-2299" TO W-ESO-EVENTO
           MOVE W-DTDEM  TO W-ESO-REF W-ESO-DATA
           MOVE W-VLRRESC TO W-ESO-VALOR
           MOVE "VERBAS RESCISORIAS" TO W-ESO-INFO
           PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM
           GO TO LER-FUNC.
      *
       SOMA-RESCISAO.
           MOVE ZEROS TO W-VLRRESC
           IF W-FIC-OK NOT = "S"
              GO TO SOMA-RESCISAO-FIM.
           COMPUTE W-COMPDEM = DDANO * 100 + DDMES
           MOVE CHAPA     TO FF-CHAPA
           MOVE W-COMPDEM TO FF-COMPET
           MOVE 041       TO FF-VERBA
           START FICHAFIN KEY IS NOT LESS THAN FF-CHAVE
           IF ST-FICHAFIN NOT = "00"
              GO TO SOMA-RESCISAO-FIM.
       SOMA-RESCISAO1.
           READ FICHAFIN NEXT RECORD
           IF ST-FICHAFIN NOT = "00"
              GO TO SOMA-RESCISAO-FIM.
           IF FF-CHAPA NOT = CHAPA OR FF-COMPET NOT = W-COMPDEM
              GO TO SOMA-RESCISAO-FIM.
           IF FF-VERBA > 048
              GO TO SOMA-RESCISAO-FIM.
           IF FICHA-PROVENTO
              ADD FF-VALOR TO W-VLRRESC.
           GO TO SOMA-RESCISAO1.
       SOMA-RESCISAO-FIM.
           EXIT.
      *
      **************************************
      * ALTERACOES CONTRATUAIS APROVADAS   *
      * (S-2206)                           *
      **************************************
      *
       LER-PEND.
           IF W-PEND-OK NOT = "S"
              GO TO LER-AFAST.
       LER-PEND1.
           READ PENDALT NEXT RECORD
               AT END GO TO LER-AFAST.
           IF NOT PEND-APROVADA OR PA-CAMPO NOT = "FSALBASE"
              GO TO LER-PEND1.
           IF PA-DTDECIS < W-PERINI OR PA-DTDECIS > W-PERFIM
              GO TO LER-PEND1.
           MOVE PA-CHAPA TO W-ESO-CHAPA
           PERFORM LE-FUNC THRU LE-FUNC-FIM
           MOVE "S-2206"   TO W-ESO-EVENTO
           MOVE PA-SEQ     TO W-ESO-REF
           MOVE SPACES     TO W-ESO-SUB
           MOVE PA-DTDECIS TO W-ESO-DATA
           MOVE PA-VLRNOVO TO W-VLRTXT
           MOVE W-VLRNUM   TO W-ESO-VALOR
           MOVE "SALARIO CONTRATUAL" TO W-ESO-INFO
           PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM
           GO TO LER-PEND1.
      *
      **************************************
      * AFASTAMENTOS E RETORNOS (S-2230)   *
      **************************************
      *
       LER-AFAST.
           IF W-AFAST-OK NOT = "S"
              GO TO LER-RES.
       LER-AFAST1.
           READ CADAFAST NEXT RECORD
               AT END GO TO LER-RES.
           MOVE AF-CHAPA TO W-ESO-CHAPA
           MOVE AF-TIPO  TO IF-TIPO
           MOVE "S-2230" TO W-ESO-EVENTO
           MOVE AF-DTINI TO W-ESO-REF
           MOVE ZEROS    TO W-ESO-VALOR
           IF AF-DTINI NOT < W-PERINI AND AF-DTINI NOT > W-PERFIM
              PERFORM LE-FUNC THRU LE-FUNC-FIM
              MOVE "I"      TO W-ESO-SUB
              MOVE AF-DTINI TO W-ESO-DATA
              MOVE "INICIO"  TO IF-FASE
              MOVE W-INFO-AFA TO W-ESO-INFO
              PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM.
           IF AF-DTRETEF = ZEROS
              GO TO LER-AFAST1.
           IF AF-DTRETEF < W-PERINI OR AF-DTRETEF > W-PERFIM
              GO TO LER-AFAST1.
           PERFORM LE-FUNC THRU LE-FUNC-FIM
           MOVE "F"        TO W-ESO-SUB
           MOVE AF-DTRETEF TO W-ESO-DATA
           MOVE "RETORNO"  TO IF-FASE
           MOVE W-INFO-AFA TO W-ESO-INFO
           PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM
           GO TO LER-AFAST1.
      *
      **************************************
      * REMUNERACAO (S-1200), PAGAMENTO    *
      * (S-1210) E FECHAMENTO (S-1299)     *
      **************************************
      *
       LER-RES.
           IF W-PERIODICO NOT = "S" OR W-RES-OK NOT = "S"
              GO TO ROT-TRAILER.
       LER-RES1.
           READ FOLHARES NEXT RECORD
               AT END GO TO ROT-FECHAMENTO.
           IF FR-COMPET NOT = W-COMPET
              GO TO LER-RES1.
           MOVE FR-CHAPA TO W-ESO-CHAPA
           PERFORM LE-FUNC THRU LE-FUNC-FIM
           ADD 1 TO W-CONT-TRAB
           ADD FR-BRUTO TO W-TOT-BRUTO
           COMPUTE W-ESO-REF = W-COMPET * 100
           MOVE W-ESO-REF  TO W-ESO-DATA
           MOVE SPACES     TO W-ESO-SUB
           MOVE "S-1200"   TO W-ESO-EVENTO
           MOVE FR-BRUTO   TO W-ESO-VALOR
           MOVE "REMUNERACAO BRUTA" TO W-ESO-INFO
           PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM
           MOVE "S-1210"   TO W-ESO-EVENTO
           MOVE FR-LIQUIDO TO W-ESO-VALOR
           MOVE "LIQUIDO PAGO" TO W-ESO-INFO
           PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM
           GO TO LER-RES1.
      *
       ROT-FECHAMENTO.
           IF W-CONT-TRAB = ZEROS
              DISPLAY "AVISO: COMPETENCIA SEM FOLHA CALCULADA"
              GO TO ROT-TRAILER.
           MOVE ZEROS  TO W-CPF
           MOVE SPACES TO W-NOME
           MOVE "S-1299"    TO W-ESO-EVENTO
           MOVE ZEROS       TO W-ESO-CHAPA
           COMPUTE W-ESO-REF = W-COMPET * 100
           MOVE W-ESO-REF   TO W-ESO-DATA
           MOVE SPACES      TO W-ESO-SUB
           MOVE W-TOT-BRUTO TO W-ESO-VALOR
           MOVE W-CONT-TRAB TO IC-QTDE
           MOVE W-INFO-FEC  TO W-ESO-INFO
           PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM.
      *
       ROT-TRAILER.
           MOVE W-CONT-GER TO TR-QTDE
           MOVE W-TRAILER  TO LINHA-ESOCREM
           WRITE LINHA-ESOCREM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "EVENTOS GERADOS PARA ENVIO         :" TO TL-DESCR
           MOVE W-CONT-GER TO TL-QTDE
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "EVENTOS JA GERADOS ANTERIORMENTE   :" TO TL-DESCR
           MOVE W-CONT-JA TO TL-QTDE
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "DESLIGAMENTOS AGUARDANDO RESCISAO  :" TO TL-DESCR
           MOVE W-CONT-AGUARD TO TL-QTDE
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           CLOSE ESOCREM ESOCLIST.
      *
       ROT-FECHA.
           CLOSE CADFUNC ESOCTRL
           IF W-PEND-OK = "S"
              CLOSE PENDALT.
           IF W-AFAST-OK = "S"
              CLOSE CADAFAST.
           IF W-RES-OK = "S"
              CLOSE FOLHARES.
           IF W-FIC-OK = "S"
              CLOSE FICHAFIN.
           DISPLAY "EVENTOS ESOCIAL GERADOS: " W-CONT-GER
                   "  JA GERADOS: " W-CONT-JA
                   " COMPETENCIA " W-COMPET.
      *
       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * REGISTRA NO CONTROLE E GRAVA NA    *
      * REMESSA O EVENTO MONTADO           *
      **************************************
      *
       GERA-EVENTO.
           PERFORM REGISTRA-EVENTO THRU REGISTRA-EVENTO-FIM
           IF W-ESO-GERAR NOT = "S"
              ADD 1 TO W-CONT-JA
              GO TO GERA-EVENTO-FIM.
           ADD 1 TO W-CONT-GER
           MOVE W-ESO-EVENTO TO RM-EVENTO DL-EVENTO
           MOVE W-ESO-CHAPA  TO RM-CHAPA DL-CHAPA
           MOVE W-ESO-REF    TO RM-REF
           MOVE W-ESO-SUB    TO RM-SUB DL-SUB
           MOVE W-CPF        TO RM-CPF
           MOVE W-NOME       TO RM-NOME DL-NOME
           MOVE W-ESO-DATA   TO RM-DATA W-DATA8
           MOVE W-ESO-VALOR  TO RM-VALOR DL-VALOR
           MOVE W-ESO-INFO   TO RM-INFO DL-INFO
           MOVE W-REMDET TO LINHA-ESOCREM
           WRITE LINHA-ESOCREM
           MOVE W-D8-DIA TO DL-DIA
           MOVE W-D8-MES TO DL-MES
           MOVE W-D8-ANO TO DL-ANO
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       GERA-EVENTO-FIM.
           EXIT.
      *
       LE-FUNC.
           MOVE W-ESO-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-FUNC = "00"
              MOVE CPF  TO W-CPF
              MOVE NOME TO W-NOME
           ELSE
              MOVE ZEROS TO W-CPF
              MOVE "*** CHAPA SEM CADASTRO ***" TO W-NOME.
       LE-FUNC-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "ESOPAR.CPY".
           COPY "FICPAR.CPY".
           COPY "CTCPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-ESOCLIST==.
           COPY "SPLPAR.CPY".
