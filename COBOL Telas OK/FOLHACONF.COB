       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHACONF.
       AUTHOR. MATEUS.
      ***************************************************
      * CONFERENCIA DA FOLHA CALCULADA CONTRA O MES     *
      * ANTERIOR - LIBERACAO DO PAGAMENTO               *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT FOLHARES ASSIGN TO DYNAMIC W-ARQ-RES
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FR-CHAVE
                    FILE STATUS  IS ST-RES.
       SELECT CONFLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
           COPY "FICSEL.CPY".
           COPY "CNFSEL.CPY".
           COPY "CTCSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                03 NOME           PIC X(35).
                03 FILLER         PIC X(59).
                03 DTDEMISSAO.
                   05 DDDIA       PIC 9(02).
                   05 DDMES       PIC 9(02).
                   05 DDANO       PIC 9(04).
                03 FILLER         PIC X(130).
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
       FD CONFLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-CONFLIST   PIC X(80).
           COPY "FICFD.CPY".
           COPY "CNFFD.CPY".
           COPY "CTCFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "FICWS.CPY".
           COPY "CNFWS.CPY".
           COPY "CTCWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-RES        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-RES     PIC X(64) VALUE SPACES.
       01 W-COMPET.
           03 W-CMP-ANO     PIC 9(04).
           03 W-CMP-MES     PIC 9(02).
       01 W-COMPANT.
           03 W-ANT-ANO     PIC 9(04).
           03 W-ANT-MES     PIC 9(02).
       01 W-COMPDEM.
           03 W-DEM-ANO     PIC 9(04).
           03 W-DEM-MES     PIC 9(02).
       77 W-PCTLIM      PIC 9(03)V99 VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
      *
      * CHAPA EM CONFERENCIA (FOLHARES VEM EM ORDEM DE CHAPA+COMPET,
      * LOGO O MES ANTERIOR APARECE ANTES DO ATUAL)
      *
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-SEQ         PIC 9(03) VALUE ZEROS.
       77 W-TEM-ANT     PIC X(01) VALUE "N".
       77 W-TEM-ATU     PIC X(01) VALUE "N".
       01 W-RES-ANT.
           03 W-ANT-BRUTO   PIC 9(08)V99.
           03 W-ANT-INSS    PIC 9(08)V99.
           03 W-ANT-IRRF    PIC 9(08)V99.
           03 W-ANT-LIQ     PIC 9(08)V99.
       01 W-RES-ATU.
           03 W-ATU-BRUTO   PIC 9(08)V99.
           03 W-ATU-INSS    PIC 9(08)V99.
           03 W-ATU-IRRF    PIC 9(08)V99.
           03 W-ATU-LIQ     PIC 9(08)V99.
       77 W-NOME        PIC X(35) VALUE SPACES.
       77 W-VLRANT      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRATU      PIC 9(08)V99 VALUE ZEROS.
       77 W-DIFER       PIC 9(08)V99 VALUE ZEROS.
       77 W-PCTCALC     PIC 9(07)V99 VALUE ZEROS.
       77 W-SALDO       PIC S9(09)V99 VALUE ZEROS.
       77 W-TIPO        PIC X(01) VALUE SPACES.
       77 W-CAMPO       PIC X(20) VALUE SPACES.
      *
      * VERBAS DA CHAPA NA COMPETENCIA CONFERIDA
      *
       77 W-MAXVERBA    PIC 9(03) VALUE 99.
       77 W-QT-VERBA    PIC 9(03) VALUE ZEROS.
       77 W-IDX         PIC 9(03) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       01 TAB-VERBA.
           03 TV-ITEM OCCURS 99 TIMES.
               05 TV-VERBA      PIC 9(03).
               05 TV-DESCR      PIC X(20).
               05 TV-VALOR      PIC 9(08)V99.
       01 W-CAMPOVB.
           03 CV-VERBA      PIC 9(03).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CV-DESCR      PIC X(16).
       77 W-CONT-FUNC   PIC 9(05) VALUE ZEROS.
       77 W-CONT-FLAG   PIC 9(05) VALUE ZEROS.
       77 W-CONT-CHAPA  PIC 9(05) VALUE ZEROS.
       77 W-CONT-EXC    PIC 9(05) VALUE ZEROS.
       77 W-FLAGCHAPA   PIC X(01) VALUE "N".
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CHAPA NOME               OCORRENCIA   CA".
           03 FILLER        PIC X(40) VALUE
              "MPO            ANTERIOR      ATUAL  VAR%".
       01 W-DETLIN.
           03 DL-CHAPA      PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(18).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-OCORR      PIC X(12).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-CAMPO      PIC X(14).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VLRANT     PIC ZZZZZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VLRATU     PIC ZZZZZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-PCT        PIC ZZ9,9.
       01 W-RODAPE.
           03 FILLER        PIC X(22) VALUE "CHAPAS CONFERIDAS ...:".
           03 RD-FUNC       PIC ZZZZ9.
           03 FILLER        PIC X(22) VALUE "   CHAPAS C/ ALERTA .:".
           03 RD-CHAPA      PIC ZZZZ9.
       01 W-RODAPE2.
           03 FILLER        PIC X(22) VALUE "LINHAS A VISTAR .....:".
           03 RD-FLAG       PIC ZZZZ9.
           03 FILLER        PIC X(22) VALUE "   LIMITE VARIACAO %:".
           03 RD-PCTLIM     PIC ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "FOLHARES.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RES
           DISPLAY "CONFERENCIA DA FOLHA - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-CMP-MES < 1 OR W-CMP-MES > 12 OR W-CMP-ANO < 1900
              DISPLAY "COMPETENCIA INVALIDA: " W-COMPET
              GO TO ABR-002.
           MOVE W-CMP-ANO TO W-ANT-ANO
           COMPUTE W-ANT-MES = W-CMP-MES - 1
           IF W-CMP-MES = 1
              COMPUTE W-ANT-ANO = W-CMP-ANO - 1
              MOVE 12 TO W-ANT-MES.
       ABR-002A.
           DISPLAY "VARIACAO MAXIMA ACEITA EM % (0=20,00): "
           ACCEPT W-PCTLIM
           IF W-PCTLIM = ZEROS
              MOVE 20,00 TO W-PCTLIM.
       ABR-003.
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLCOMP: "
                      ST-CTRLCOMP
              GO TO ROT-FIM.
           MOVE W-COMPET TO CC-COMPET
           PERFORM LE-CTRLCOMP
           IF COMP-PAGA OR COMP-FECHADA
              DISPLAY "COMPETENCIA JA PAGA/FECHADA"
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           IF NOT COMP-CALCULADA
              DISPLAY "FOLHA DE " W-COMPET " AINDA NAO CALCULADA"
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           OPEN INPUT FOLHARES
           IF ST-RES NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOLHARES: " ST-RES
              CLOSE CTRLCOMP CADFUNC
              GO TO ROT-FIM.
           PERFORM ABR-FICHAFIN
           IF ST-FICHAFIN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FICHAFIN: "
                      ST-FICHAFIN
              CLOSE CTRLCOMP CADFUNC FOLHARES
              GO TO ROT-FIM.
           PERFORM ABR-CONFFOLHA
           IF ST-CONF NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONFFOLHA: " ST-CONF
              CLOSE CTRLCOMP CADFUNC FOLHARES FICHAFIN
              GO TO ROT-FIM.
      *
      * CONFERENCIA JA VISTADA (SEM RECALCULO DEPOIS) SO E REFEITA
      * COM CONFIRMACAO, POIS OS VISTOS SE PERDEM
      *
           MOVE W-COMPET TO W-CNF-COMPET
           PERFORM CONTA-CONFFOLHA THRU CONTA-CONFFOLHA-FIM
           IF W-CNF-TOTAL NOT = W-CNF-PEND
              DISPLAY "CONFERENCIA DE " W-COMPET " JA TEM LINHAS "
                      "VISTADAS - REFAZER (S/N)? "
              ACCEPT W-OPCAO
              IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                 CLOSE CTRLCOMP CADFUNC FOLHARES FICHAFIN CONFFOLHA
                 GO TO ROT-FIM.
           OPEN OUTPUT CONFLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONFLIST: " ST-LIST
              CLOSE CTRLCOMP CADFUNC FOLHARES FICHAFIN CONFFOLHA
              GO TO ROT-FIM.
           MOVE "FOLHACONF" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CONFERENCIA DA FOLHA"  TO REL-TITULO
           MOVE W-CABCOLS               TO REL-COLUNAS.
      *
      **************************************
      * LIMPA A CONFERENCIA ANTERIOR       *
      **************************************
      *
       LIMPA-CONF.
           MOVE W-COMPET TO CF-COMPET
           MOVE ZEROS    TO CF-CHAPA CF-SEQ
           START CONFFOLHA KEY IS NOT LESS THAN CF-CHAVE
           IF ST-CONF NOT = "00"
              GO TO LER-RES-INICIA.
       LIMPA-CONF1.
           READ CONFFOLHA NEXT RECORD
           IF ST-CONF NOT = "00"
              GO TO LER-RES-INICIA.
           IF CF-COMPET NOT = W-COMPET
              GO TO LER-RES-INICIA.
           DELETE CONFFOLHA RECORD
           ADD 1 TO W-CONT-EXC
           GO TO LIMPA-CONF1.
      *
      **************************************
      * LEITURA DOS RESULTADOS             *
      **************************************
      *
       LER-RES-INICIA.
           MOVE ZEROS TO W-CHAPA
           MOVE "N" TO W-TEM-ANT W-TEM-ATU
           MOVE LOW-VALUES TO FR-CHAVE
           START FOLHARES KEY IS NOT LESS THAN FR-CHAVE
           IF ST-RES NOT = "00"
              GO TO ROT-RODAPE.
       LER-RES.
           READ FOLHARES NEXT RECORD
               AT END GO TO LER-RES-FIM.
           IF FR-COMPET NOT = W-COMPET AND FR-COMPET NOT = W-COMPANT
              GO TO LER-RES.
           IF FR-CHAPA NOT = W-CHAPA
              PERFORM CONFERE-CHAPA THRU CONFERE-CHAPA-FIM
              MOVE FR-CHAPA TO W-CHAPA
              MOVE "N" TO W-TEM-ANT W-TEM-ATU.
           IF FR-COMPET = W-COMPANT
              MOVE "S"         TO W-TEM-ANT
              MOVE FR-BRUTO    TO W-ANT-BRUTO
              MOVE FR-INSS     TO W-ANT-INSS
              MOVE FR-IRRF     TO W-ANT-IRRF
              MOVE FR-LIQUIDO  TO W-ANT-LIQ
           ELSE
              MOVE "S"         TO W-TEM-ATU
              MOVE FR-BRUTO    TO W-ATU-BRUTO
              MOVE FR-INSS     TO W-ATU-INSS
              MOVE FR-IRRF     TO W-ATU-IRRF
              MOVE FR-LIQUIDO  TO W-ATU-LIQ.
           GO TO LER-RES.
       LER-RES-FIM.
           PERFORM CONFERE-CHAPA THRU CONFERE-CHAPA-FIM
           GO TO ROT-RODAPE.
      *
      **************************************
      * CONFERENCIA DE UMA CHAPA           *
      **************************************
      *
       CONFERE-CHAPA.
           IF W-TEM-ANT NOT = "S" AND W-TEM-ATU NOT = "S"
              GO TO CONFERE-CHAPA-FIM.
           MOVE ZEROS TO W-SEQ
           MOVE "N" TO W-FLAGCHAPA
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-FUNC = "00"
              MOVE NOME TO W-NOME
              MOVE DDANO TO W-DEM-ANO
              MOVE DDMES TO W-DEM-MES
           ELSE
              MOVE "(SEM CADASTRO)" TO W-NOME
              MOVE SPACES TO FSTATUS
              MOVE ZEROS TO W-COMPDEM.
      *
      * PAGO NO MES ANTERIOR E NAO NESTE: SO ALERTA SE NAO FOI
      * DEMITIDO ATE O MES ANTERIOR
      *
           IF W-TEM-ATU NOT = "S"
              IF FUNC-DEMITIDO AND W-COMPDEM NOT > W-COMPANT
                 GO TO CONFERE-CHAPA-FIM
              ELSE
                 MOVE "A" TO W-TIPO
                 MOVE "LIQUIDO" TO W-CAMPO
                 MOVE W-ANT-LIQ TO W-VLRANT
                 MOVE ZEROS TO W-VLRATU W-PCTCALC
                 PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
                 GO TO CONFERE-CHAPA-FIM.
           ADD 1 TO W-CONT-FUNC
           IF W-TEM-ANT NOT = "S"
              MOVE "P" TO W-TIPO
              MOVE "LIQUIDO" TO W-CAMPO
              MOVE ZEROS TO W-VLRANT W-PCTCALC
              MOVE W-ATU-LIQ TO W-VLRATU
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
              MOVE ZEROS TO W-RES-ANT.
           IF FUNC-DEMITIDO AND W-COMPDEM = W-COMPET
              MOVE "U" TO W-TIPO
              MOVE "LIQUIDO" TO W-CAMPO
              MOVE W-ANT-LIQ TO W-VLRANT
              MOVE W-ATU-LIQ TO W-VLRATU
              MOVE ZEROS TO W-PCTCALC
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
           IF W-ATU-LIQ = ZEROS
              MOVE "Z" TO W-TIPO
              MOVE "LIQUIDO" TO W-CAMPO
              MOVE W-ANT-LIQ TO W-VLRANT
              MOVE ZEROS TO W-VLRATU W-PCTCALC
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
           IF W-ATU-INSS + W-ATU-IRRF > W-ATU-BRUTO
              MOVE "G" TO W-TIPO
              MOVE "BRUTO - INSS - IRRF" TO W-CAMPO
              MOVE W-ATU-BRUTO TO W-VLRANT
              COMPUTE W-VLRATU = W-ATU-INSS + W-ATU-IRRF - W-ATU-BRUTO
              MOVE ZEROS TO W-PCTCALC
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
           IF W-TEM-ANT = "S"
              MOVE "BRUTO"   TO W-CAMPO
              MOVE W-ANT-BRUTO TO W-VLRANT
              MOVE W-ATU-BRUTO TO W-VLRATU
              PERFORM CONFERE-VALOR THRU CONFERE-VALOR-FIM
              MOVE "INSS"    TO W-CAMPO
              MOVE W-ANT-INSS TO W-VLRANT
              MOVE W-ATU-INSS TO W-VLRATU
              PERFORM CONFERE-VALOR THRU CONFERE-VALOR-FIM
              MOVE "IRRF"    TO W-CAMPO
              MOVE W-ANT-IRRF TO W-VLRANT
              MOVE W-ATU-IRRF TO W-VLRATU
              PERFORM CONFERE-VALOR THRU CONFERE-VALOR-FIM
              MOVE "LIQUIDO" TO W-CAMPO
              MOVE W-ANT-LIQ TO W-VLRANT
              MOVE W-ATU-LIQ TO W-VLRATU
              PERFORM CONFERE-VALOR THRU CONFERE-VALOR-FIM.
           PERFORM CONFERE-VERBAS THRU CONFERE-VERBAS-FIM.
       CONFERE-CHAPA-FIM.
           EXIT.
      *
      * VARIACAO DE W-VLRANT PARA W-VLRATU ACIMA DO LIMITE (SEM VALOR
      * ANTERIOR A VARIACAO E TIDA COMO 999,99%)
      *
       CONFERE-VALOR.
           IF W-VLRANT = ZEROS AND W-VLRATU = ZEROS
              GO TO CONFERE-VALOR-FIM.
           IF W-VLRANT = ZEROS
              MOVE 999,99 TO W-PCTCALC
              GO TO CONFERE-VALOR1.
           IF W-VLRATU > W-VLRANT
              COMPUTE W-DIFER = W-VLRATU - W-VLRANT
           ELSE
              COMPUTE W-DIFER = W-VLRANT - W-VLRATU.
           COMPUTE W-PCTCALC ROUNDED = W-DIFER * 100 / W-VLRANT
           IF W-PCTCALC > 999,99
              MOVE 999,99 TO W-PCTCALC.
       CONFERE-VALOR1.
           IF W-PCTCALC NOT > W-PCTLIM
              GO TO CONFERE-VALOR-FIM.
           MOVE "V" TO W-TIPO
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       CONFERE-VALOR-FIM.
           EXIT.
      *
      **************************************
      * VERBAS DA FICHA FINANCEIRA         *
      **************************************
      *
       CONFERE-VERBAS.
           MOVE ZEROS TO W-QT-VERBA W-SALDO
           MOVE W-CHAPA  TO FF-CHAPA
           MOVE W-COMPET TO FF-COMPET
           MOVE ZEROS    TO FF-VERBA
           START FICHAFIN KEY IS NOT LESS THAN FF-CHAVE
           IF ST-FICHAFIN NOT = "00"
              GO TO CONFERE-VERBAS2.
       CONFERE-VERBAS1.
           READ FICHAFIN NEXT RECORD
           IF ST-FICHAFIN NOT = "00"
              GO TO CONFERE-VERBAS2.
           IF FF-CHAPA NOT = W-CHAPA OR FF-COMPET NOT = W-COMPET
              GO TO CONFERE-VERBAS2.
           IF FICHA-PROVENTO
              ADD FF-VALOR TO W-SALDO
           ELSE
              SUBTRACT FF-VALOR FROM W-SALDO.
           IF W-QT-VERBA NOT < W-MAXVERBA
              GO TO CONFERE-VERBAS1.
           ADD 1 TO W-QT-VERBA
           MOVE FF-VERBA TO TV-VERBA (W-QT-VERBA)
           MOVE FF-DESCR TO TV-DESCR (W-QT-VERBA)
           MOVE FF-VALOR TO TV-VALOR (W-QT-VERBA)
           GO TO CONFERE-VERBAS1.
      *
      * DESCONTOS MAIORES QUE OS PROVENTOS NA FICHA DO MES
      *
       CONFERE-VERBAS2.
           IF W-SALDO < ZEROS
              MOVE "G" TO W-TIPO
              MOVE "PROVENTOS-DESCONTOS" TO W-CAMPO
              MOVE ZEROS TO W-VLRANT W-PCTCALC
              COMPUTE W-VLRATU = ZEROS - W-SALDO
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
           MOVE 1 TO W-IDX.
       CONFERE-VERBAS3.
           IF W-IDX > W-QT-VERBA
              GO TO CONFERE-VERBAS4.
           MOVE TV-VERBA (W-IDX) TO CV-VERBA
           MOVE TV-DESCR (W-IDX) TO CV-DESCR
           MOVE W-CAMPOVB        TO W-CAMPO
           MOVE TV-VALOR (W-IDX) TO W-VLRATU
           MOVE W-CHAPA          TO FF-CHAPA
           MOVE W-COMPANT        TO FF-COMPET
           MOVE TV-VERBA (W-IDX) TO FF-VERBA
           READ FICHAFIN
           IF ST-FICHAFIN NOT = "00"
              MOVE "N" TO W-TIPO
              MOVE ZEROS TO W-VLRANT W-PCTCALC
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           ELSE
              MOVE FF-VALOR TO W-VLRANT
              PERFORM CONFERE-VALOR THRU CONFERE-VALOR-FIM.
           ADD 1 TO W-IDX
           GO TO CONFERE-VERBAS3.
      *
      * VERBAS DO MES ANTERIOR QUE NAO VIERAM NESTE
      *
       CONFERE-VERBAS4.
           MOVE W-CHAPA   TO FF-CHAPA
           MOVE W-COMPANT TO FF-COMPET
           MOVE ZEROS     TO FF-VERBA
           START FICHAFIN KEY IS NOT LESS THAN FF-CHAVE
           IF ST-FICHAFIN NOT = "00"
              GO TO CONFERE-VERBAS-FIM.
       CONFERE-VERBAS5.
           READ FICHAFIN NEXT RECORD
           IF ST-FICHAFIN NOT = "00"
              GO TO CONFERE-VERBAS-FIM.
           IF FF-CHAPA NOT = W-CHAPA OR FF-COMPET NOT = W-COMPANT
              GO TO CONFERE-VERBAS-FIM.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IDX.
       CONFERE-VERBAS6.
           IF W-IDX > W-QT-VERBA
              GO TO CONFERE-VERBAS7.
           IF TV-VERBA (W-IDX) = FF-VERBA
              MOVE "S" TO W-ACHOU
              GO TO CONFERE-VERBAS7.
           ADD 1 TO W-IDX
           GO TO CONFERE-VERBAS6.
       CONFERE-VERBAS7.
           IF W-ACHOU = "S"
              GO TO CONFERE-VERBAS5.
           MOVE "S" TO W-TIPO
           MOVE FF-VERBA TO CV-VERBA
           MOVE FF-DESCR TO CV-DESCR
           MOVE W-CAMPOVB TO W-CAMPO
           MOVE FF-VALOR TO W-VLRANT
           MOVE ZEROS TO W-VLRATU W-PCTCALC
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO CONFERE-VERBAS5.
       CONFERE-VERBAS-FIM.
           EXIT.
      *
      **************************************
      * GRAVA E IMPRIME A LINHA A VISTAR   *
      **************************************
      *
       GRAVA-ALERTA.
           IF W-SEQ NOT < 999
              GO TO GRAVA-ALERTA-FIM.
           ADD 1 TO W-SEQ
           MOVE W-COMPET  TO CF-COMPET
           MOVE W-CHAPA   TO CF-CHAPA
           MOVE W-SEQ     TO CF-SEQ
           MOVE W-TIPO    TO CF-TIPO
           MOVE W-CAMPO   TO CF-CAMPO
           MOVE W-VLRANT  TO CF-VLRANT
           MOVE W-VLRATU  TO CF-VLRATU
           MOVE W-PCTCALC TO CF-PCT
           MOVE "N"       TO CF-VISTO
           MOVE SPACES    TO CF-OPERADOR CF-OBS
           MOVE ZEROS     TO CF-DTVISTO
           WRITE REGCONFFOLHA
           IF ST-CONF NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CONFFOLHA: "
                      ST-CONF " CHAPA " W-CHAPA
              GO TO GRAVA-ALERTA-FIM.
           ADD 1 TO W-CONT-FLAG
           IF W-FLAGCHAPA NOT = "S"
              MOVE "S" TO W-FLAGCHAPA
              ADD 1 TO W-CONT-CHAPA.
           MOVE W-CHAPA   TO DL-CHAPA
           MOVE W-NOME    TO DL-NOME
           MOVE W-CAMPO   TO DL-CAMPO
           MOVE W-VLRANT  TO DL-VLRANT
           MOVE W-VLRATU  TO DL-VLRATU
           MOVE W-PCTCALC TO DL-PCT
           IF CONF-VARIACAO
              MOVE "VARIACAO"     TO DL-OCORR.
           IF CONF-VERBANOVA
              MOVE "VERBA NOVA"   TO DL-OCORR.
           IF CONF-SUPRIMIDA
              MOVE "VERBA SUPRIM" TO DL-OCORR.
           IF CONF-PRIMEIRO
              MOVE "1O PAGAMENTO" TO DL-OCORR.
           IF CONF-ULTIMO
              MOVE "ULTIMO PAGTO" TO DL-OCORR.
           IF CONF-AUSENTE
              MOVE "SEM PAGTO"    TO DL-OCORR.
           IF CONF-ZERADO
              MOVE "LIQUIDO ZERO" TO DL-OCORR.
           IF CONF-NEGATIVO
              MOVE "NEGATIVO"     TO DL-OCORR.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       GRAVA-ALERTA-FIM.
           EXIT.
      *
      **************************************
      * SITUACAO DA CONFERENCIA            *
      **************************************
      *
       ROT-RODAPE.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-FUNC  TO RD-FUNC
           MOVE W-CONT-CHAPA TO RD-CHAPA
           MOVE W-RODAPE     TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-FLAG  TO RD-FLAG
           MOVE W-PCTLIM     TO RD-PCTLIM
           MOVE W-RODAPE2    TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           IF W-CONT-FLAG = ZEROS
              MOVE "S" TO CC-CONFERIDA
              PERFORM GRAVA-CTRLCOMP
              DISPLAY "SEM ALERTAS - COMPETENCIA LIBERADA PARA O "
                      "BANCOREM"
              GO TO ROT-FECHA.
           MOVE "P" TO CC-CONFERIDA
           PERFORM GRAVA-CTRLCOMP
           DISPLAY "LINHAS A VISTAR: " W-CONT-FLAG
                   " EM " W-CONT-CHAPA " CHAPAS"
           DISPLAY "O BANCOREM ESTA BLOQUEADO PARA " W-COMPET
                   " ATE O VISTO DE TODAS NO FP201637".
      *
       ROT-FECHA.
           CLOSE CTRLCOMP CADFUNC FOLHARES FICHAFIN CONFFOLHA CONFLIST
           IF W-CONT-EXC NOT = ZEROS
              DISPLAY "LINHAS DA CONFERENCIA ANTERIOR DESCARTADAS: "
                      W-CONT-EXC.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "FICPAR.CPY".
           COPY "CNFPAR.CPY".
           COPY "CTCPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-CONFLIST==.
           COPY "SPLPAR.CPY".
