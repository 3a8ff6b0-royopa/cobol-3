       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
       AUTHOR. MATEUS.
      ***************************************************
      * CONCILIACAO FINANCEIRA DA COMPETENCIA: FOLHARES *
      * FOLHANET, PAGTOSTS, FICHAFIN, LANCTOS E GPS     *
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
       SELECT FOLHANET ASSIGN TO DYNAMIC W-ARQ-NET
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NET.
       SELECT PAGTOSTS ASSIGN TO DYNAMIC W-ARQ-PAG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PS-CHAVE
                    FILE STATUS  IS ST-PAG.
       SELECT LANCTOS ASSIGN TO DYNAMIC W-ARQ-LAN
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LAN.
       SELECT CONCLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
           COPY "FICSEL.CPY".
           COPY "CTCSEL.CPY".
           COPY "GPTSEL.CPY".
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
                03 NOME           PIC X(35).
                03 FILLER         PIC X(197).
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
       FD FOLHANET
               LABEL RECORD IS STANDARD.
       01 LINHA-FOLHANET.
                03 FN-COMPET      PIC 9(06).
                03 FN-CHAPA       PIC 9(05).
                03 FN-LIQUIDO     PIC 9(08)V99.
                03 FN-DTPAGTO     PIC 9(08).
                03 FN-EMPRESA     PIC 9(02).
                03 FN-ORIGEM      PIC X(01).
                   88 NET-FOLHA      VALUE "M" " ".
                   88 NET-ADIANTA    VALUE "A".
                   88 NET-FERIAS     VALUE "F".
                   88 NET-RESCISAO   VALUE "R".
                   88 NET-13O        VALUE "D".
                   88 NET-PLR        VALUE "P".
       FD PAGTOSTS
               LABEL RECORD IS STANDARD.
       01 REGPAGTOSTS.
                03 PS-CHAVE.
                   05 PS-CHAPA     PIC 9(05).
                   05 PS-COMPET    PIC 9(06).
                03 PS-SITUACAO     PIC X(01).
                   88 PAGTO-PAGO       VALUE "P".
                   88 PAGTO-REJEITADO  VALUE "R".
                   88 PAGTO-REEMITIDO  VALUE "X".
                   88 PAGTO-EMITIDO    VALUE "E".
                03 PS-VALOR        PIC 9(10)V99.
                03 PS-OCORRENCIA   PIC X(02).
                03 PS-DATA         PIC 9(08).
                03 FILLER          PIC X(16).
       FD LANCTOS
               LABEL RECORD IS STANDARD.
       01 LINHA-LANCTOS.
                03 LC-COMPET      PIC 9(06).
                03 LC-CONTA       PIC 9(08).
                03 LC-DC          PIC X(01).
                03 LC-VALOR       PIC 9(10)V99.
                03 LC-HIST        PIC X(30).
                03 LC-TIPO        PIC X(01).
                   88 LANC-BRUTO     VALUE "D".
                   88 LANC-INSS      VALUE "I".
                   88 LANC-IRRF      VALUE "R".
                   88 LANC-LIQUIDO   VALUE "S".
                   88 LANC-CONSIG    VALUE "C".
                03 FILLER         PIC X(02).
       FD CONCLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-CONCLIST   PIC X(80).
           COPY "FICFD.CPY".
           COPY "CTCFD.CPY".
           COPY "GPTFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "FICWS.CPY".
           COPY "CTCWS.CPY".
           COPY "GPTWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-RES        PIC X(02) VALUE "00".
       77 ST-NET        PIC X(02) VALUE "00".
       77 ST-PAG        PIC X(02) VALUE "00".
       77 ST-LAN        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-RES     PIC X(64) VALUE SPACES.
       77 W-ARQ-NET     PIC X(64) VALUE SPACES.
       77 W-ARQ-PAG     PIC X(64) VALUE SPACES.
       77 W-ARQ-LAN     PIC X(64) VALUE SPACES.
       77 W-PAG-OK      PIC X(01) VALUE "N".
       77 W-GPT-OK      PIC X(01) VALUE "N".
       01 W-COMPET.
           03 W-CMP-ANO     PIC 9(04).
           03 W-CMP-MES     PIC 9(02).
      *
      * CREDITOS DO FOLHANET NA COMPETENCIA, TOTALIZADOS POR CHAPA
      * (O ARQUIVO E SEQUENCIAL E TRAZ FOLHA, FERIAS, RESCISAO ETC.)
      *
       77 W-MAXNET      PIC 9(04) VALUE 5000.
       77 W-QT-NET      PIC 9(04) VALUE ZEROS.
       77 W-IDX         PIC 9(04) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-NETCHEIA    PIC X(01) VALUE "N".
       01 TAB-NET.
           03 TN-ITEM OCCURS 5000 TIMES.
               05 TN-CHAPA      PIC 9(05).
               05 TN-FOLHA      PIC 9(09)V99.
               05 TN-TOTAL      PIC 9(09)V99.
               05 TN-QTD        PIC 9(03).
               05 TN-USADO      PIC X(01).
      *
      * VERBAS GRAVADAS NA FICHA POR OUTROS CALCULOS DA MESMA
      * COMPETENCIA (ADIANTAMENTO, FERIAS, RESCISAO COM O DESCONTO DO
      * ART. 480 DA CLT E DIFERENCA RETROATIVA DA FOLHA COMPLEMENTAR),
      * FORA DO LIQUIDO DA FOLHA MENSAL
      *
       77 W-VERBA       PIC 9(03) VALUE ZEROS.
           88 VERBA-OUTRO-CALCULO VALUE 020 021 022 030 041 THRU 048
                                        090 503 504 505 506 542 543
                                        544.
       77 W-SALDO       PIC S9(09)V99 VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-NOME        PIC X(35) VALUE SPACES.
       77 W-OCORR       PIC X(18) VALUE SPACES.
       77 W-ESPER       PIC S9(10)V99 VALUE ZEROS.
       77 W-ENCON       PIC S9(10)V99 VALUE ZEROS.
       77 W-DIFER       PIC S9(10)V99 VALUE ZEROS.
       77 W-NETTOT      PIC 9(09)V99 VALUE ZEROS.
       77 W-NETQTD      PIC 9(03) VALUE ZEROS.
       77 W-FLAGCHAPA   PIC X(01) VALUE "N".
       77 W-CONT-FUNC   PIC 9(05) VALUE ZEROS.
       77 W-CONT-DIF    PIC 9(05) VALUE ZEROS.
       77 W-CONT-CHAPA  PIC 9(05) VALUE ZEROS.
       77 W-CONT-LAN    PIC 9(05) VALUE ZEROS.
      *
      * TOTAIS DA COMPETENCIA
      *
       77 W-TOT-BRUTO   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-INSS    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-IRRF    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-LIQ     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-NETF    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-NETO    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-PAGO    PIC 9(10)V99 VALUE ZEROS.
       77 W-CONSIG      PIC S9(10)V99 VALUE ZEROS.
       77 W-LAN-DEB     PIC 9(10)V99 VALUE ZEROS.
       77 W-LAN-CRED    PIC 9(10)V99 VALUE ZEROS.
       77 W-LAN-BRUTO   PIC 9(10)V99 VALUE ZEROS.
       77 W-LAN-INSS    PIC 9(10)V99 VALUE ZEROS.
       77 W-LAN-IRRF    PIC 9(10)V99 VALUE ZEROS.
       77 W-LAN-LIQ     PIC 9(10)V99 VALUE ZEROS.
       77 W-LAN-CONS    PIC S9(10)V99 VALUE ZEROS.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CHAPA NOME            OCORRENCIA        ".
           03 FILLER        PIC X(40) VALUE
              "     ESPERADO   ENCONTRADO    DIFERENCA".
       01 W-DETLIN.
           03 DL-CHAPA      PIC X(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(15).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-OCORR      PIC X(18).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ESPER      PIC ZZZZZZZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ENCON      PIC ZZZZZZZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DIFER      PIC -ZZZZZZZ9,99.
       01 W-TOTLIN.
           03 TL-DESCR      PIC X(40).
           03 TL-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 W-RODAPE.
           03 FILLER        PIC X(22) VALUE "CHAPAS NA FOLHARES ..:".
           03 RD-FUNC       PIC ZZZZ9.
           03 FILLER        PIC X(22) VALUE "   CHAPAS C/ DIFER. .:".
           03 RD-CHAPA      PIC ZZZZ9.
       01 W-RODAPE2.
           03 FILLER        PIC X(22) VALUE "DIFERENCAS ..........:".
           03 RD-DIF        PIC ZZZZ9.
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
           MOVE "FOLHANET.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NET
           MOVE "PAGTOSTS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PAG
           MOVE "LANCTOS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-LAN
           MOVE "GPSTOT.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-GPSTOT
           DISPLAY "CONCILIACAO DA COMPETENCIA - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-CMP-MES < 1 OR W-CMP-MES > 12 OR W-CMP-ANO < 1900
              DISPLAY "COMPETENCIA INVALIDA: " W-COMPET
              GO TO ABR-002.
       ABR-003.
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLCOMP: "
                      ST-CTRLCOMP
              GO TO ROT-FIM.
           MOVE W-COMPET TO CC-COMPET
           PERFORM LE-CTRLCOMP
           IF COMP-ABERTA
              DISPLAY "FOLHA DE " W-COMPET " AINDA NAO CALCULADA"
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           IF NOT COMP-PAGA AND NOT COMP-FECHADA
              DISPLAY "AVISO: COMPETENCIA AINDA NAO PAGA - OS "
                      "CREDITOS SAIRAO COMO DIFERENCA".
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
           OPEN INPUT FOLHANET
           IF ST-NET NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOLHANET: " ST-NET
              CLOSE CTRLCOMP CADFUNC FOLHARES
              GO TO ROT-FIM.
           PERFORM ABR-FICHAFIN
           IF ST-FICHAFIN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FICHAFIN: "
                      ST-FICHAFIN
              CLOSE CTRLCOMP CADFUNC FOLHARES FOLHANET
              GO TO ROT-FIM.
           OPEN OUTPUT CONCLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONCLIST: " ST-LIST
              CLOSE CTRLCOMP CADFUNC FOLHARES FOLHANET FICHAFIN
              GO TO ROT-FIM.
           MOVE "N" TO W-PAG-OK
           OPEN INPUT PAGTOSTS
           IF ST-PAG = "00"
              MOVE "S" TO W-PAG-OK
           ELSE
              DISPLAY "AVISO: SEM CONTROLE DE PAGAMENTOS PAGTOSTS".
           MOVE "CONCILIA" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CONCILIACAO DA COMPETENCIA" TO REL-TITULO
           MOVE W-CABCOLS                    TO REL-COLUNAS.
      *
      **************************************
      * CREDITOS DO FOLHANET POR CHAPA     *
      **************************************
      *
       CARGA-NET.
           READ FOLHANET NEXT RECORD
               AT END GO TO CARGA-NET-FIM.
           IF FN-COMPET NOT = W-COMPET
              GO TO CARGA-NET.
           MOVE FN-CHAPA TO W-CHAPA
           PERFORM BUSCA-NET THRU BUSCA-NET-FIM
           IF W-ACHOU NOT = "S"
              IF W-QT-NET < W-MAXNET
                 ADD 1 TO W-QT-NET
                 MOVE W-QT-NET TO W-IDX
                 MOVE FN-CHAPA TO TN-CHAPA (W-IDX)
                 MOVE ZEROS    TO TN-FOLHA (W-IDX) TN-TOTAL (W-IDX)
                                  TN-QTD (W-IDX)
                 MOVE "N"      TO TN-USADO (W-IDX)
              ELSE
                 MOVE "S" TO W-NETCHEIA
                 GO TO CARGA-NET.
           ADD FN-LIQUIDO TO TN-TOTAL (W-IDX)
           ADD 1          TO TN-QTD (W-IDX)
           IF NET-FOLHA
              ADD FN-LIQUIDO TO TN-FOLHA (W-IDX) W-TOT-NETF
           ELSE
              ADD FN-LIQUIDO TO W-TOT-NETO.
           GO TO CARGA-NET.
       CARGA-NET-FIM.
           IF W-NETCHEIA = "S"
              DISPLAY "TABELA DE CREDITOS CHEIA - LIMITE " W-MAXNET
              DISPLAY "CONCILIACAO INCOMPLETA - NAO SERA ACEITA".
      *
      **************************************
      * LEITURA DOS RESULTADOS DA FOLHA    *
      **************************************
      *
       LER-RES-INICIA.
           MOVE LOW-VALUES TO FR-CHAVE
           START FOLHARES KEY IS NOT LESS THAN FR-CHAVE
           IF ST-RES NOT = "00"
              GO TO SOBRA-NET.
       LER-RES.
           READ FOLHARES NEXT RECORD
               AT END GO TO SOBRA-NET.
           IF FR-COMPET NOT = W-COMPET
              GO TO LER-RES.
           PERFORM CONFERE-CHAPA THRU CONFERE-CHAPA-FIM
           GO TO LER-RES.
      *
      **************************************
      * CONCILIACAO DE UMA CHAPA           *
      **************************************
      *
      * LIQUIDO DA FOLHARES CONTRA O CREDITO DA FOLHA NO FOLHANET E
      * CONTRA PROVENTOS - DESCONTOS DA FICHA; DEPOIS O TOTAL DE
      * CREDITOS DA CHAPA CONTRA A SITUACAO NO PAGTOSTS
      *
       CONFERE-CHAPA.
           ADD 1 TO W-CONT-FUNC
           ADD FR-BRUTO   TO W-TOT-BRUTO
           ADD FR-INSS    TO W-TOT-INSS
           ADD FR-IRRF    TO W-TOT-IRRF
           ADD FR-LIQUIDO TO W-TOT-LIQ
           MOVE "N" TO W-FLAGCHAPA
           MOVE FR-CHAPA TO W-CHAPA CHAPA
           READ CADFUNC
           IF ST-FUNC = "00"
              MOVE NOME TO W-NOME
           ELSE
              MOVE "(SEM CADASTRO)" TO W-NOME.
           MOVE ZEROS TO W-NETTOT W-NETQTD
           MOVE FR-LIQUIDO TO W-ESPER
           PERFORM BUSCA-NET THRU BUSCA-NET-FIM
           IF W-ACHOU = "S"
              MOVE "S" TO TN-USADO (W-IDX)
              MOVE TN-TOTAL (W-IDX) TO W-NETTOT
              MOVE TN-QTD (W-IDX)   TO W-NETQTD
              MOVE TN-FOLHA (W-IDX) TO W-ENCON
           ELSE
              MOVE ZEROS TO W-ENCON.
           IF W-ENCON NOT = W-ESPER
              MOVE "FOLHANET<>FOLHARES" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM.
           PERFORM SALDO-FICHA THRU SALDO-FICHA-FIM
           MOVE FR-LIQUIDO TO W-ESPER
           MOVE W-SALDO    TO W-ENCON
           IF W-ENCON NOT = W-ESPER
              MOVE "FICHAFIN<>FOLHARES" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM.
           PERFORM CONFERE-PAGTO THRU CONFERE-PAGTO-FIM.
       CONFERE-CHAPA-FIM.
           EXIT.
      *
      * PROVENTOS - DESCONTOS DA FICHA DA CHAPA, SO VERBAS DA FOLHA
      *
       SALDO-FICHA.
           MOVE ZEROS TO W-SALDO
           MOVE W-CHAPA  TO FF-CHAPA
           MOVE W-COMPET TO FF-COMPET
           MOVE ZEROS    TO FF-VERBA
           START FICHAFIN KEY IS NOT LESS THAN FF-CHAVE
           IF ST-FICHAFIN NOT = "00"
              GO TO SALDO-FICHA-FIM.
       SALDO-FICHA1.
           READ FICHAFIN NEXT RECORD
           IF ST-FICHAFIN NOT = "00"
              GO TO SALDO-FICHA-FIM.
           IF FF-CHAPA NOT = W-CHAPA OR FF-COMPET NOT = W-COMPET
              GO TO SALDO-FICHA-FIM.
           MOVE FF-VERBA TO W-VERBA
           IF VERBA-OUTRO-CALCULO
              GO TO SALDO-FICHA1.
           IF FICHA-PROVENTO
              ADD FF-VALOR TO W-SALDO
           ELSE
              SUBTRACT FF-VALOR FROM W-SALDO.
           GO TO SALDO-FICHA1.
       SALDO-FICHA-FIM.
           EXIT.
      *
      * CREDITOS DA CHAPA (W-NETTOT EM W-NETQTD LINHAS) CONTRA O QUE A
      * REMESSA EMITIU E O RETORNO DO BANCO CONFIRMOU. O PAGTOSTS TEM
      * UM REGISTRO POR CHAPA E COMPETENCIA: O VALOR SO E COMPARADO
      * QUANDO A CHAPA TEM UM UNICO CREDITO NO MES
      *
       CONFERE-PAGTO.
           IF W-NETTOT = ZEROS
              GO TO CONFERE-PAGTO-FIM.
           MOVE W-NETTOT TO W-ESPER
           MOVE ZEROS    TO W-ENCON
           IF W-PAG-OK NOT = "S"
              MOVE "SEM REMESSA BANCO" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM
              GO TO CONFERE-PAGTO-FIM.
           MOVE W-CHAPA  TO PS-CHAPA
           MOVE W-COMPET TO PS-COMPET
           READ PAGTOSTS
           IF ST-PAG NOT = "00"
              MOVE "SEM REMESSA BANCO" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM
              GO TO CONFERE-PAGTO-FIM.
           MOVE PS-VALOR TO W-ENCON
           IF PAGTO-REJEITADO
              MOVE "CREDITO REJEITADO" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM
              GO TO CONFERE-PAGTO-FIM.
           IF PAGTO-REEMITIDO
              MOVE "REENVIO S/RETORNO" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM
              GO TO CONFERE-PAGTO-FIM.
           IF NOT PAGTO-PAGO
              MOVE "SEM RETORNO BANCO" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM
              GO TO CONFERE-PAGTO-FIM.
           ADD PS-VALOR TO W-TOT-PAGO
           IF W-NETQTD = 1 AND W-ENCON NOT = W-ESPER
              MOVE "VALOR PAGO DIVERG." TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM.
       CONFERE-PAGTO-FIM.
           EXIT.
      *
      **************************************
      * CREDITOS SEM RESULTADO DE FOLHA    *
      **************************************
      *
      * FERIAS E RESCISAO DE QUEM NAO ENTROU NA FOLHA DO MES SO
      * PASSAM PELO PAGTOSTS; CREDITO DE FOLHA SEM FOLHARES E
      * DIFERENCA
      *
       SOBRA-NET.
           MOVE 1 TO W-IDX.
       SOBRA-NET1.
           IF W-IDX > W-QT-NET
              GO TO CONFERE-LANCTOS.
           IF TN-USADO (W-IDX) = "S"
              ADD 1 TO W-IDX
              GO TO SOBRA-NET1.
           MOVE "N" TO W-FLAGCHAPA
           MOVE TN-CHAPA (W-IDX) TO W-CHAPA CHAPA
           READ CADFUNC
           IF ST-FUNC = "00"
              MOVE NOME TO W-NOME
           ELSE
              MOVE "(SEM CADASTRO)" TO W-NOME.
           IF TN-FOLHA (W-IDX) NOT = ZEROS
              MOVE ZEROS TO W-ESPER
              MOVE TN-FOLHA (W-IDX) TO W-ENCON
              MOVE "NET SEM FOLHARES" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM.
           MOVE TN-TOTAL (W-IDX) TO W-NETTOT
           MOVE TN-QTD (W-IDX)   TO W-NETQTD
           PERFORM CONFERE-PAGTO THRU CONFERE-PAGTO-FIM
           ADD 1 TO W-IDX
           GO TO SOBRA-NET1.
      *
      **************************************
      * LANCAMENTOS CONTABEIS (CONTABGER)  *
      **************************************
      *
      * DEBITO DO BRUTO E CREDITOS DE INSS, IRRF, LIQUIDO E
      * CONSIGNACOES (BRUTO - INSS - IRRF - LIQUIDO) CONTRA A FOLHARES
      *
       CONFERE-LANCTOS.
           MOVE "N" TO W-FLAGCHAPA
           MOVE ZEROS TO W-CHAPA
           MOVE SPACES TO W-NOME
           COMPUTE W-CONSIG = W-TOT-BRUTO - W-TOT-INSS - W-TOT-IRRF
                            - W-TOT-LIQ
           OPEN INPUT LANCTOS
           IF ST-LAN NOT = "00"
              GO TO CONFERE-LANCTOS2.
       CONFERE-LANCTOS1.
           READ LANCTOS NEXT RECORD
               AT END GO TO CONFERE-LANCTOS2.
           IF LC-COMPET NOT = W-COMPET
              GO TO CONFERE-LANCTOS1.
           ADD 1 TO W-CONT-LAN
           IF LC-DC = "D"
              ADD LC-VALOR TO W-LAN-DEB
           ELSE
              ADD LC-VALOR TO W-LAN-CRED.
           IF LANC-BRUTO
              ADD LC-VALOR TO W-LAN-BRUTO.
           IF LANC-INSS
              ADD LC-VALOR TO W-LAN-INSS.
           IF LANC-IRRF
              ADD LC-VALOR TO W-LAN-IRRF.
           IF LANC-LIQUIDO
              ADD LC-VALOR TO W-LAN-LIQ.
           IF LANC-CONSIG AND LC-DC = "D"
              SUBTRACT LC-VALOR FROM W-LAN-CONS.
           IF LANC-CONSIG AND LC-DC NOT = "D"
              ADD LC-VALOR TO W-LAN-CONS.
           GO TO CONFERE-LANCTOS1.
       CONFERE-LANCTOS2.
           IF ST-LAN NOT = "35"
              CLOSE LANCTOS.
           IF W-CONT-LAN = ZEROS
              MOVE W-TOT-BRUTO TO W-ESPER
              MOVE ZEROS TO W-ENCON
              MOVE "SEM LANCTOS COMPET" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM
              GO TO CONFERE-GPS.
           MOVE W-TOT-BRUTO TO W-ESPER
           MOVE W-LAN-BRUTO TO W-ENCON
           MOVE "LANCTOS BRUTO" TO W-OCORR
           PERFORM CONFERE-TOTAL THRU CONFERE-TOTAL-FIM
           MOVE W-TOT-INSS TO W-ESPER
           MOVE W-LAN-INSS TO W-ENCON
           MOVE "LANCTOS INSS" TO W-OCORR
           PERFORM CONFERE-TOTAL THRU CONFERE-TOTAL-FIM
           MOVE W-TOT-IRRF TO W-ESPER
           MOVE W-LAN-IRRF TO W-ENCON
           MOVE "LANCTOS IRRF" TO W-OCORR
           PERFORM CONFERE-TOTAL THRU CONFERE-TOTAL-FIM
           MOVE W-TOT-LIQ TO W-ESPER
           MOVE W-LAN-LIQ TO W-ENCON
           MOVE "LANCTOS LIQUIDO" TO W-OCORR
           PERFORM CONFERE-TOTAL THRU CONFERE-TOTAL-FIM
           MOVE W-CONSIG   TO W-ESPER
           MOVE W-LAN-CONS TO W-ENCON
           MOVE "LANCTOS CONSIGNAC." TO W-OCORR
           PERFORM CONFERE-TOTAL THRU CONFERE-TOTAL-FIM
           MOVE W-LAN-DEB  TO W-ESPER
           MOVE W-LAN-CRED TO W-ENCON
           MOVE "LANCTOS DEB<>CRED" TO W-OCORR
           PERFORM CONFERE-TOTAL THRU CONFERE-TOTAL-FIM.
      *
      **************************************
      * TOTAIS DA GUIA (GPSCALC)           *
      **************************************
      *
       CONFERE-GPS.
           MOVE "N" TO W-GPT-OK
           OPEN INPUT GPSTOT
           IF ST-GPSTOT = "00"
              MOVE W-COMPET TO GT-COMPET
              READ GPSTOT
              IF ST-GPSTOT = "00"
                 MOVE "S" TO W-GPT-OK.
           IF ST-GPSTOT NOT = "35"
              CLOSE GPSTOT.
           IF W-GPT-OK NOT = "S"
              MOVE W-TOT-INSS TO W-ESPER
              MOVE ZEROS TO W-ENCON
              MOVE "GPS NAO CALCULADA" TO W-OCORR
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM
              GO TO ROT-TOTAIS.
           MOVE W-TOT-BRUTO TO W-ESPER
           MOVE GT-BASE     TO W-ENCON
           MOVE "GPS BASE" TO W-OCORR
           PERFORM CONFERE-TOTAL THRU CONFERE-TOTAL-FIM
           MOVE W-TOT-INSS TO W-ESPER
           MOVE GT-SEGUR   TO W-ENCON
           MOVE "GPS INSS SEGURADOS" TO W-OCORR
           PERFORM CONFERE-TOTAL THRU CONFERE-TOTAL-FIM
           MOVE W-LAN-INSS TO W-ESPER
           MOVE GT-SEGUR   TO W-ENCON
           MOVE "GPS X LANCTOS INSS" TO W-OCORR
           IF W-CONT-LAN NOT = ZEROS
              PERFORM CONFERE-TOTAL THRU CONFERE-TOTAL-FIM.
           GO TO ROT-TOTAIS.
      *
       CONFERE-TOTAL.
           IF W-ENCON NOT = W-ESPER
              PERFORM REGISTRA-DIF THRU REGISTRA-DIF-FIM.
       CONFERE-TOTAL-FIM.
           EXIT.
      *
      **************************************
      * LINHA DE DIFERENCA                 *
      **************************************
      *
       REGISTRA-DIF.
           ADD 1 TO W-CONT-DIF
           IF W-CHAPA NOT = ZEROS AND W-FLAGCHAPA NOT = "S"
              MOVE "S" TO W-FLAGCHAPA
              ADD 1 TO W-CONT-CHAPA.
           IF W-CHAPA = ZEROS
              MOVE SPACES TO DL-CHAPA
           ELSE
              MOVE W-CHAPA TO DL-CHAPA.
           COMPUTE W-DIFER = W-ENCON - W-ESPER
           MOVE W-NOME   TO DL-NOME
           MOVE W-OCORR  TO DL-OCORR
           MOVE W-ESPER  TO DL-ESPER
           MOVE W-ENCON  TO DL-ENCON
           MOVE W-DIFER  TO DL-DIFER
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       REGISTRA-DIF-FIM.
           EXIT.
      *
       BUSCA-NET.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IDX.
       BUSCA-NET1.
           IF W-IDX > W-QT-NET
              GO TO BUSCA-NET-FIM.
           IF TN-CHAPA (W-IDX) = W-CHAPA
              MOVE "S" TO W-ACHOU
              GO TO BUSCA-NET-FIM.
           ADD 1 TO W-IDX
           GO TO BUSCA-NET1.
       BUSCA-NET-FIM.
           EXIT.
      *
      **************************************
      * QUADRO DE TOTAIS E SITUACAO        *
      **************************************
      *
       ROT-TOTAIS.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "FOLHARES - BRUTO" TO TL-DESCR
           MOVE W-TOT-BRUTO TO TL-VALOR
           PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
           MOVE "FOLHARES - INSS" TO TL-DESCR
           MOVE W-TOT-INSS TO TL-VALOR
           PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
           MOVE "FOLHARES - IRRF" TO TL-DESCR
           MOVE W-TOT-IRRF TO TL-VALOR
           PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
           MOVE "FOLHARES - LIQUIDO" TO TL-DESCR
           MOVE W-TOT-LIQ TO TL-VALOR
           PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
           MOVE "FOLHANET - CREDITOS DA FOLHA" TO TL-DESCR
           MOVE W-TOT-NETF TO TL-VALOR
           PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
           MOVE "FOLHANET - OUTROS CREDITOS DO MES" TO TL-DESCR
           MOVE W-TOT-NETO TO TL-VALOR
           PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
           MOVE "PAGTOSTS - CREDITOS PAGOS" TO TL-DESCR
           MOVE W-TOT-PAGO TO TL-VALOR
           PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
           MOVE "LANCTOS - DEBITOS" TO TL-DESCR
           MOVE W-LAN-DEB TO TL-VALOR
           PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
           MOVE "LANCTOS - CREDITOS" TO TL-DESCR
           MOVE W-LAN-CRED TO TL-VALOR
           PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
           IF W-GPT-OK = "S"
              MOVE "GPS - TOTAL A RECOLHER" TO TL-DESCR
              MOVE GT-TOTAL TO TL-VALOR
              PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-FUNC  TO RD-FUNC
           MOVE W-CONT-CHAPA TO RD-CHAPA
           MOVE W-RODAPE     TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-DIF   TO RD-DIF
           MOVE W-RODAPE2    TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
      *
      * A SITUACAO FICA NO CTRLCOMP: O COMPFECHA SO FECHA COM "S"
      *
           IF W-CONT-DIF = ZEROS AND W-NETCHEIA NOT = "S"
              AND W-CONT-FUNC NOT = ZEROS
              MOVE "S" TO CC-CONCILIADA
              PERFORM GRAVA-CTRLCOMP
              DISPLAY "COMPETENCIA " W-COMPET " CONCILIADA SEM "
                      "DIFERENCAS"
              GO TO ROT-FECHA.
           MOVE "D" TO CC-CONCILIADA
           PERFORM GRAVA-CTRLCOMP
           DISPLAY "DIFERENCAS: " W-CONT-DIF " (" W-CONT-CHAPA
                   " CHAPAS) - VEJA O CONCLIST"
           DISPLAY "O COMPFECHA ESTA BLOQUEADO PARA " W-COMPET
                   " ATE UMA CONCILIACAO SEM DIFERENCAS".
           GO TO ROT-FECHA.
      *
       IMPRIME-TOTAL.
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-TOTAL-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE CTRLCOMP CADFUNC FOLHARES FOLHANET FICHAFIN CONCLIST
           IF W-PAG-OK = "S"
              CLOSE PAGTOSTS.
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
           COPY "CTCPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-CONCLIST==.
           COPY "SPLPAR.CPY".
