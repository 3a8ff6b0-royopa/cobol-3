                    RECORD KEY   IS PS-CHAVE
                    FILE STATUS  IS ST-PAG.
           COPY "CTCSEL.CPY".
           COPY "PENSEL.CPY".
           COPY "FRDSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 FN-LIQUIDO     PIC 9(08)V99.
                03 FN-DTPAGTO     PIC 9(08).
                03 FN-EMPRESA     PIC 9(02).
                03 FN-ORIGEM      PIC X(01).
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 PS-DATA         PIC 9(08).
                03 FILLER          PIC X(16).
           COPY "CTCFD.CPY".
           COPY "PENFD.CPY".
           COPY "FRDFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "CTCWS.CPY".
           COPY "PENWS.CPY".
           COPY "FRDWS.CPY".
       77 W-CMP-MES     PIC 9(02) VALUE ZEROS.
       77 W-CMP-TMP     PIC 9(04) VALUE ZEROS.
       77 W-MARCA-PAGA  PIC X(01) VALUE "N".
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-CONT-DET    PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM    PIC 9(06) VALUE ZEROS.
       77 W-CONT-PENS   PIC 9(06) VALUE ZEROS.
       77 W-CONT-AJUST  PIC 9(06) VALUE ZEROS.
       77 W-DTORIG      PIC 9(08) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(12)V99 VALUE ZEROS.
       01 W-HEADER.
           03 FILLER        PIC X(01) VALUE "0".
           03 DT-VALOR      PIC 9(10)V99.
           03 DT-DTPAGTO    PIC 9(08).
           03 FILLER        PIC X(05) VALUE SPACES.
       01 W-DETPENS.
           03 FILLER        PIC X(01) VALUE "2".
           03 DP-CHAPA      PIC 9(05).
           03 DP-SEQ        PIC 9(02).
           03 DP-NOME       PIC X(30).
           03 DP-BANCO      PIC 9(03).
           03 DP-AGENCIA    PIC 9(05).
           03 DP-CONTA      PIC 9(10).
           03 DP-CONTADV    PIC X(01).
           03 DP-VALOR      PIC 9(10)V99.
           03 DP-DTPAGTO    PIC 9(08).
           03 FILLER        PIC X(03) VALUE SPACES.
       01 W-TRAILER.
           03 FILLER        PIC X(01) VALUE "9".
           03 TR-QTDE       PIC 9(06).
       ABR-002A.
           DIVIDE W-COMPET BY 100 GIVING W-CMP-TMP
                  REMAINDER W-CMP-MES
           IF W-CMP-MES > 12 OR W-TIPOFOLHA = "C"
              GO TO ABR-003.
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "PARA REENVIO DE REJEITADOS USE O BANCOREM2"
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
      *
      * FOLHA CALCULADA SO E PAGA DEPOIS DA CONFERENCIA CONTRA O MES
      * ANTERIOR (FOLHACONF) COM TODOS OS ALERTAS VISTADOS (FP201637)
      *
           IF COMP-CALCULADA AND NOT COMP-CONFERIDA
              DISPLAY "FOLHA DE " W-COMPET " SEM CONFERENCIA VISTADA"
                      " - REMESSA BLOQUEADA"
              DISPLAY "EXECUTE O FOLHACONF E VISTE OS ALERTAS NO "
                      "FP201637"
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           IF COMP-CALCULADA
              MOVE "S" TO W-MARCA-PAGA
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PAGTOSTS: " ST-PAG
              CLOSE FOLHANET CADFUNC REMESSA
              GO TO ROT-FIM.
           PERFORM ABR-PENSAO.
       ABR-004.
           PERFORM ABR-FERIADO
           MOVE W-COMPET TO HD-COMPET
           MOVE W-HOJE   TO HD-DATA
           MOVE W-HEADER TO LINHA-REMESSA
      *
       LER-NET.
           READ FOLHANET NEXT RECORD
               AT END GO TO LER-PENSAO.
           IF FN-COMPET NOT = W-COMPET
              GO TO LER-NET.
           IF W-EMPRESA NOT = ZEROS AND FN-EMPRESA NOT = W-EMPRESA
           MOVE FCONTADV    TO DT-CONTADV
           MOVE FN-LIQUIDO  TO DT-VALOR
           IF FN-DTPAGTO = ZEROS
              MOVE W-HOJE TO W-FRD-DATA
           ELSE
              MOVE FN-DTPAGTO TO W-FRD-DATA.
           PERFORM AJUSTA-DTPAGTO THRU AJUSTA-DTPAGTO-FIM
           MOVE W-FRD-DATA TO DT-DTPAGTO
           MOVE W-DETALHE   TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           PERFORM MARCA-PAGTOSTS THRU MARCA-PAGTOSTS-FIM
      * (A REMESSA CHEIA, APOS O CALCULO, E O ARQUIVO COMPLETO DO MES).
      * O 13O FICA DE FORA: AS DUAS PARCELAS USAM A MESMA
      * PSEUDO-COMPETENCIA AAAA13 E A MARCA DA PRIMEIRA BARRARIA A
      * SEGUNDA. A PLR (PSEUDO-COMPETENCIA AAAA14) SEGUE A MESMA REGRA
      *
       VERIFICA-PAGTOSTS.
           MOVE "N" TO W-PS-ACHOU
           IF W-TIPOFOLHA NOT = "N"
              GO TO VERIFICA-PAGTOSTS-FIM.
           IF W-CMP-MES > 12
              GO TO VERIFICA-PAGTOSTS-FIM.
           MOVE FN-CHAPA  TO PS-CHAPA
           MOVE FN-COMPET TO PS-COMPET
       MARCA-PAGTOSTS.
           IF W-TIPOFOLHA NOT = "N"
              GO TO MARCA-PAGTOSTS-FIM.
           IF W-CMP-MES > 12
              GO TO MARCA-PAGTOSTS-FIM.
           IF W-PS-ACHOU = "S"
              GO TO MARCA-PAGTOSTS-FIM.
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO PAGTOSTS: " ST-PAG.
       MARCA-PAGTOSTS-FIM.
           EXIT.
      *
      **************************************
      * CREDITO EM DIA UTIL BANCARIO       *
      **************************************
      *
      * DATA DE PAGAMENTO EM FIM DE SEMANA OU FERIADO VAI PARA O DIA
      * UTIL ANTERIOR. SE ESTE JA PASSOU (OU A DATA E A DE HOJE), O
      * CREDITO SAI NO PRIMEIRO DIA UTIL A PARTIR DE HOJE
      *
       AJUSTA-DTPAGTO.
           MOVE W-FRD-DATA TO W-DTORIG
           PERFORM UTIL-ANTERIOR THRU UTIL-ANTERIOR-FIM
           IF W-FRD-DATA < W-HOJE
              MOVE W-HOJE TO W-FRD-DATA
              PERFORM UTIL-SEGUINTE THRU UTIL-SEGUINTE-FIM.
           IF W-FRD-DATA NOT = W-DTORIG
              ADD 1 TO W-CONT-AJUST.
       AJUSTA-DTPAGTO-FIM.
           EXIT.
      *
      **************************************
      * CREDITO AOS BENEFICIARIOS DE PENSAO *
      **************************************
      *
      * UM DETALHE TIPO 2 POR DETERMINACAO PAGA NA COMPETENCIA (FOLHA,
      * 13O, FERIAS E RESCISAO), COM OS DADOS BANCARIOS DO
      * BENEFICIARIO. A MARCA EM PENSPAG SEGUE A MESMA REGRA DO
      * PAGTOSTS: SO A REMESSA CHEIA REEMITE O QUE JA FOI ENVIADO
      *
       LER-PENSAO.
           IF W-TIPOFOLHA NOT = "N" OR W-PEN-OK NOT = "S"
              GO TO ROT-TRAILER.
           MOVE W-COMPET   TO PP-COMPET
           MOVE ZEROS      TO PP-CHAPA PP-SEQ
           MOVE LOW-VALUES TO PP-EVENTO
           START PENSPAG KEY IS NOT LESS THAN PP-CHAVE
           IF ST-PENSPAG NOT = "00"
              GO TO ROT-TRAILER.
       LER-PENSAO1.
           READ PENSPAG NEXT RECORD
           IF ST-PENSPAG NOT = "00"
              GO TO ROT-TRAILER.
           IF PP-COMPET NOT = W-COMPET
              GO TO ROT-TRAILER.
           IF PP-VALOR = ZEROS
              GO TO LER-PENSAO1.
           IF PENSPAG-EMITIDO AND W-MARCA-PAGA NOT = "S"
              ADD 1 TO W-CONT-JAEMIT
              DISPLAY "PENSAO JA EMITIDA - CHAPA " PP-CHAPA
                      " SEQ " PP-SEQ " EVENTO " PP-EVENTO
              GO TO LER-PENSAO1.
           MOVE PP-CHAPA TO PE-CHAPA
           MOVE PP-SEQ   TO PE-SEQ
           READ CADPENSAO
           IF ST-PENSAO NOT = "00"
              DISPLAY "PENSAO SEM CADASTRO - CHAPA " PP-CHAPA
                      " SEQ " PP-SEQ
              ADD 1 TO W-CONT-SEM
              GO TO LER-PENSAO1.
           IF PE-BANCO = ZEROS OR PE-CONTA = ZEROS
              DISPLAY "PENSAO SEM DADOS BANCARIOS - CHAPA " PP-CHAPA
                      " SEQ " PP-SEQ
              ADD 1 TO W-CONT-SEM
              GO TO LER-PENSAO1.
           MOVE PP-CHAPA    TO DP-CHAPA
           MOVE PP-SEQ      TO DP-SEQ
           MOVE PE-BENEF    TO DP-NOME
           MOVE PE-BANCO    TO DP-BANCO
           MOVE PE-AGENCIA  TO DP-AGENCIA
           MOVE PE-CONTA    TO DP-CONTA
           MOVE PE-CONTADV  TO DP-CONTADV
           MOVE PP-VALOR    TO DP-VALOR
           IF PP-DTPAGTO = ZEROS
              MOVE W-HOJE TO W-FRD-DATA
           ELSE
              MOVE PP-DTPAGTO TO W-FRD-DATA.
           PERFORM AJUSTA-DTPAGTO THRU AJUSTA-DTPAGTO-FIM
           MOVE W-FRD-DATA TO DP-DTPAGTO
           MOVE W-DETPENS   TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           MOVE "E"    TO PP-SITUACAO
           MOVE W-HOJE TO PP-DTREM
           REWRITE REGPENSPAG
           IF ST-PENSPAG NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO PENSPAG: "
                      ST-PENSPAG.
           ADD 1 TO W-CONT-DET W-CONT-PENS
           ADD PP-VALOR TO W-TOT-VALOR
           GO TO LER-PENSAO1.
      *
       ROT-TRAILER.
           MOVE W-CONT-DET  TO TR-QTDE
           CLOSE FOLHANET CADFUNC REMESSA
           IF W-TIPOFOLHA = "N"
              CLOSE PAGTOSTS.
           PERFORM FECHA-PENSAO
           PERFORM FECHA-FERIADO
           IF W-CMP-MES < 13 AND W-TIPOFOLHA NOT = "C"
              IF W-MARCA-PAGA = "S"
                 MOVE "P" TO CC-SITUACAO
                 MOVE W-HOJE TO CC-DTPAGTO
                 PERFORM GRAVA-CTRLCOMP
                 CLOSE CTRLCOMP
                 DISPLAY "COMPETENCIA PAGA - BAIXAR AS MENSALIDADES "
                         "DESCONTADAS EM FOLHA NO MENSFOLHA"
              ELSE
                 CLOSE CTRLCOMP.
           DISPLAY "REMESSA GERADA - CREDITOS : " W-CONT-DET
           DISPLAY "  DOS QUAIS PENSAO        : " W-CONT-PENS
           DISPLAY "SEM DADOS BANCARIOS      : " W-CONT-SEM
           DISPLAY "JA EMITIDOS (PULADOS)    : " W-CONT-JAEMIT
           DISPLAY "DATAS LEVADAS A DIA UTIL : " W-CONT-AJUST.
      *
       ROT-FIM.
           STOP RUN.
      *
           COPY "AMBPAR.CPY".
           COPY "CTCPAR.CPY".
           COPY "PENPAR.CPY".
           COPY "FRDPAR.CPY".
