      *
      * ABRE CADPENSAO (OPCIONAL) E PENSPAG (CRIA SE NAO EXISTIR)
      *
       ABR-PENSAO.
                MOVE "N" TO W-PEN-OK
                MOVE "CADPENSAO.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-PENSAO
                MOVE "PENSPAG.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-PENSPAG
                OPEN INPUT CADPENSAO
                IF ST-PENSAO NOT = "00"
                   DISPLAY "AVISO: SEM CADASTRO DE PENSAO ALIMENTICIA"
                ELSE
                   OPEN I-O PENSPAG
                   IF ST-PENSPAG = "30" OR ST-PENSPAG = "35"
                      OPEN OUTPUT PENSPAG
                      CLOSE PENSPAG
                      OPEN I-O PENSPAG.
                IF ST-PENSAO = "00"
                   IF ST-PENSPAG = "00"
                      MOVE "S" TO W-PEN-OK
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO PENSPAG: "
                              ST-PENSPAG
                      CLOSE CADPENSAO.
      *
       FECHA-PENSAO.
                IF W-PEN-OK = "S"
                   CLOSE CADPENSAO PENSPAG.
      *
      * CARREGA AS DETERMINACOES DE W-PEN-CHAPA VIGENTES ENTRE
      * W-PEN-PERINI E W-PEN-PERFIM QUE INCIDEM SOBRE W-PEN-EVENTO
      *
       CARGA-PENSAO.
                MOVE ZEROS TO W-PEN-QT W-PEN-TOTAL
                IF W-PEN-OK NOT = "S"
                   GO TO CARGA-PENSAO-FIM.
                MOVE W-PEN-CHAPA TO PE-CHAPA
                MOVE ZEROS TO PE-SEQ
                START CADPENSAO KEY IS NOT LESS THAN PE-CHAVE
                IF ST-PENSAO NOT = "00"
                   GO TO CARGA-PENSAO-FIM.
       CARGA-PENSAO1.
                READ CADPENSAO NEXT RECORD
                IF ST-PENSAO NOT = "00"
                   GO TO CARGA-PENSAO-FIM.
                IF PE-CHAPA NOT = W-PEN-CHAPA
                   GO TO CARGA-PENSAO-FIM.
                IF PE-DTINI > W-PEN-PERFIM
                   GO TO CARGA-PENSAO1.
                IF PE-DTFIM NOT = ZEROS AND PE-DTFIM < W-PEN-PERINI
                   GO TO CARGA-PENSAO1.
                IF W-PEN-EVENTO = "D" AND PE-INC13 NOT = "S"
                   GO TO CARGA-PENSAO1.
                IF W-PEN-EVENTO = "E" AND PE-INCFER NOT = "S"
                   GO TO CARGA-PENSAO1.
                IF W-PEN-EVENTO = "R" AND PE-INCRESC NOT = "S"
                   GO TO CARGA-PENSAO1.
                IF W-PEN-QT NOT < 5
                   DISPLAY "AVISO: MAIS DE 5 PENSOES - CHAPA "
                           W-PEN-CHAPA
                   GO TO CARGA-PENSAO-FIM.
                ADD 1 TO W-PEN-QT
                MOVE PE-SEQ      TO PT-SEQ      (W-PEN-QT)
                MOVE PE-BASECALC TO PT-BASECALC (W-PEN-QT)
                MOVE PE-PERCENT  TO PT-PERCENT  (W-PEN-QT)
                MOVE PE-VLRFIXO  TO PT-VLRFIXO  (W-PEN-QT)
                MOVE ZEROS TO PT-BASEVLR (W-PEN-QT) PT-VALOR (W-PEN-QT)
                GO TO CARGA-PENSAO1.
       CARGA-PENSAO-FIM.
                EXIT.
      *
      * CALCULA CADA DETERMINACAO SOBRE W-PEN-BRUTO OU W-PEN-LIQBASE
      * E LIMITA O TOTAL A W-PEN-LIMITE (REDUZ DA ULTIMA PARA A
      * PRIMEIRA)
      *
       CALCULA-PENSAO.
                MOVE ZEROS TO W-PEN-TOTAL
                MOVE 1 TO W-PEN-IDX.
       CALCULA-PENSAO1.
                IF W-PEN-IDX > W-PEN-QT
                   GO TO CALCULA-PENSAO2.
                MOVE ZEROS TO PT-BASEVLR (W-PEN-IDX)
                IF PT-BASECALC (W-PEN-IDX) = "B"
                   MOVE W-PEN-BRUTO TO PT-BASEVLR (W-PEN-IDX).
                IF PT-BASECALC (W-PEN-IDX) = "L" AND W-PEN-LIQBASE > 0
                   MOVE W-PEN-LIQBASE TO PT-BASEVLR (W-PEN-IDX).
                IF PT-BASECALC (W-PEN-IDX) = "M"
                   MOVE W-PEN-SALMINIMO TO PT-BASEVLR (W-PEN-IDX).
                IF PT-BASECALC (W-PEN-IDX) = "V"
                   MOVE PT-VLRFIXO (W-PEN-IDX) TO PT-VALOR (W-PEN-IDX)
                ELSE
                   IF PT-BASECALC (W-PEN-IDX) = "M"
                      COMPUTE PT-VALOR (W-PEN-IDX) ROUNDED =
                              W-PEN-SALMINIMO * PT-PERCENT (W-PEN-IDX)
                   ELSE
                      COMPUTE PT-VALOR (W-PEN-IDX) ROUNDED =
                              PT-BASEVLR (W-PEN-IDX) *
                              PT-PERCENT (W-PEN-IDX) / 100.
                ADD PT-VALOR (W-PEN-IDX) TO W-PEN-TOTAL
                ADD 1 TO W-PEN-IDX
                GO TO CALCULA-PENSAO1.
       CALCULA-PENSAO2.
                IF W-PEN-LIMITE < 0
                   MOVE ZEROS TO W-PEN-LIMITE.
                IF W-PEN-TOTAL NOT > W-PEN-LIMITE
                   GO TO CALCULA-PENSAO-FIM.
                DISPLAY "AVISO: PENSAO LIMITADA AO LIQUIDO - CHAPA "
                        W-PEN-CHAPA
                COMPUTE W-PEN-EXCESSO = W-PEN-TOTAL - W-PEN-LIMITE
                MOVE W-PEN-LIMITE TO W-PEN-TOTAL
                MOVE W-PEN-QT TO W-PEN-IDX.
       CALCULA-PENSAO3.
                IF W-PEN-IDX = ZEROS OR W-PEN-EXCESSO = ZEROS
                   GO TO CALCULA-PENSAO-FIM.
                IF PT-VALOR (W-PEN-IDX) > W-PEN-EXCESSO
                   SUBTRACT W-PEN-EXCESSO FROM PT-VALOR (W-PEN-IDX)
                   MOVE ZEROS TO W-PEN-EXCESSO
                ELSE
                   SUBTRACT PT-VALOR (W-PEN-IDX) FROM W-PEN-EXCESSO
                   MOVE ZEROS TO PT-VALOR (W-PEN-IDX).
                SUBTRACT 1 FROM W-PEN-IDX
                GO TO CALCULA-PENSAO3.
       CALCULA-PENSAO-FIM.
                EXIT.
      *
      * GRAVA EM PENSPAG O VALOR DE CADA DETERMINACAO CALCULADA
      * (REGRAVA SE A COMPETENCIA/EVENTO FOR RECALCULADA)
      *
       GRAVA-PENSPAG.
                MOVE 1 TO W-PEN-IDX.
       GRAVA-PENSPAG1.
                IF W-PEN-IDX > W-PEN-QT
                   GO TO GRAVA-PENSPAG-FIM.
                MOVE W-PEN-COMPET         TO PP-COMPET
                MOVE W-PEN-CHAPA          TO PP-CHAPA
                MOVE PT-SEQ (W-PEN-IDX)   TO PP-SEQ
                MOVE W-PEN-EVENTO         TO PP-EVENTO
                MOVE PT-BASEVLR (W-PEN-IDX) TO PP-BASEVLR
                MOVE PT-VALOR (W-PEN-IDX) TO PP-VALOR
                MOVE W-PEN-DTPAGTO        TO PP-DTPAGTO
                MOVE W-PEN-EMPRESA        TO PP-EMPRESA
                MOVE SPACES               TO PP-SITUACAO
                MOVE ZEROS                TO PP-DTREM
                WRITE REGPENSPAG
                IF ST-PENSPAG = "22"
                   PERFORM REGRAVA-PENSPAG THRU REGRAVA-PENSPAG-FIM.
                IF ST-PENSPAG NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO ARQUIVO PENSPAG: "
                           ST-PENSPAG " CHAPA " W-PEN-CHAPA.
                ADD 1 TO W-PEN-IDX
                GO TO GRAVA-PENSPAG1.
       GRAVA-PENSPAG-FIM.
                EXIT.
      *
      * RECALCULO: MANTEM A MARCA DE REMESSA SE O VALOR NAO MUDOU
      *
       REGRAVA-PENSPAG.
                READ PENSPAG
                IF ST-PENSPAG NOT = "00"
                   GO TO REGRAVA-PENSPAG-FIM.
                IF PP-VALOR NOT = PT-VALOR (W-PEN-IDX)
                   MOVE SPACES TO PP-SITUACAO
                   MOVE ZEROS  TO PP-DTREM.
                MOVE PT-BASEVLR (W-PEN-IDX) TO PP-BASEVLR
                MOVE PT-VALOR (W-PEN-IDX) TO PP-VALOR
                MOVE W-PEN-DTPAGTO        TO PP-DTPAGTO
                MOVE W-PEN-EMPRESA        TO PP-EMPRESA
                REWRITE REGPENSPAG.
       REGRAVA-PENSPAG-FIM.
                EXIT.
