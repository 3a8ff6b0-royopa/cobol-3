      *
      * ABRE O ARQUIVO DE OCORRENCIAS DISCIPLINARES (CRIA SE PRECISO)
      *
       ABR-OCORRENC.
                MOVE "N" TO W-OCR-OK
                MOVE "OCORRENC.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-OCORRENC
                OPEN I-O OCORRENC
                IF ST-OCORRENC = "30" OR ST-OCORRENC = "35"
                   OPEN OUTPUT OCORRENC
                   CLOSE OCORRENC
                   OPEN I-O OCORRENC.
                IF ST-OCORRENC = "00"
                   MOVE "S" TO W-OCR-OK.
      *
      * PONTOS DE GRAVIDADE, QUANTIDADE E ULTIMA SEQUENCIA DAS
      * OCORRENCIAS DE W-OCR-RM EM W-OCR-ANOLET. USA A AREA DO
      * REGISTRO: CHAMAR ANTES DE MONTAR OU DEPOIS DE GRAVAR
      *
       ACUMULA-OCOR.
                MOVE ZEROS TO W-OCR-PONTOS W-OCR-QTDE W-OCR-ULTSEQ
                MOVE W-OCR-ANOLET TO OC-ANOLET
                MOVE W-OCR-RM     TO OC-RM
                MOVE ZEROS        TO OC-SEQ
                START OCORRENC KEY IS NOT LESS THAN OC-CHAVE
                IF ST-OCORRENC NOT = "00"
                   GO TO ACUMULA-OCOR-FIM.
       ACUMULA-OCOR1.
                READ OCORRENC NEXT RECORD
                IF ST-OCORRENC NOT = "00"
                   GO TO ACUMULA-OCOR-FIM.
                IF OC-ANOLET NOT = W-OCR-ANOLET OR OC-RM NOT = W-OCR-RM
                   GO TO ACUMULA-OCOR-FIM.
                ADD OC-GRAVIDADE TO W-OCR-PONTOS
                ADD 1 TO W-OCR-QTDE
                MOVE OC-SEQ TO W-OCR-ULTSEQ
                GO TO ACUMULA-OCOR1.
       ACUMULA-OCOR-FIM.
                EXIT.
