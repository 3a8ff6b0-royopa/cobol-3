      *
      * ABRE AS AUTORIZACOES DE DESCONTO EM FOLHA (CRIA SE NAO EXISTIR)
      *
       ABR-AUTFOLHA.
                MOVE "N" TO W-AUF-OK
                MOVE "AUTFOLHA.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-AUTFOLHA
                OPEN I-O AUTFOLHA
                IF ST-AUTFOLHA = "30" OR ST-AUTFOLHA = "35"
                   OPEN OUTPUT AUTFOLHA
                   CLOSE AUTFOLHA
                   OPEN I-O AUTFOLHA.
                IF ST-AUTFOLHA = "00"
                   MOVE "S" TO W-AUF-OK.
