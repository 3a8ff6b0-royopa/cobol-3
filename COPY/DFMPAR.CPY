      *
      * ABRE O CONTROLE DE DESCONTOS DE MENSALIDADE EM FOLHA (CRIA SE
      * NAO EXISTIR)
      *
       ABR-DESCFOLHA.
                MOVE "N" TO W-DFM-OK
                MOVE "DESCFOLHA.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-DESCFOLHA
                OPEN I-O DESCFOLHA
                IF ST-DESCFOLHA = "30" OR ST-DESCFOLHA = "35"
                   OPEN OUTPUT DESCFOLHA
                   CLOSE DESCFOLHA
                   OPEN I-O DESCFOLHA.
                IF ST-DESCFOLHA = "00"
                   MOVE "S" TO W-DFM-OK.
