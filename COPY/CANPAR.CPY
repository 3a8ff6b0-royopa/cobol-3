      *
      * ABRE O CADASTRO DE CANDIDATOS (CRIA SE NAO EXISTIR)
      *
       ABR-CADCAND.
                MOVE "CADCAND.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-CAND
                OPEN I-O CADCAND
                IF ST-CAND = "30" OR ST-CAND = "35"
                   OPEN OUTPUT CADCAND
                   CLOSE CADCAND
                   OPEN I-O CADCAND.
