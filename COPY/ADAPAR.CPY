      *
      * ABRE O ARQUIVO DE AULAS DADAS (CRIA SE NAO EXISTIR)
      *
       ABR-AULADADA.
                MOVE "N" TO W-ADA-OK
                MOVE "AULADADA.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-AULADADA
                OPEN I-O AULADADA
                IF ST-AULADADA = "30" OR ST-AULADADA = "35"
                   OPEN OUTPUT AULADADA
                   CLOSE AULADADA
                   OPEN I-O AULADADA.
                IF ST-AULADADA = "00"
                   MOVE "S" TO W-ADA-OK.
