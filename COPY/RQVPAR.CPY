      *
      * ABRE AS REQUISICOES DE VAGA (CRIA SE NAO EXISTIR)
      *
       ABR-REQVAGA.
                MOVE "REQVAGA.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-REQ
                OPEN I-O REQVAGA
                IF ST-REQ = "30" OR ST-REQ = "35"
                   OPEN OUTPUT REQVAGA
                   CLOSE REQVAGA
                   OPEN I-O REQVAGA.
