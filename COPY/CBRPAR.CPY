      *
      * ABRE O CONTROLE DE BOLETOS (CRIA SE NAO EXISTIR)
      *
       ABR-COBRANCA.
                MOVE "N" TO W-CBR-OK
                MOVE "COBRANCA.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-COBRANCA
                OPEN I-O COBRANCA
                IF ST-COBRANCA = "30" OR ST-COBRANCA = "35"
                   OPEN OUTPUT COBRANCA
                   CLOSE COBRANCA
                   OPEN I-O COBRANCA.
                IF ST-COBRANCA = "00"
                   MOVE "S" TO W-CBR-OK.
