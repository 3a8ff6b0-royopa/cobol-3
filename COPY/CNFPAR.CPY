      *
      * ABRE A CONFERENCIA DA FOLHA (CRIA SE NAO EXISTIR)
      *
       ABR-CONFFOLHA.
                MOVE "CONFFOLHA.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-CONF
                OPEN I-O CONFFOLHA
                IF ST-CONF = "30" OR ST-CONF = "35"
                   OPEN OUTPUT CONFFOLHA
                   CLOSE CONFFOLHA
                   OPEN I-O CONFFOLHA.
      *
      * CONTA AS LINHAS DE W-CNF-COMPET (W-CNF-TOTAL) E AS AINDA SEM
      * VISTO DO OPERADOR (W-CNF-PEND)
      *
       CONTA-CONFFOLHA.
                MOVE ZEROS TO W-CNF-TOTAL W-CNF-PEND
                MOVE W-CNF-COMPET TO CF-COMPET
                MOVE ZEROS        TO CF-CHAPA CF-SEQ
                START CONFFOLHA KEY IS NOT LESS THAN CF-CHAVE
                IF ST-CONF NOT = "00"
                   GO TO CONTA-CONFFOLHA-FIM.
       CONTA-CONFFOLHA1.
                READ CONFFOLHA NEXT RECORD
                IF ST-CONF NOT = "00"
                   GO TO CONTA-CONFFOLHA-FIM.
                IF CF-COMPET NOT = W-CNF-COMPET
                   GO TO CONTA-CONFFOLHA-FIM.
                ADD 1 TO W-CNF-TOTAL
                IF NOT CONF-VISTADA
                   ADD 1 TO W-CNF-PEND.
                GO TO CONTA-CONFFOLHA1.
       CONTA-CONFFOLHA-FIM.
                EXIT.
