      *
      * ABRE O HISTORICO DE CONTATOS UNIFICADOS (CRIA SE NAO EXISTIR)
      *
       ABR-AMIGOHIS.
                MOVE "N" TO W-AMH-OK
                MOVE "AMIGOHIS.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-AMIGOHIS
                OPEN I-O AMIGOHIS
                IF ST-AMIGOHIS = "30" OR ST-AMIGOHIS = "35"
                   OPEN OUTPUT AMIGOHIS
                   CLOSE AMIGOHIS
                   OPEN I-O AMIGOHIS.
                IF ST-AMIGOHIS = "00"
                   MOVE "S" TO W-AMH-OK.
