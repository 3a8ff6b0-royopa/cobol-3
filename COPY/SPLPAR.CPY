       ABR-SPOOLCAT.
                MOVE "SPOOLCAT.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-SPOOLCAT
                OPEN I-O SPOOLCAT
                IF ST-SPOOLCAT = "30" OR ST-SPOOLCAT = "35"
                   OPEN OUTPUT SPOOLCAT
                   CLOSE SPOOLCAT
                   OPEN I-O SPOOLCAT.
      *
      * MONTA O CAMINHO DA COPIA RETIDA A PARTIR DE SPC-ARQUIVO
      *
       MONTA-SPOOLREL.
                MOVE SPC-ARQUIVO TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-SPOOLREL.
