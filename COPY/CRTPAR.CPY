      *
      * ABRE O ARQUIVO DE CERTIFICADOS (CRIA SE NAO EXISTIR)
      *
       ABR-CERTIFIC.
                MOVE "N" TO W-CRT-OK
                MOVE "CERTIFIC.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-CERTIFIC
                OPEN I-O CERTIFIC
                IF ST-CERTIFIC = "30" OR ST-CERTIFIC = "35"
                   OPEN OUTPUT CERTIFIC
                   CLOSE CERTIFIC
                   OPEN I-O CERTIFIC.
                IF ST-CERTIFIC = "00"
                   MOVE "S" TO W-CRT-OK.
      *
      * LIVRO E FOLHA DO REGISTRO CT-REGISTRO: W-CRT-REGFOLHA
      * REGISTROS POR FOLHA, W-CRT-FOLHAS FOLHAS POR LIVRO
      *
       LIVRO-CERT.
                COMPUTE W-CRT-AUX = CT-REGISTRO - 1
                DIVIDE W-CRT-AUX BY W-CRT-REGFOLHA
                       GIVING W-CRT-FOLHAGER
                DIVIDE W-CRT-FOLHAGER BY W-CRT-FOLHAS
                       GIVING W-CRT-LIVRO REMAINDER W-CRT-FOLHA
                ADD 1 TO W-CRT-LIVRO W-CRT-FOLHA
                MOVE W-CRT-LIVRO TO CT-LIVRO
                MOVE W-CRT-FOLHA TO CT-FOLHA.
