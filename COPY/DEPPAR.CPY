      *
      * ABRE O ARQUIVO DE DEPENDENCIAS (CRIA SE NAO EXISTIR)
      *
       ABR-DEPENDE.
                MOVE "N" TO W-DEP-OK
                MOVE "DEPENDE.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-DEPENDE
                OPEN I-O DEPENDE
                IF ST-DEPENDE = "30" OR ST-DEPENDE = "35"
                   OPEN OUTPUT DEPENDE
                   CLOSE DEPENDE
                   OPEN I-O DEPENDE.
                IF ST-DEPENDE = "00"
                   MOVE "S" TO W-DEP-OK.
      *
      * LE A DEPENDENCIA DE DP-CHAVE E MONTA A LINHA W-DEP-LINHA
      * (W-DEP-ACHOU = "S" SE EXISTIR)
      *
       MONTA-DEPEND.
                MOVE "N" TO W-DEP-ACHOU
                IF W-DEP-OK NOT = "S"
                   GO TO MONTA-DEPEND-FIM.
                READ DEPENDE
                IF ST-DEPENDE NOT = "00"
                   GO TO MONTA-DEPEND-FIM.
                MOVE "S" TO W-DEP-ACHOU
                MOVE DP-ANOCURSO TO DN-ANOCURSO
                MOVE SPACES TO DN-SITUACAO
                IF DEP-PENDENTE
                   MOVE "PENDENTE" TO DN-SITUACAO
                   GO TO MONTA-DEPEND-FIM.
                MOVE DP-MEDIA TO W-DEP-MEDIAED
                STRING "CUMPRIDA EM " DP-DTCONCL " MEDIA " W-DEP-MEDIAED
                       DELIMITED BY SIZE INTO DN-SITUACAO.
       MONTA-DEPEND-FIM.
                EXIT.
