      *
      * ABRE O ARQUIVO DE DELIBERACOES DO CONSELHO (CRIA SE PRECISO)
      *
       ABR-CONSELHO.
                MOVE "N" TO W-CNS-OK
                MOVE "CONSELHO.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-CONSELHO
                OPEN I-O CONSELHO
                IF ST-CONSELHO = "30" OR ST-CONSELHO = "35"
                   OPEN OUTPUT CONSELHO
                   CLOSE CONSELHO
                   OPEN I-O CONSELHO.
                IF ST-CONSELHO = "00"
                   MOVE "S" TO W-CNS-OK.
      *
      * MEDIA FINAL DO REGISTRO DE CADNOTA EM MEMORIA PELA REGRA DE
      * AVALIACAO DA DISCIPLINA (COM A RECUPERACAO, QUANDO HOUVER) E
      * INDICADOR DE ALUNO LIMITROFE: ABAIXO DA MEDIA DE APROVACAO POR
      * ATE W-CNS-MARGEM PONTO E SEM EXCESSO DE FALTAS NO 4O BIMESTRE
      *
       APURA-LIMITE.
                MOVE "N" TO W-CNS-LIMITROFE
                MOVE ANO-LETIVO TO W-AVL-ANOLET
                MOVE TURMA      TO W-AVL-TURMA
                MOVE CODDISC    TO W-AVL-DISC
                PERFORM CARREGA-REGRA THRU CARREGA-REGRA-FIM
                PERFORM MEDIA-ANUAL THRU MEDIA-ANUAL-FIM
                MOVE W-AVL-MEDFIN TO W-CNS-MEDIA
                ADD FALTA1 (4) FALTA2 (4) GIVING W-CNS-FALTAS
                IF W-CNS-FALTAS NOT < W-AVL-MAXFALTAS
                   GO TO APURA-LIMITE-FIM.
                MOVE ZEROS TO W-CNS-LIMITE
                IF W-AVL-MEDIAPROV > W-CNS-MARGEM
                   COMPUTE W-CNS-LIMITE = W-AVL-MEDIAPROV
                                        - W-CNS-MARGEM.
                IF W-CNS-MEDIA NOT < W-CNS-LIMITE
                   AND W-CNS-MEDIA < W-AVL-MEDIAPROV
                   MOVE "S" TO W-CNS-LIMITROFE.
       APURA-LIMITE-FIM.
                EXIT.
      *
      * LE A DELIBERACAO DE CS-CHAVE E MONTA AS LINHAS DE IMPRESSAO
      * W-CNS-DELIB E W-CNS-JUSTIF (W-CNS-ACHOU = "S" SE EXISTIR)
      *
       MONTA-DELIB.
                MOVE "N" TO W-CNS-ACHOU
                IF W-CNS-OK NOT = "S"
                   GO TO MONTA-DELIB-FIM.
                READ CONSELHO
                IF ST-CONSELHO NOT = "00"
                   GO TO MONTA-DELIB-FIM.
                MOVE "S" TO W-CNS-ACHOU
                MOVE CS-DTCONS TO CN-DTCONS
                MOVE CS-JUSTIF TO CN-JUSTIF
                IF CONS-APROVA
                   MOVE "APROVADO PELO CONSELHO" TO CN-DECISAO
                ELSE
                   MOVE "REPROVACAO MANTIDA" TO CN-DECISAO.
       MONTA-DELIB-FIM.
                EXIT.
