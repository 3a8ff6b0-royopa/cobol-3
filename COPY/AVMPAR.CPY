      *
      * APURACAO DE MEDIAS E RESULTADO PELA REGRA CARREGADA EM
      * CARREGA-REGRA (AVLPAR). USA O REGISTRO DE CADNOTA DO PROGRAMA
      *
      * MEDIA PONDERADA DAS DUAS AVALIACOES W-AVL-N1 E W-AVL-N2
      * PELOS PESOS DA REGRA CARREGADA
      *
       MEDIA-NOTAS.
                MOVE ZEROS TO W-AVL-MEDBIM
                IF W-AVL-PESON1 + W-AVL-PESON2 = ZEROS
                   GO TO MEDIA-NOTAS-FIM.
                COMPUTE W-AVL-MEDBIM = (W-AVL-N1 * W-AVL-PESON1
                                      + W-AVL-N2 * W-AVL-PESON2)
                                     / (W-AVL-PESON1 + W-AVL-PESON2).
       MEDIA-NOTAS-FIM.
                EXIT.
      *
      * MEDIA ANUAL DO REGISTRO DE CADNOTA EM MEMORIA: MEDIAS DOS
      * BIMESTRES PONDERADAS PELO PESO DE CADA BIMESTRE (W-AVL-MEDANO)
      * E, HAVENDO RECUPERACAO, MEDIA FINAL (ANUAL + RECUPERACAO) / 2
      * EM W-AVL-MEDFIN
      *
       MEDIA-ANUAL.
                MOVE ZEROS TO W-AVL-SOMA W-AVL-SOMAP W-AVL-MEDANO
                MOVE 1 TO W-AVL-IDX
                IF W-AVL-PESON1 + W-AVL-PESON2 = ZEROS
                   GO TO MEDIA-ANUAL2.
       MEDIA-ANUAL1.
                IF W-AVL-IDX > 4 GO TO MEDIA-ANUAL2.
                COMPUTE W-AVL-SOMA = W-AVL-SOMA
                      + (NOTA1 (W-AVL-IDX) * W-AVL-PESON1
                       + NOTA2 (W-AVL-IDX) * W-AVL-PESON2)
                      * W-AVL-PESOBIM (W-AVL-IDX)
                      / (W-AVL-PESON1 + W-AVL-PESON2)
                ADD W-AVL-PESOBIM (W-AVL-IDX) TO W-AVL-SOMAP
                ADD 1 TO W-AVL-IDX
                GO TO MEDIA-ANUAL1.
       MEDIA-ANUAL2.
                IF W-AVL-SOMAP NOT = ZEROS
                   COMPUTE W-AVL-MEDANO = W-AVL-SOMA / W-AVL-SOMAP.
                MOVE W-AVL-MEDANO TO W-AVL-MEDFIN
                IF NOTAREC NOT = ZEROS
                   COMPUTE W-AVL-MEDFIN = (W-AVL-MEDANO + NOTAREC) / 2.
       MEDIA-ANUAL-FIM.
                EXIT.
      *
      * RESULTADO DO ANO PELA REGRA CARREGADA: EXCESSO DE FALTAS NO
      * 4O BIMESTRE REPROVA; COM NOTA DE RECUPERACAO VALE A MEDIA
      * FINAL; SEM ELA, MEDIA ANUAL ENTRE A DE RECUPERACAO E A DE
      * APROVACAO DEIXA O ALUNO EM RECUPERACAO (W-AVL-ELEGREC = "S")
      *
       RESULTADO-FINAL.
                PERFORM MEDIA-ANUAL THRU MEDIA-ANUAL-FIM
                MOVE "N" TO W-AVL-ELEGREC
                MOVE "REPROVADO" TO W-AVL-RESULT
                ADD FALTA1 (4) FALTA2 (4) GIVING W-AVL-FALTAS
                IF W-AVL-FALTAS NOT < W-AVL-MAXFALTAS
                   GO TO RESULTADO-FINAL-FIM.
                IF W-AVL-MEDANO NOT < W-AVL-MEDIAREC
                   AND W-AVL-MEDANO < W-AVL-MEDIAPROV
                   MOVE "S" TO W-AVL-ELEGREC.
                IF NOTAREC NOT = ZEROS
                   GO TO RESULTADO-FINAL1.
                IF W-AVL-MEDANO NOT < W-AVL-MEDIAPROV
                   MOVE "APROVADO" TO W-AVL-RESULT
                   GO TO RESULTADO-FINAL-FIM.
                IF W-AVL-ELEGREC = "S"
                   MOVE "RECUPERACAO" TO W-AVL-RESULT.
                GO TO RESULTADO-FINAL-FIM.
       RESULTADO-FINAL1.
                IF W-AVL-MEDFIN NOT < W-AVL-MEDIAPROV
                   MOVE "APROVADO" TO W-AVL-RESULT.
       RESULTADO-FINAL-FIM.
                EXIT.
