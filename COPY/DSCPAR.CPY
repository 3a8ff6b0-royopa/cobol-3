      *
      * ABRE O CADASTRO DE DESCONTOS (CRIA SE NAO EXISTIR)
      *
       ABR-DESCONTO.
                MOVE "N" TO W-DSC-OK
                MOVE "DESCONTO.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-DESCONTO
                OPEN I-O DESCONTO
                IF ST-DESCONTO = "30" OR ST-DESCONTO = "35"
                   OPEN OUTPUT DESCONTO
                   CLOSE DESCONTO
                   OPEN I-O DESCONTO.
                IF ST-DESCONTO = "00"
                   MOVE "S" TO W-DSC-OK.
      *
      * ABRE OS DESCONTOS APLICADOS NAS MENSALIDADES (CRIA SE PRECISO)
      *
       ABR-DESCMENS.
                MOVE "N" TO W-DSM-OK
                MOVE "DESCMENS.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-DESCMENS
                OPEN I-O DESCMENS
                IF ST-DESCMENS = "30" OR ST-DESCMENS = "35"
                   OPEN OUTPUT DESCMENS
                   CLOSE DESCMENS
                   OPEN I-O DESCMENS.
                IF ST-DESCMENS = "00"
                   MOVE "S" TO W-DSM-OK.
      *
      * APURA OS DESCONTOS DE W-DSC-RM NA COMPETENCIA W-DSC-COMPET
      * SOBRE W-DSC-BRUTO, NA ORDEM BOLSA, IRMAOS, FUNCIONARIO. CADA
      * PERCENTUAL INCIDE SOBRE O BRUTO E A SOMA NAO PASSA DO BRUTO.
      * SEM REGISTRO DO TIPO I, O ALUNO COM IRMAO (W-DSC-IRMAO = "S")
      * RECEBE O PERCENTUAL PADRAO DE IRMAOS
      *
       APURA-DESCONTO.
                MOVE ZEROS TO W-DSC-TOTAL W-DSC-VALORES
                MOVE 1 TO W-DSC-IDX.
       APURA-DESCONTO1.
                MOVE ZEROS TO W-DSC-AUX
                IF W-DSC-OK NOT = "S"
                   GO TO APURA-DESCONTO3.
                MOVE W-DSC-RM TO DS-RM
                MOVE W-DSC-TIPO (W-DSC-IDX) TO DS-TIPO
                READ DESCONTO
                IF ST-DESCONTO NOT = "00"
                   GO TO APURA-DESCONTO3.
                IF NOT DESC-APROVADO
                   GO TO APURA-DESCONTO4.
                IF W-DSC-COMPET < DS-CMPINI
                   GO TO APURA-DESCONTO4.
                IF DS-CMPFIM NOT = ZEROS AND W-DSC-COMPET > DS-CMPFIM
                   GO TO APURA-DESCONTO4.
                IF DESC-FIXO
                   MOVE DS-VALOR TO W-DSC-AUX
                ELSE
                   COMPUTE W-DSC-AUX ROUNDED =
                           W-DSC-BRUTO * DS-PERCENT / 100.
                GO TO APURA-DESCONTO4.
       APURA-DESCONTO3.
                IF W-DSC-TIPO (W-DSC-IDX) = "I" AND W-DSC-IRMAO = "S"
                   COMPUTE W-DSC-AUX ROUNDED =
                           W-DSC-BRUTO * W-DSC-IRMAO-PAD / 100.
       APURA-DESCONTO4.
                IF W-DSC-TOTAL + W-DSC-AUX > W-DSC-BRUTO
                   COMPUTE W-DSC-AUX = W-DSC-BRUTO - W-DSC-TOTAL.
                MOVE W-DSC-AUX TO W-DSC-VLR (W-DSC-IDX)
                ADD W-DSC-AUX TO W-DSC-TOTAL
                IF W-DSC-IDX < 3
                   ADD 1 TO W-DSC-IDX
                   GO TO APURA-DESCONTO1.
                COMPUTE W-DSC-LIQUIDO = W-DSC-BRUTO - W-DSC-TOTAL.
       APURA-DESCONTO-FIM.
                EXIT.
