      *
      * ABRE O CADASTRO DE RATEIO PARA CONSULTA. SEM O ARQUIVO
      * O CUSTO FICA TODO NO DEPARTAMENTO DO FUNCIONARIO
      * W-RTO-OK = "S" SE ABRIU
      *
       ABR-RATEIO.
                MOVE "N" TO W-RTO-OK
                MOVE ZEROS TO W-RTO-CONT
                MOVE "CADRATEIO.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-RTO
                OPEN INPUT CADRATEIO
                IF ST-RTO = "00"
                   MOVE "S" TO W-RTO-OK.
      *
       FECHA-RATEIO.
                IF W-RTO-OK = "S"
                   CLOSE CADRATEIO.
      *
      * RATEIO DE W-RTO-CHAPA EM VIGOR NO PERIODO W-RTO-DTINI A
      * W-RTO-DTFIM (AAAAMMDD); HAVENDO MAIS DE UM, VALE O DE INICIO
      * MAIS RECENTE. SEM RATEIO, 100% EM W-RTO-DEPTOPAD
      *
       BUSCA-RATEIO.
                MOVE ZEROS TO W-RTO-QTD W-RTO-VIGACHADA
                IF W-RTO-OK NOT = "S"
                   GO TO BUSCA-RATEIO2.
                MOVE W-RTO-CHAPA TO RO-CHAPA
                MOVE ZEROS TO RO-VIGINI
                START CADRATEIO KEY IS NOT LESS THAN RO-CHAVE
                IF ST-RTO NOT = "00"
                   GO TO BUSCA-RATEIO2.
       BUSCA-RATEIO1.
                READ CADRATEIO NEXT RECORD
                IF ST-RTO NOT = "00"
                   GO TO BUSCA-RATEIO2.
                IF RO-CHAPA NOT = W-RTO-CHAPA
                   GO TO BUSCA-RATEIO2.
                IF RO-VIGINI > W-RTO-DTFIM
                   GO TO BUSCA-RATEIO2.
                IF RO-VIGFIM NOT = ZEROS AND RO-VIGFIM < W-RTO-DTINI
                   GO TO BUSCA-RATEIO1.
                IF RO-QTD = ZEROS OR RO-QTD > 6
                   GO TO BUSCA-RATEIO1.
                MOVE RO-VIGINI TO W-RTO-VIGACHADA
                MOVE RO-QTD    TO W-RTO-QTD
                MOVE RO-ITENS  TO W-RTO-TAB
                GO TO BUSCA-RATEIO1.
       BUSCA-RATEIO2.
                IF W-RTO-QTD NOT = ZEROS
                   ADD 1 TO W-RTO-CONT
                   GO TO BUSCA-RATEIO-FIM.
                MOVE 1 TO W-RTO-QTD
                MOVE W-RTO-DEPTOPAD TO W-RTO-DEPTO (1)
                MOVE 100 TO W-RTO-PCT (1).
       BUSCA-RATEIO-FIM.
                EXIT.
      *
      * PARTE DE W-RTO-VALOR QUE CABE AO ITEM W-RTO-IDX DO RATEIO.
      * O ULTIMO ITEM FICA COM A SOBRA DOS ARREDONDAMENTOS, PARA A
      * SOMA DAS PARTES BATER COM O VALOR
      *
       RATEIA-VALOR.
                IF W-RTO-IDX < W-RTO-QTD
                   COMPUTE W-RTO-PARTE ROUNDED =
                           W-RTO-VALOR * W-RTO-PCT (W-RTO-IDX) / 100
                   GO TO RATEIA-VALOR-FIM.
                MOVE ZEROS TO W-RTO-ACUM
                MOVE 1 TO W-RTO-IDX2.
       RATEIA-VALOR1.
                IF W-RTO-IDX2 < W-RTO-QTD
                   COMPUTE W-RTO-PARTE ROUNDED =
                           W-RTO-VALOR * W-RTO-PCT (W-RTO-IDX2) / 100
                   ADD W-RTO-PARTE TO W-RTO-ACUM
                   ADD 1 TO W-RTO-IDX2
                   GO TO RATEIA-VALOR1.
                COMPUTE W-RTO-PARTE = W-RTO-VALOR - W-RTO-ACUM.
       RATEIA-VALOR-FIM.
                EXIT.
