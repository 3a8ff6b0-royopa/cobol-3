      *
      * ABRE O CADASO PARA CONSULTA (W-ASO-OK = "S" SE ABRIU)
      *
       ABR-ASO.
                MOVE "N" TO W-ASO-OK
                MOVE "CADASO.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-ASO
                OPEN INPUT CADASO
                IF ST-ASO = "00"
                   MOVE "S" TO W-ASO-OK.
      *
       FECHA-ASO.
                IF W-ASO-OK = "S"
                   CLOSE CADASO.
      *
      * ULTIMO EXAME DE W-ASO-CHAPA DO TIPO W-ASO-TIPO (BRANCO =
      * QUALQUER TIPO) COM DATA ENTRE W-ASO-DTINI E W-ASO-DTFIM
      *
       PROCURA-ASO.
                MOVE "N" TO W-ASO-ACHOU
                MOVE ZEROS TO W-ASO-DATA W-ASO-PROXIMO
                MOVE SPACES TO W-ASO-RESULT W-ASO-ULTTIPO
                IF W-ASO-OK NOT = "S"
                   GO TO PROCURA-ASO-FIM.
                MOVE W-ASO-CHAPA TO AS-CHAPA
                MOVE W-ASO-DTINI TO AS-DATA
                MOVE LOW-VALUES  TO AS-TIPO
                START CADASO KEY IS NOT LESS THAN AS-CHAVE
                IF ST-ASO NOT = "00"
                   GO TO PROCURA-ASO-FIM.
       PROCURA-ASO1.
                READ CADASO NEXT RECORD
                IF ST-ASO NOT = "00"
                   GO TO PROCURA-ASO-FIM.
                IF AS-CHAPA NOT = W-ASO-CHAPA
                   GO TO PROCURA-ASO-FIM.
                IF AS-DATA > W-ASO-DTFIM
                   GO TO PROCURA-ASO-FIM.
                IF W-ASO-TIPO NOT = SPACES AND AS-TIPO NOT = W-ASO-TIPO
                   GO TO PROCURA-ASO1.
                MOVE "S"          TO W-ASO-ACHOU
                MOVE AS-DATA      TO W-ASO-DATA
                MOVE AS-TIPO      TO W-ASO-ULTTIPO
                MOVE AS-RESULTADO TO W-ASO-RESULT
                MOVE AS-PROXIMO   TO W-ASO-PROXIMO
                GO TO PROCURA-ASO1.
       PROCURA-ASO-FIM.
                EXIT.
      *
      * VENCIMENTO DO PROXIMO PERIODICO A PARTIR DO EXAME EM
      * W-ASO-DTCALC: ANUAL PARA CARGO COM GRAU DE RISCO (W-ASO-GRAU)
      * OU IDADE FORA DE 18 A 45 ANOS, BIENAL NOS DEMAIS CASOS.
      * O DEMISSIONAL NAO GERA VENCIMENTO
      *
       PROXIMO-ASO.
                MOVE ZEROS TO W-ASO-PROXIMO W-ASO-IDADE
                IF W-ASO-TIPO = "D"
                   GO TO PROXIMO-ASO-FIM.
                IF W-ASO-NANO NOT > W-ASO-CANO AND W-ASO-NANO > ZEROS
                   COMPUTE W-ASO-IDADE = W-ASO-CANO - W-ASO-NANO
                   IF W-ASO-CMES < W-ASO-NMES OR
                      (W-ASO-CMES = W-ASO-NMES AND
                       W-ASO-CDIA < W-ASO-NDIA)
                      SUBTRACT 1 FROM W-ASO-IDADE.
                MOVE 24 TO W-ASO-MESES
                IF W-ASO-GRAU NOT = ZEROS OR W-ASO-IDADE < 18
                                          OR W-ASO-IDADE > 45
                   MOVE 12 TO W-ASO-MESES.
                DIVIDE W-ASO-MESES BY 12 GIVING W-ASO-AUX
                ADD W-ASO-AUX TO W-ASO-CANO
                IF W-ASO-CMES = 2 AND W-ASO-CDIA = 29
                   MOVE 28 TO W-ASO-CDIA.
                MOVE W-ASO-DTCALC TO W-ASO-PROXIMO.
       PROXIMO-ASO-FIM.
                EXIT.
      *
      * NUMERO DE DIAS CORRIDOS DA DATA W-ASO-DTCALC (AAAAMMDD), PARA
      * CALCULAR INTERVALOS ENTRE DUAS DATAS
      *
       DIAS-ASO.
                MOVE W-ASO-CANO TO W-ASO-AANO
                MOVE W-ASO-CMES TO W-ASO-AMES
                IF W-ASO-AMES < 3
                   SUBTRACT 1 FROM W-ASO-AANO
                   ADD 12 TO W-ASO-AMES.
                COMPUTE W-ASO-DIAS = W-ASO-AANO * 365 + W-ASO-CDIA
                DIVIDE W-ASO-AANO BY 4 GIVING W-ASO-AUX
                ADD W-ASO-AUX TO W-ASO-DIAS
                DIVIDE W-ASO-AANO BY 100 GIVING W-ASO-AUX
                SUBTRACT W-ASO-AUX FROM W-ASO-DIAS
                DIVIDE W-ASO-AANO BY 400 GIVING W-ASO-AUX
                ADD W-ASO-AUX TO W-ASO-DIAS
                COMPUTE W-ASO-AUX = (153 * (W-ASO-AMES - 3) + 2) / 5
                ADD W-ASO-AUX TO W-ASO-DIAS.
       DIAS-ASO-FIM.
                EXIT.
