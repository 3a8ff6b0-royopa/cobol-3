      *
      * NUMERO DE DIAS CORRIDOS DA DATA W-CTR-DTCALC (AAAAMMDD), PARA
      * CALCULAR INTERVALOS ENTRE DUAS DATAS
      *
       DIAS-CTR.
                MOVE W-CTR-CANO TO W-CTR-AANO
                MOVE W-CTR-CMES TO W-CTR-AMES
                IF W-CTR-AMES < 3
                   SUBTRACT 1 FROM W-CTR-AANO
                   ADD 12 TO W-CTR-AMES.
                COMPUTE W-CTR-DIAS = W-CTR-AANO * 365 + W-CTR-CDIA
                DIVIDE W-CTR-AANO BY 4 GIVING W-CTR-AUX
                ADD W-CTR-AUX TO W-CTR-DIAS
                DIVIDE W-CTR-AANO BY 100 GIVING W-CTR-AUX
                SUBTRACT W-CTR-AUX FROM W-CTR-DIAS
                DIVIDE W-CTR-AANO BY 400 GIVING W-CTR-AUX
                ADD W-CTR-AUX TO W-CTR-DIAS
                COMPUTE W-CTR-AUX = (153 * (W-CTR-AMES - 3) + 2) / 5
                ADD W-CTR-AUX TO W-CTR-DIAS.
       DIAS-CTR-FIM.
                EXIT.
      *
      * ULTIMO DIA DO MES W-CTR-CMES/W-CTR-CANO EM W-CTR-ULTDIA
      *
       ULTDIA-CTR.
                MOVE 31 TO W-CTR-ULTDIA
                IF W-CTR-CMES = 4 OR 6 OR 9 OR 11
                   MOVE 30 TO W-CTR-ULTDIA.
                IF W-CTR-CMES NOT = 2
                   GO TO ULTDIA-CTR-FIM.
                MOVE 28 TO W-CTR-ULTDIA
                DIVIDE W-CTR-CANO BY 4 GIVING W-CTR-AUX
                       REMAINDER W-CTR-AMES
                IF W-CTR-AMES NOT = ZEROS
                   GO TO ULTDIA-CTR-FIM.
                MOVE 29 TO W-CTR-ULTDIA
                DIVIDE W-CTR-CANO BY 100 GIVING W-CTR-AUX
                       REMAINDER W-CTR-AANO
                IF W-CTR-AANO NOT = ZEROS
                   GO TO ULTDIA-CTR-FIM.
                DIVIDE W-CTR-CANO BY 400 GIVING W-CTR-AUX
                       REMAINDER W-CTR-AANO
                IF W-CTR-AANO NOT = ZEROS
                   MOVE 28 TO W-CTR-ULTDIA.
       ULTDIA-CTR-FIM.
                EXIT.
      *
      * SOMA W-CTR-SOMA DIAS CORRIDOS A DATA W-CTR-DTCALC
      *
       SOMA-DIAS-CTR.
                PERFORM ULTDIA-CTR THRU ULTDIA-CTR-FIM
                IF W-CTR-CDIA + W-CTR-SOMA NOT > W-CTR-ULTDIA
                   ADD W-CTR-SOMA TO W-CTR-CDIA
                   GO TO SOMA-DIAS-CTR-FIM.
                COMPUTE W-CTR-SOMA = W-CTR-SOMA
                                   - (W-CTR-ULTDIA - W-CTR-CDIA + 1)
                MOVE 1 TO W-CTR-CDIA
                ADD 1 TO W-CTR-CMES
                IF W-CTR-CMES > 12
                   MOVE 1 TO W-CTR-CMES
                   ADD 1 TO W-CTR-CANO.
                GO TO SOMA-DIAS-CTR.
       SOMA-DIAS-CTR-FIM.
                EXIT.
      *
      * CONFERE TIPO E PRAZO DO CONTRATO (W-CTR-TIPO, W-CTR-DTINI E
      * W-CTR-DTFIM EM AAAAMMDD). EXPERIENCIA ATE 90 DIAS SOMADA A
      * PRORROGACAO; PRAZO DETERMINADO E ESTAGIO ATE 2 ANOS.
      * DEVOLVE W-CTR-PRAZO EM DIAS E W-CTR-ERRO EM BRANCO SE OK
      *
       VALIDA-CONTR.
                MOVE SPACES TO W-CTR-ERRO
                MOVE ZEROS TO W-CTR-PRAZO W-CTR-LIMITE
                IF W-CTR-TIPO NOT = "I" AND "E" AND "D" AND "T"
                   MOVE "*** TIPO DE CONTRATO INVALIDO (I/E/D/T) ***"
                                                         TO W-CTR-ERRO
                   GO TO VALIDA-CONTR-FIM.
                IF W-CTR-TIPO = "I"
                   IF W-CTR-DTFIM NOT = ZEROS
                      MOVE "*** INDETERMINADO NAO TEM DATA FIM ***"
                                                         TO W-CTR-ERRO
                      GO TO VALIDA-CONTR-FIM
                   ELSE
                      GO TO VALIDA-CONTR-FIM.
                IF W-CTR-DTFIM = ZEROS
                   MOVE "*** INFORME O FIM DO CONTRATO ***"
                                                         TO W-CTR-ERRO
                   GO TO VALIDA-CONTR-FIM.
                MOVE W-CTR-DTFIM TO W-CTR-DTCALC
                IF W-CTR-CMES < 1 OR W-CTR-CMES > 12 OR W-CTR-CDIA < 1
                   MOVE "*** DATA FIM DO CONTRATO INVALIDA ***"
                                                         TO W-CTR-ERRO
                   GO TO VALIDA-CONTR-FIM.
                PERFORM ULTDIA-CTR THRU ULTDIA-CTR-FIM
                IF W-CTR-CDIA > W-CTR-ULTDIA
                   MOVE "*** DATA FIM DO CONTRATO INVALIDA ***"
                                                         TO W-CTR-ERRO
                   GO TO VALIDA-CONTR-FIM.
                IF W-CTR-DTFIM < W-CTR-DTINI
                   MOVE "*** FIM DO CONTRATO ANTES DA ADMISSAO ***"
                                                         TO W-CTR-ERRO
                   GO TO VALIDA-CONTR-FIM.
                PERFORM DIAS-CTR THRU DIAS-CTR-FIM
                MOVE W-CTR-DIAS TO W-CTR-AUX
                MOVE W-CTR-DTINI TO W-CTR-DTCALC
                PERFORM DIAS-CTR THRU DIAS-CTR-FIM
                COMPUTE W-CTR-PRAZO = W-CTR-AUX - W-CTR-DIAS + 1
                MOVE 730 TO W-CTR-LIMITE
                IF W-CTR-TIPO = "E"
                   MOVE 90 TO W-CTR-LIMITE.
                IF W-CTR-PRAZO > W-CTR-LIMITE
                   MOVE "*** PRAZO ACIMA DO LIMITE LEGAL ***"
                                                         TO W-CTR-ERRO.
       VALIDA-CONTR-FIM.
                EXIT.
