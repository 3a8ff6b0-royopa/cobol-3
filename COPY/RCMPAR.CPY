       ABR-RECMENS.
                MOVE "RECMENS.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-RECMENS
                OPEN I-O RECMENS
                IF ST-RECMENS = "30" OR ST-RECMENS = "35"
                   OPEN OUTPUT RECMENS
                   CLOSE RECMENS
                   OPEN I-O RECMENS.
                IF ST-RECMENS = "00"
                   MOVE "S" TO W-RCM-OK.
      *
      * SOMA O PRINCIPAL RECEBIDO DA MENSALIDADE W-RCM-RM/W-RCM-COMPET
      * E DEVOLVE O SALDO EM ABERTO. MENSALIDADE PAGA ANTES DO CONTROLE
      * DE RECEBIMENTOS (SEM NENHUM RECMENS) TEM SALDO ZERO
      *
       SALDO-MENS.
                MOVE ZEROS TO W-RCM-PAGO W-RCM-ULTSEQ W-RCM-QTREC
                IF W-RCM-OK NOT = "S"
                   GO TO SALDO-MENS2.
                MOVE W-RCM-RM     TO RC-RM
                MOVE W-RCM-COMPET TO RC-COMPET
                MOVE ZEROS        TO RC-SEQ
                START RECMENS KEY IS NOT LESS THAN RC-CHAVE
                IF ST-RECMENS NOT = "00"
                   GO TO SALDO-MENS2.
       SALDO-MENS1.
                READ RECMENS NEXT RECORD
                IF ST-RECMENS NOT = "00"
                   GO TO SALDO-MENS2.
                IF RC-RM NOT = W-RCM-RM OR RC-COMPET NOT = W-RCM-COMPET
                   GO TO SALDO-MENS2.
                ADD RC-PRINCIPAL TO W-RCM-PAGO
                MOVE RC-SEQ TO W-RCM-ULTSEQ
                ADD 1 TO W-RCM-QTREC
                GO TO SALDO-MENS1.
       SALDO-MENS2.
                MOVE ZEROS TO W-RCM-SALDO
                IF W-RCM-SITUACAO = "P"
                   GO TO SALDO-MENS-FIM.
                IF W-RCM-PAGO < W-RCM-VALOR
                   COMPUTE W-RCM-SALDO = W-RCM-VALOR - W-RCM-PAGO.
       SALDO-MENS-FIM.
                EXIT.
      *
      * MULTA E JUROS PRO RATA DIA SOBRE W-RCM-SALDO, DO VENCIMENTO
      * ATE W-RCM-DATA. SEM VENCIMENTO (MENSALIDADES ANTIGAS) OU
      * DENTRO DO PRAZO NAO HA ENCARGOS
      *
       ENCARGO-MENS.
                MOVE ZEROS TO W-RCM-DIAS W-RCM-MULTA W-RCM-JUROS
                MOVE W-RCM-SALDO TO W-RCM-TOTAL
                IF W-RCM-DTVENC = ZEROS OR W-RCM-SALDO = ZEROS
                   GO TO ENCARGO-MENS-FIM.
                IF W-RCM-DATA NOT > W-RCM-DTVENC
                   GO TO ENCARGO-MENS-FIM.
                MOVE W-RCM-DTVENC TO W-RCM-DTCALC
                PERFORM DIAS-RCM THRU DIAS-RCM-FIM
                MOVE W-RCM-DIASCALC TO W-RCM-DIASVENC
                MOVE W-RCM-DATA TO W-RCM-DTCALC
                PERFORM DIAS-RCM THRU DIAS-RCM-FIM
                MOVE W-RCM-DIASCALC TO W-RCM-DIASREF
                COMPUTE W-RCM-DIAS = W-RCM-DIASREF - W-RCM-DIASVENC
                COMPUTE W-RCM-MULTA ROUNDED =
                        W-RCM-SALDO * W-RCM-PCMULTA / 100
                COMPUTE W-RCM-JUROS ROUNDED =
                        W-RCM-SALDO * W-RCM-PCJUROS / 100 / 30
                        * W-RCM-DIAS
                COMPUTE W-RCM-TOTAL = W-RCM-SALDO + W-RCM-MULTA
                                    + W-RCM-JUROS.
       ENCARGO-MENS-FIM.
                EXIT.
      *
      * DIVIDE O PAGAMENTO W-RCM-RECEB ENTRE PRINCIPAL, MULTA E JUROS
      * NA PROPORCAO DO TOTAL DEVIDO (ENCARGO-MENS JA EXECUTADO); O QUE
      * SOBRA DO PRINCIPAL FICA EM ABERTO E CONTINUA SUJEITO A
      * ENCARGOS. PAGAMENTO ACIMA DO TOTAL QUITA E SOBRA EM W-RCM-EXCED
      *
       APURA-RECEB.
                MOVE ZEROS TO W-RCM-EXCED
                IF W-RCM-RECEB NOT < W-RCM-TOTAL
                   MOVE W-RCM-SALDO TO W-RCM-PRINC
                   MOVE W-RCM-MULTA TO W-RCM-PMULTA
                   MOVE W-RCM-JUROS TO W-RCM-PJUROS
                   MOVE ZEROS TO W-RCM-NSALDO
                   COMPUTE W-RCM-EXCED = W-RCM-RECEB - W-RCM-TOTAL
                   GO TO APURA-RECEB-FIM.
                COMPUTE W-RCM-PRINC ROUNDED =
                        W-RCM-RECEB * W-RCM-SALDO / W-RCM-TOTAL
                COMPUTE W-RCM-PMULTA ROUNDED =
                        W-RCM-MULTA * W-RCM-PRINC / W-RCM-SALDO
                IF W-RCM-PRINC + W-RCM-PMULTA > W-RCM-RECEB
                   COMPUTE W-RCM-PMULTA = W-RCM-RECEB - W-RCM-PRINC.
                COMPUTE W-RCM-PJUROS = W-RCM-RECEB - W-RCM-PRINC
                                     - W-RCM-PMULTA
                COMPUTE W-RCM-NSALDO = W-RCM-SALDO - W-RCM-PRINC.
       APURA-RECEB-FIM.
                EXIT.
      *
      * NUMERO DE DIAS CORRIDOS DA DATA W-RCM-DTCALC (AAAAMMDD), PARA
      * CALCULAR INTERVALOS ENTRE DUAS DATAS
      *
       DIAS-RCM.
                MOVE W-RCM-CANO TO W-RCM-AANO
                MOVE W-RCM-CMES TO W-RCM-AMES
                IF W-RCM-AMES < 3
                   SUBTRACT 1 FROM W-RCM-AANO
                   ADD 12 TO W-RCM-AMES.
                COMPUTE W-RCM-DIASCALC = W-RCM-AANO * 365 + W-RCM-CDIA
                DIVIDE W-RCM-AANO BY 4 GIVING W-RCM-AUX
                ADD W-RCM-AUX TO W-RCM-DIASCALC
                DIVIDE W-RCM-AANO BY 100 GIVING W-RCM-AUX
                SUBTRACT W-RCM-AUX FROM W-RCM-DIASCALC
                DIVIDE W-RCM-AANO BY 400 GIVING W-RCM-AUX
                ADD W-RCM-AUX TO W-RCM-DIASCALC
                COMPUTE W-RCM-AUX = (153 * (W-RCM-AMES - 3) + 2) / 5
                ADD W-RCM-AUX TO W-RCM-DIASCALC.
       DIAS-RCM-FIM.
                EXIT.
