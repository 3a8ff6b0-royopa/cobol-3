      *
      * ABRE CADSINDIC PARA CONSULTA (OPCIONAL)
      *
       ABR-SINDIC.
                MOVE "N" TO W-SIN-OK
                MOVE "CADSINDIC.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-SINDIC
                OPEN INPUT CADSINDIC
                IF ST-SINDIC = "00"
                   MOVE "S" TO W-SIN-OK
                ELSE
                   DISPLAY "AVISO: SEM CADASTRO DE SINDICATOS".
      *
       FECHA-SINDIC.
                IF W-SIN-OK = "S"
                   CLOSE CADSINDIC.
      *
      * DESCONTOS SINDICAIS DO MES W-SIN-MES SOBRE O SALARIO MENSAL
      * W-SIN-SALARIO. MENSALIDADE SO PARA ASSOCIADO (W-SIN-ASSOC =
      * "S"); ASSISTENCIAL PARA TODA A CATEGORIA, MENOS QUEM TEM
      * CARTA DE OPOSICAO (W-SIN-OPOSICAO = "S"). REQUER REGSINDIC LIDO
      *
       CALCULA-SINDIC.
                MOVE ZEROS TO W-SIN-MENSAL W-SIN-ASSIST
                IF NOT SINDIC-ATIVO
                   GO TO CALCULA-SINDIC-FIM.
                IF W-SIN-ASSOC = "S"
                   IF MENSAL-PERCENT
                      COMPUTE W-SIN-MENSAL ROUNDED =
                              W-SIN-SALARIO * SN-PCTMENS / 100
                   ELSE
                      IF MENSAL-VALOR
                         MOVE SN-VLRMENS TO W-SIN-MENSAL.
                IF W-SIN-OPOSICAO = "S" OR SN-PCTASSIST = ZEROS
                   GO TO CALCULA-SINDIC-FIM.
                IF SN-MESASSIST NOT = ZEROS
                                AND SN-MESASSIST NOT = W-SIN-MES
                   GO TO CALCULA-SINDIC-FIM.
                COMPUTE W-SIN-ASSIST ROUNDED =
                        W-SIN-SALARIO * SN-PCTASSIST / 100
                IF SN-TETOASSIST NOT = ZEROS
                                 AND W-SIN-ASSIST > SN-TETOASSIST
                   MOVE SN-TETOASSIST TO W-SIN-ASSIST.
       CALCULA-SINDIC-FIM.
                EXIT.
