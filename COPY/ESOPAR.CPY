      *
      * ABRE O CONTROLE DE EVENTOS DO ESOCIAL (CRIA SE NAO EXISTIR)
      *
       ABR-ESOCIAL.
                MOVE "ESOCTRL.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-ESOC
                ACCEPT W-ESO-HOJE FROM DATE YYYYMMDD
                OPEN I-O ESOCTRL
                IF ST-ESOC = "30" OR ST-ESOC = "35"
                   OPEN OUTPUT ESOCTRL
                   CLOSE ESOCTRL
                   OPEN I-O ESOCTRL.
      *
      * REGISTRA O EVENTO MONTADO EM W-ESO-xxx. EVENTO JA GERADO E NAO
      * REJEITADO NAO E REPETIDO (W-ESO-GERAR = "N"); O REJEITADO VOLTA
      * A PENDENTE COM OS DADOS ATUAIS PARA SER ENVIADO DE NOVO
      *
       REGISTRA-EVENTO.
                MOVE "N" TO W-ESO-GERAR
                MOVE W-ESO-EVENTO TO EC-EVENTO
                MOVE W-ESO-CHAPA  TO EC-CHAPA
                MOVE W-ESO-REF    TO EC-REF
                MOVE W-ESO-SUB    TO EC-SUB
                READ ESOCTRL
                IF ST-ESOC = "00" AND NOT ESO-REJEITADO
                   GO TO REGISTRA-EVENTO-FIM.
                MOVE W-ESO-COMPET TO EC-COMPET
                MOVE W-ESO-DATA   TO EC-DATA
                MOVE W-ESO-VALOR  TO EC-VALOR
                MOVE W-ESO-INFO   TO EC-INFO
                MOVE W-ESO-HOJE   TO EC-DTGER
                MOVE "P"          TO EC-SITUACAO
                MOVE ZEROS        TO EC-DTRET
                MOVE SPACES       TO EC-RECIBO EC-ERRO
                PERFORM PRAZO-EVENTO THRU PRAZO-EVENTO-FIM
                IF ST-ESOC = "00"
                   REWRITE REGESOCTRL
                ELSE
                   WRITE REGESOCTRL.
                IF ST-ESOC = "00"
                   MOVE "S" TO W-ESO-GERAR
                ELSE
                   DISPLAY "ERRO NA GRAVACAO DO ESOCTRL: " ST-ESOC
                           " " EC-EVENTO " " EC-CHAPA.
       REGISTRA-EVENTO-FIM.
                EXIT.
      *
      * PRAZO DE ENVIO: ADMISSAO ATE A DATA DE INICIO DO TRABALHO
      * (ADMISSAO ANTERIOR A COMPETENCIA E CARGA INICIAL); DEMAIS
      * EVENTOS ATE O DIA 15 DO MES SEGUINTE A COMPETENCIA
      *
       PRAZO-EVENTO.
                COMPUTE EC-PRAZO = EC-COMPET * 100 + 1
                IF EC-EVENTO = "S-2200" AND EC-DATA NOT < EC-PRAZO
                   MOVE EC-DATA TO EC-PRAZO
                   GO TO PRAZO-EVENTO-FIM.
                DIVIDE EC-COMPET BY 100 GIVING W-ESO-ANO
                       REMAINDER W-ESO-MES
                ADD 1 TO W-ESO-MES
                IF W-ESO-MES > 12
                   MOVE 1 TO W-ESO-MES
                   ADD 1 TO W-ESO-ANO.
                COMPUTE EC-PRAZO = W-ESO-ANO * 10000
                                 + W-ESO-MES * 100 + 15.
       PRAZO-EVENTO-FIM.
                EXIT.
