      *
      * ABRE CADPLANO E CADPLBEN PARA CONSULTA (OPCIONAIS)
      *
       ABR-PLANO.
                MOVE "N" TO W-PLA-OK
                MOVE "CADPLANO.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-PLANO
                MOVE "CADPLBEN.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-PLBEN
                OPEN INPUT CADPLANO
                IF ST-PLANO NOT = "00"
                   DISPLAY "AVISO: SEM CADASTRO DE PLANOS CADPLANO"
                ELSE
                   OPEN INPUT CADPLBEN
                   IF ST-PLBEN = "00"
                      MOVE "S" TO W-PLA-OK
                   ELSE
                      DISPLAY "AVISO: SEM ADESOES A PLANOS CADPLBEN"
                      CLOSE CADPLANO.
      *
       FECHA-PLANO.
                IF W-PLA-OK = "S"
                   CLOSE CADPLANO CADPLBEN.
      *
      * VERIFICA SE A ADESAO LIDA ESTA EM VIGOR EM ALGUM DIA ENTRE
      * W-PLA-PERINI E W-PLA-PERFIM
      *
       ADESAO-VIGENTE.
                MOVE "S" TO W-PLA-VIGENTE
                IF PB-DTINI > W-PLA-PERFIM
                   MOVE "N" TO W-PLA-VIGENTE.
                IF PB-DTFIM NOT = ZEROS AND PB-DTFIM < W-PLA-PERINI
                   MOVE "N" TO W-PLA-VIGENTE.
      *
      * PRECO DA VIDA NA COMPETENCIA W-PLA-COMPET PELA FAIXA ETARIA
      * (IDADE EM W-PLA-DTNASC) E PARTES EMPRESA/FUNCIONARIO.
      * REQUER REGPLANO E REGPLBEN LIDOS
      *
       PRECO-VIDA.
                DIVIDE W-PLA-COMPET BY 100 GIVING W-PLA-CANO
                       REMAINDER W-PLA-CMES
                MOVE ZEROS TO W-PLA-IDADE
                IF W-PLA-NANO NOT = ZEROS AND W-PLA-NANO < W-PLA-CANO
                   COMPUTE W-PLA-IDADE = W-PLA-CANO - W-PLA-NANO
                   IF W-PLA-CMES < W-PLA-NMES
                      SUBTRACT 1 FROM W-PLA-IDADE.
                IF W-PLA-IDADE < 19
                   MOVE 1 TO W-PLA-FAIXA
                ELSE
                   COMPUTE W-PLA-FAIXA = (W-PLA-IDADE - 19) / 5 + 2
                   IF W-PLA-FAIXA > 10
                      MOVE 10 TO W-PLA-FAIXA.
                MOVE PL-PRECO (W-PLA-FAIXA) TO W-PLA-PRECO
                IF PB-SEQ = ZEROS
                   COMPUTE W-PLA-EMPRESA ROUNDED =
                           W-PLA-PRECO * PL-PCTTITULAR / 100
                ELSE
                   COMPUTE W-PLA-EMPRESA ROUNDED =
                           W-PLA-PRECO * PL-PCTDEPEND / 100.
                COMPUTE W-PLA-PARTE = W-PLA-PRECO - W-PLA-EMPRESA.
      *
      * LOCALIZA A ADESAO PELA CARTEIRA W-PLA-CARTEIRA (NO PLANO
      * W-PLA-PLANO, OU EM QUALQUER PLANO SE ZERO)
      *
       ACHA-CARTEIRA.
                MOVE "N" TO W-PLA-ACHOU
                MOVE W-PLA-CARTEIRA TO PB-CARTEIRA
                START CADPLBEN KEY IS EQUAL TO PB-CARTEIRA
                IF ST-PLBEN NOT = "00"
                   GO TO ACHA-CARTEIRA-FIM.
       ACHA-CARTEIRA1.
                READ CADPLBEN NEXT RECORD
                IF ST-PLBEN NOT = "00" AND ST-PLBEN NOT = "02"
                   GO TO ACHA-CARTEIRA-FIM.
                IF PB-CARTEIRA NOT = W-PLA-CARTEIRA
                   GO TO ACHA-CARTEIRA-FIM.
                IF W-PLA-PLANO NOT = ZEROS
                                AND PB-PLANO NOT = W-PLA-PLANO
                   GO TO ACHA-CARTEIRA1.
                MOVE "S" TO W-PLA-ACHOU.
       ACHA-CARTEIRA-FIM.
                EXIT.
