      *
      * ABRE PARFOLHA PARA CONSULTA (OPCIONAL: SEM ELE VALEM OS
      * VALORES PADRAO DA CLT CARREGADOS EM CARREGA-PARFOL)
      *
       ABR-PARFOL.
                MOVE "N" TO W-PFL-OK
                MOVE ZEROS TO W-PFL-CMPANT
                MOVE "PARFOLHA.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-PARFOL
                OPEN INPUT PARFOLHA
                IF ST-PARFOL = "00"
                   MOVE "S" TO W-PFL-OK
                ELSE
                   DISPLAY "AVISO: SEM PARAMETROS DA FOLHA - VALEM OS "
                           "PADROES (220H, 50/100%, 8H, 30 DIAS)".
      *
       FECHA-PARFOL.
                IF W-PFL-OK = "S"
                   CLOSE PARFOLHA.
      *
      * PARAMETROS EM VIGOR NA COMPETENCIA W-PFL-COMPET PARA A EMPRESA
      * W-PFL-EMPRESA. SEM PARAMETRO DA EMPRESA VALE O GERAL (EMPRESA
      * 00) E, SEM ESTE, OS PADROES. NAO RELE O ARQUIVO SE EMPRESA E
      * COMPETENCIA SAO AS DA ULTIMA CARGA. W-PFL-ORIGEM: E=EMPRESA,
      * G=GERAL, P=PADRAO
      *
       CARREGA-PARFOL.
                IF W-PFL-EMPRESA = W-PFL-EMPANT
                               AND W-PFL-COMPET = W-PFL-CMPANT
                   GO TO CARREGA-PARFOL-FIM.
                MOVE W-PFL-EMPRESA TO W-PFL-EMPANT
                MOVE W-PFL-COMPET  TO W-PFL-CMPANT
                MOVE 220    TO W-PFL-DIVISOR
                MOVE 50,00  TO W-PFL-PCTHE
                MOVE 100,00 TO W-PFL-PCTDOM
                MOVE 8,00   TO W-PFL-HORASDIA
                MOVE 30     TO W-PFL-DIASMES
                MOVE 5      TO W-PFL-DIAPAGTO
                MOVE 70,00  TO W-PFL-PCTTETO
                MOVE ZEROS  TO W-PFL-VIGENCIA
                MOVE "P"    TO W-PFL-ORIGEM
                IF W-PFL-OK NOT = "S"
                   GO TO CARREGA-PARFOL1.
                MOVE W-PFL-EMPRESA TO W-PFL-EMPBUSCA
                PERFORM ACHA-PARFOL THRU ACHA-PARFOL-FIM
                IF W-PFL-VIGENCIA = ZEROS AND W-PFL-EMPRESA NOT = ZEROS
                   MOVE ZEROS TO W-PFL-EMPBUSCA
                   PERFORM ACHA-PARFOL THRU ACHA-PARFOL-FIM.
       CARREGA-PARFOL1.
                COMPUTE W-PFL-FATORHE  = 1 + W-PFL-PCTHE / 100
                COMPUTE W-PFL-FATORDOM = 1 + W-PFL-PCTDOM / 100
      *
      * DATA DO PAGAMENTO: DIA W-PFL-DIAPAGTO DO MES SEGUINTE
      *
                COMPUTE W-PFL-MESPAG = W-PFL-COMPET + 1
                DIVIDE W-PFL-MESPAG BY 100 GIVING W-PFL-AUX
                       REMAINDER W-PFL-MESX
                IF W-PFL-MESX > 12
                   COMPUTE W-PFL-MESPAG = W-PFL-MESPAG + 100 - 12.
                COMPUTE W-PFL-DTPAGTO = W-PFL-MESPAG * 100
                                      + W-PFL-DIAPAGTO.
       CARREGA-PARFOL-FIM.
                EXIT.
      *
       ACHA-PARFOL.
                MOVE W-PFL-EMPBUSCA TO PF-EMPRESA
                MOVE ZEROS TO PF-VIGENCIA
                START PARFOLHA KEY IS NOT LESS THAN PF-CHAVE
                IF ST-PARFOL NOT = "00"
                   GO TO ACHA-PARFOL-FIM.
       ACHA-PARFOL1.
                READ PARFOLHA NEXT RECORD
                IF ST-PARFOL NOT = "00"
                   GO TO ACHA-PARFOL-FIM.
                IF PF-EMPRESA NOT = W-PFL-EMPBUSCA
                              OR PF-VIGENCIA > W-PFL-COMPET
                   GO TO ACHA-PARFOL-FIM.
                MOVE PF-VIGENCIA TO W-PFL-VIGENCIA
                MOVE PF-DIVISOR  TO W-PFL-DIVISOR
                MOVE PF-PCTHE    TO W-PFL-PCTHE
                MOVE PF-PCTDOM   TO W-PFL-PCTDOM
                MOVE PF-HORASDIA TO W-PFL-HORASDIA
                MOVE PF-DIASMES  TO W-PFL-DIASMES
                MOVE PF-DIAPAGTO TO W-PFL-DIAPAGTO
                MOVE PF-PCTTETO  TO W-PFL-PCTTETO
                IF PF-EMPRESA = ZEROS
                   MOVE "G" TO W-PFL-ORIGEM
                ELSE
                   MOVE "E" TO W-PFL-ORIGEM.
                GO TO ACHA-PARFOL1.
       ACHA-PARFOL-FIM.
                EXIT.
