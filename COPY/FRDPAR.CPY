      *
      * ABRE CADFERIADO PARA CONSULTA (OPCIONAL: SEM ELE SO SABADOS E
      * DOMINGOS DEIXAM DE SER DIAS UTEIS)
      *
       ABR-FERIADO.
                MOVE "N" TO W-FRD-OK
                MOVE "CADFERIADO.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-FERIADO
                OPEN INPUT CADFERIADO
                IF ST-FERIADO = "00"
                   MOVE "S" TO W-FRD-OK
                ELSE
                   DISPLAY "AVISO: SEM CALENDARIO DE FERIADOS - SO "
                           "SABADOS E DOMINGOS SAO DIAS NAO UTEIS".
      *
       FECHA-FERIADO.
                IF W-FRD-OK = "S"
                   CLOSE CADFERIADO.
      *
      * CLASSIFICA A DATA W-FRD-DATA (VER FRDWS.CPY). DATA INVALIDA
      * VOLTA COMO DIA UTIL, PARA NAO SER DESLOCADA
      *
       VERIFICA-DIA.
                MOVE "N" TO W-FRD-FERIADO W-FRD-BANCO
                MOVE "S" TO W-FRD-UTIL
                MOVE SPACES TO W-FRD-DESCR
                MOVE ZEROS TO W-FRD-DIASEM
                IF W-FRD-MES < 1 OR W-FRD-MES > 12 OR W-FRD-DIA < 1
                   GO TO VERIFICA-DIA-FIM.
                PERFORM SEMANA-FRD THRU SEMANA-FRD-FIM
                IF W-FRD-OK NOT = "S"
                   GO TO VERIFICA-DIA1.
                MOVE W-FRD-DATA TO W-FRD-BUSCA
                PERFORM PROCURA-FERIADO THRU PROCURA-FERIADO-FIM
                COMPUTE W-FRD-BUSCA = W-FRD-MES * 100 + W-FRD-DIA
                PERFORM PROCURA-FERIADO THRU PROCURA-FERIADO-FIM.
       VERIFICA-DIA1.
                IF W-FRD-DIASEM < 2 OR W-FRD-BANCO = "S"
                   MOVE "N" TO W-FRD-UTIL.
       VERIFICA-DIA-FIM.
                EXIT.
      *
      * TODOS OS REGISTROS DA DATA W-FRD-BUSCA (UM POR ABRANGENCIA)
      *
       PROCURA-FERIADO.
                MOVE W-FRD-BUSCA TO FRD-DATA
                MOVE LOW-VALUES TO FRD-ABRANG
                START CADFERIADO KEY IS NOT LESS THAN FRD-CHAVE
                IF ST-FERIADO NOT = "00"
                   GO TO PROCURA-FERIADO-FIM.
       PROCURA-FERIADO1.
                READ CADFERIADO NEXT RECORD
                IF ST-FERIADO NOT = "00"
                   GO TO PROCURA-FERIADO-FIM.
                IF FRD-DATA NOT = W-FRD-BUSCA
                   GO TO PROCURA-FERIADO-FIM.
                MOVE "S" TO W-FRD-BANCO
                IF W-FRD-DESCR = SPACES
                   MOVE FRD-DESCR TO W-FRD-DESCR.
                IF FER-CIVIL
                   MOVE "S" TO W-FRD-FERIADO
                   MOVE FRD-DESCR TO W-FRD-DESCR.
                GO TO PROCURA-FERIADO1.
       PROCURA-FERIADO-FIM.
                EXIT.
      *
      * DESLOCA W-FRD-DATA PARA O DIA UTIL ANTERIOR (PAGAMENTOS) OU
      * SEGUINTE (VENCIMENTOS), SE ELA MESMA NAO FOR DIA UTIL
      *
       UTIL-ANTERIOR.
                MOVE ZEROS TO W-FRD-CONT.
       UTIL-ANTERIOR1.
                PERFORM VERIFICA-DIA THRU VERIFICA-DIA-FIM
                IF W-FRD-UTIL = "S" OR W-FRD-CONT > 30
                   GO TO UTIL-ANTERIOR-FIM.
                ADD 1 TO W-FRD-CONT
                PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
                GO TO UTIL-ANTERIOR1.
       UTIL-ANTERIOR-FIM.
                EXIT.
      *
       UTIL-SEGUINTE.
                MOVE ZEROS TO W-FRD-CONT.
       UTIL-SEGUINTE1.
                PERFORM VERIFICA-DIA THRU VERIFICA-DIA-FIM
                IF W-FRD-UTIL = "S" OR W-FRD-CONT > 30
                   GO TO UTIL-SEGUINTE-FIM.
                ADD 1 TO W-FRD-CONT
                PERFORM DIA-SEGUINTE THRU DIA-SEGUINTE-FIM
                GO TO UTIL-SEGUINTE1.
       UTIL-SEGUINTE-FIM.
                EXIT.
      *
       DIA-ANTERIOR.
                IF W-FRD-DIA > 1
                   SUBTRACT 1 FROM W-FRD-DIA
                   GO TO DIA-ANTERIOR-FIM.
                IF W-FRD-MES > 1
                   SUBTRACT 1 FROM W-FRD-MES
                ELSE
                   MOVE 12 TO W-FRD-MES
                   SUBTRACT 1 FROM W-FRD-ANO.
                PERFORM ULTDIA-FRD THRU ULTDIA-FRD-FIM
                MOVE W-FRD-ULTDIA TO W-FRD-DIA.
       DIA-ANTERIOR-FIM.
                EXIT.
      *
       DIA-SEGUINTE.
                PERFORM ULTDIA-FRD THRU ULTDIA-FRD-FIM
                IF W-FRD-DIA < W-FRD-ULTDIA
                   ADD 1 TO W-FRD-DIA
                   GO TO DIA-SEGUINTE-FIM.
                MOVE 1 TO W-FRD-DIA
                ADD 1 TO W-FRD-MES
                IF W-FRD-MES > 12
                   MOVE 1 TO W-FRD-MES
                   ADD 1 TO W-FRD-ANO.
       DIA-SEGUINTE-FIM.
                EXIT.
      *
      * ULTIMO DIA DO MES W-FRD-MES/W-FRD-ANO EM W-FRD-ULTDIA
      *
       ULTDIA-FRD.
                MOVE 31 TO W-FRD-ULTDIA
                IF W-FRD-MES = 4 OR 6 OR 9 OR 11
                   MOVE 30 TO W-FRD-ULTDIA.
                IF W-FRD-MES NOT = 2
                   GO TO ULTDIA-FRD-FIM.
                MOVE 28 TO W-FRD-ULTDIA
                DIVIDE W-FRD-ANO BY 4 GIVING W-FRD-ZAUX
                       REMAINDER W-FRD-ZSEC
                IF W-FRD-ZSEC NOT = ZEROS
                   GO TO ULTDIA-FRD-FIM.
                MOVE 29 TO W-FRD-ULTDIA
                DIVIDE W-FRD-ANO BY 100 GIVING W-FRD-ZAUX
                       REMAINDER W-FRD-ZSEC
                IF W-FRD-ZSEC NOT = ZEROS
                   GO TO ULTDIA-FRD-FIM.
                DIVIDE W-FRD-ANO BY 400 GIVING W-FRD-ZAUX
                       REMAINDER W-FRD-ZSEC
                IF W-FRD-ZSEC NOT = ZEROS
                   MOVE 28 TO W-FRD-ULTDIA.
       ULTDIA-FRD-FIM.
                EXIT.
      *
      * DIA DA SEMANA DE W-FRD-DATA PELA CONGRUENCIA DE ZELLER
      * (0=SABADO, 1=DOMINGO ... 6=SEXTA)
      *
       SEMANA-FRD.
                MOVE W-FRD-ANO TO W-FRD-ZANO
                MOVE W-FRD-MES TO W-FRD-ZMES
                IF W-FRD-ZMES < 3
                   ADD 12 TO W-FRD-ZMES
                   SUBTRACT 1 FROM W-FRD-ZANO.
                DIVIDE W-FRD-ZANO BY 100 GIVING W-FRD-ZSEC
                       REMAINDER W-FRD-ZANOSEC
                COMPUTE W-FRD-ZAUX = (W-FRD-ZMES + 1) * 13
                DIVIDE W-FRD-ZAUX BY 5 GIVING W-FRD-ZTERMO
                COMPUTE W-FRD-ZTERMO = W-FRD-ZTERMO + W-FRD-DIA
                                     + W-FRD-ZANOSEC + 5 * W-FRD-ZSEC
                DIVIDE W-FRD-ZANOSEC BY 4 GIVING W-FRD-ZAUX
                ADD W-FRD-ZAUX TO W-FRD-ZTERMO
                DIVIDE W-FRD-ZSEC BY 4 GIVING W-FRD-ZAUX
                ADD W-FRD-ZAUX TO W-FRD-ZTERMO
                DIVIDE W-FRD-ZTERMO BY 7 GIVING W-FRD-ZAUX
                       REMAINDER W-FRD-DIASEM.
       SEMANA-FRD-FIM.
                EXIT.
