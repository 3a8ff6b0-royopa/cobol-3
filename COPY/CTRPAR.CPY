      *
      * ABRE O HISTORICO DE CONTRATOS (CRIA SE NAO EXISTIR)
      * W-CTR-OK = "S" SE ABRIU
      *
       ABR-CONTR.
                MOVE "N" TO W-CTR-OK
                MOVE "CADCONTR.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-CTR
                OPEN I-O CADCONTR
                IF ST-CTR = "30" OR ST-CTR = "35"
                   OPEN OUTPUT CADCONTR
                   CLOSE CADCONTR
                   OPEN I-O CADCONTR.
                IF ST-CTR = "00"
                   MOVE "S" TO W-CTR-OK.
      *
       FECHA-CONTR.
                IF W-CTR-OK = "S"
                   CLOSE CADCONTR.
      *
      * GRAVA UM EVENTO DO CONTRATO DE W-CTR-CHAPA NA PROXIMA
      * SEQUENCIA, COM OS DADOS EM W-CTR-EVENTO/TIPO/DTINI/DTFIM/
      * DTFIMANT/ORIGEM/OBS
      *
       GRAVA-CONTR.
                IF W-CTR-OK NOT = "S"
                   GO TO GRAVA-CONTR-FIM.
                MOVE ZEROS TO W-CTR-SEQ
                MOVE W-CTR-CHAPA TO CT-CHAPA
                MOVE ZEROS TO CT-SEQ
                START CADCONTR KEY IS NOT LESS THAN CT-CHAVE
                IF ST-CTR NOT = "00"
                   GO TO GRAVA-CONTR2.
       GRAVA-CONTR1.
                READ CADCONTR NEXT RECORD
                IF ST-CTR NOT = "00"
                   GO TO GRAVA-CONTR2.
                IF CT-CHAPA NOT = W-CTR-CHAPA
                   GO TO GRAVA-CONTR2.
                MOVE CT-SEQ TO W-CTR-SEQ
                GO TO GRAVA-CONTR1.
       GRAVA-CONTR2.
                MOVE W-CTR-CHAPA    TO CT-CHAPA
                COMPUTE CT-SEQ = W-CTR-SEQ + 1
                MOVE W-CTR-EVENTO   TO CT-EVENTO
                MOVE W-CTR-TIPO     TO CT-TIPO
                MOVE W-CTR-DTINI    TO CT-DTINI
                MOVE W-CTR-DTFIM    TO CT-DTFIM
                MOVE W-CTR-DTFIMANT TO CT-DTFIMANT
                ACCEPT CT-DATA FROM DATE YYYYMMDD
                MOVE W-CTR-ORIGEM   TO CT-ORIGEM
                MOVE W-CTR-OBS      TO CT-OBS
                WRITE REGCONTR
                IF ST-CTR NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCONTR: "
                           ST-CTR.
       GRAVA-CONTR-FIM.
                EXIT.
