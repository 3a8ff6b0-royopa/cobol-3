      *
      * VAGA LIBERADA NA TURMA W-PMT-TURMA/W-PMT-ANO: ENQUANTO HOUVER
      * VAGA (CAPACIDADE DO CADTURMA), CONVOCA O PRIMEIRO DA LISTA DE
      * ESPERA - IRMAO DE ALUNO ANTES, DEPOIS PELA DATA DO PEDIDO.
      * DEVOLVE EM W-PMT-QTCONV QUANTOS FORAM CONVOCADOS E EM
      * W-PMT-NOMECONV O NOME DO ULTIMO. O PROGRAMA DEVE TER CADTURMA
      * ABERTO, ALEM DOS ARQUIVOS PEDIDOS POR CONTA-OCUPACAO
      *
       CONVOCA-PROXIMO.
                MOVE REGPREMAT TO W-PMT-SALVA2
                MOVE ZEROS TO W-PMT-QTCONV W-PMT-EXCLUI
                MOVE SPACES TO W-PMT-NOMECONV
                ACCEPT W-PMT-HOJE FROM DATE YYYYMMDD
                MOVE W-PMT-TURMA TO TU-CODIGO
                MOVE W-PMT-ANO   TO TU-ANOLET
                READ CADTURMA
                IF ST-TURMA NOT = "00"
                   GO TO CONVOCA-PROXIMO9.
                MOVE TU-CAPAC TO W-PMT-CAPAC.
       CONVOCA-PROXIMO1.
                PERFORM CONTA-OCUPACAO THRU CONTA-OCUPACAO-FIM
                IF W-PMT-OCUPADAS NOT < W-PMT-CAPAC
                   GO TO CONVOCA-PROXIMO9.
                MOVE "N" TO W-PMT-ACHOU
                MOVE W-PMT-ANO TO PM-ANOLET
                MOVE ZEROS TO PM-NUMERO
                START PREMATRIC KEY IS NOT LESS THAN PM-CHAVE
                IF ST-PREMAT NOT = "00"
                   GO TO CONVOCA-PROXIMO9.
       CONVOCA-PROXIMO2.
                READ PREMATRIC NEXT RECORD
                IF ST-PREMAT NOT = "00"
                   GO TO CONVOCA-PROXIMO3.
                IF PM-ANOLET NOT = W-PMT-ANO
                   GO TO CONVOCA-PROXIMO3.
                IF PM-TURMA NOT = W-PMT-TURMA OR NOT PRE-ESPERA
                   GO TO CONVOCA-PROXIMO2.
                IF W-PMT-ACHOU = "S" AND MP-IRMAO = "S"
                   AND NOT PRE-IRMAO
                   GO TO CONVOCA-PROXIMO2.
                IF W-PMT-ACHOU = "S" AND MP-IRMAO = PM-IRMAO
                   AND PM-DTPEDIDO NOT < MP-DTPEDIDO
                   GO TO CONVOCA-PROXIMO2.
                MOVE "S"         TO W-PMT-ACHOU
                MOVE PM-NUMERO   TO MP-NUMERO
                MOVE PM-IRMAO    TO MP-IRMAO
                MOVE PM-DTPEDIDO TO MP-DTPEDIDO
                GO TO CONVOCA-PROXIMO2.
       CONVOCA-PROXIMO3.
                IF W-PMT-ACHOU NOT = "S"
                   GO TO CONVOCA-PROXIMO9.
                MOVE W-PMT-ANO TO PM-ANOLET
                MOVE MP-NUMERO TO PM-NUMERO
                READ PREMATRIC
                IF ST-PREMAT NOT = "00"
                   GO TO CONVOCA-PROXIMO9.
                MOVE REGPREMAT TO JRN-ANTES
                MOVE "C" TO PM-STATUS
                MOVE W-PMT-HOJE TO PM-DTSTATUS
                REWRITE REGPREMAT
                IF ST-PREMAT NOT = "00"
                   GO TO CONVOCA-PROXIMO9.
                MOVE PM-CHAVE TO AUD-CHAVE
                MOVE "A" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "PREMATRIC" TO JRN-ARQUIVO
                MOVE REGPREMAT TO JRN-DEPOIS
                MOVE PM-CHAVE TO JRN-CHAVE
                MOVE "A" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL
                ADD 1 TO W-PMT-QTCONV
                MOVE PM-NOME TO W-PMT-NOMECONV
                GO TO CONVOCA-PROXIMO1.
       CONVOCA-PROXIMO9.
                MOVE W-PMT-SALVA2 TO REGPREMAT.
       CONVOCA-PROXIMO-FIM.
                EXIT.
