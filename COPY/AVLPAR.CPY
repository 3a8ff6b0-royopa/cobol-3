      *
      * ABRE O ARQUIVO DE REGRAS DE AVALIACAO (CRIA SE PRECISO) E O
      * CADASTRO DE TURMAS PARA CONSULTA DO SEGMENTO
      *
       ABR-AVALIA.
                MOVE "N" TO W-AVL-OK W-AVL-TSOK
                MOVE SPACES TO W-AVL-CHVANT
                MOVE "AVALIACAO.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-AVALIA
                OPEN I-O AVALIACAO
                IF ST-AVALIA = "30" OR ST-AVALIA = "35"
                   OPEN OUTPUT AVALIACAO
                   CLOSE AVALIACAO
                   OPEN I-O AVALIACAO.
                IF ST-AVALIA = "00"
                   MOVE "S" TO W-AVL-OK.
                MOVE "CADTURMA.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-TURMASEG
                OPEN INPUT TURMASEG
                IF ST-TURMASEG = "00"
                   MOVE "S" TO W-AVL-TSOK.
      *
       FECHA-AVALIA.
                IF W-AVL-OK = "S"
                   CLOSE AVALIACAO.
                IF W-AVL-TSOK = "S"
                   CLOSE TURMASEG.
                MOVE "N" TO W-AVL-OK W-AVL-TSOK.
      *
      * CARREGA EM W-AVL-REGRA A REGRA DE W-AVL-CHAVE: SEGMENTO DA
      * TURMA NO CADTURMA, REGRA DA DISCIPLINA, SENAO REGRA GERAL DO
      * SEGMENTO (DISCIPLINA 000), SENAO A REGRA PADRAO DA ESCOLA
      *
       CARREGA-REGRA.
                IF W-AVL-CHAVE = W-AVL-CHVANT
                   GO TO CARREGA-REGRA-FIM.
                MOVE W-AVL-CHAVE TO W-AVL-CHVANT
                MOVE W-AVL-PADRAO TO W-AVL-REGRA
                MOVE SPACES TO W-AVL-SEGMENTO
                IF W-AVL-TSOK NOT = "S"
                   GO TO CARREGA-REGRA1.
                MOVE W-AVL-TURMA  TO TS-CODIGO
                MOVE W-AVL-ANOLET TO TS-ANOLET
                READ TURMASEG
                IF ST-TURMASEG NOT = "00"
                   GO TO CARREGA-REGRA1.
                IF TS-SEGMENTO = "F" OR TS-SEGMENTO = "M"
                   MOVE TS-SEGMENTO TO W-AVL-SEGMENTO.
       CARREGA-REGRA1.
                IF W-AVL-OK NOT = "S"
                   GO TO CARREGA-REGRA-FIM.
                MOVE W-AVL-ANOLET   TO AV-ANOLET
                MOVE W-AVL-SEGMENTO TO AV-SEGMENTO
                MOVE W-AVL-DISC     TO AV-DISC
                READ AVALIACAO
                IF ST-AVALIA = "00"
                   MOVE AV-REGRA TO W-AVL-REGRA
                   GO TO CARREGA-REGRA-FIM.
                MOVE ZEROS TO AV-DISC
                READ AVALIACAO
                IF ST-AVALIA = "00"
                   MOVE AV-REGRA TO W-AVL-REGRA.
       CARREGA-REGRA-FIM.
                EXIT.
