      *
      * ABRE O ARQUIVO DE PRE-MATRICULAS (CRIA SE NAO EXISTIR)
      *
       ABR-PREMAT.
                MOVE "N" TO W-PMT-OK
                MOVE "PREMATRIC.DAT" TO AMB-NOME
                PERFORM AMB-MONTA THRU AMB-MONTA-FIM
                MOVE AMB-ARQUIVO TO W-ARQ-PREMAT
                OPEN I-O PREMATRIC
                IF ST-PREMAT = "30" OR ST-PREMAT = "35"
                   OPEN OUTPUT PREMATRIC
                   CLOSE PREMATRIC
                   OPEN I-O PREMATRIC.
                IF ST-PREMAT = "00"
                   MOVE "S" TO W-PMT-OK.
      *
      * VAGAS OCUPADAS NA TURMA W-PMT-TURMA DO ANO W-PMT-ANO:
      * ALUNOS COM NOTAS NA TURMA/ANO QUE NAO FORAM TRANSFERIDOS,
      * MAIS AS PRE-MATRICULAS COM VAGA (SOLICITADA, CONVOCADO OU
      * MATRICULADO QUE AINDA NAO TEM NOTAS NO ANO), EXCETO A DE
      * NUMERO W-PMT-EXCLUI. O PROGRAMA DEVE TER CADNOTA E CADALUNO
      * ABERTOS; O REGISTRO DE PREMATRIC EM MEMORIA E PRESERVADO
      *
       CONTA-OCUPACAO.
                MOVE REGPREMAT TO W-PMT-SALVA
                MOVE ZEROS TO W-PMT-OCUPADAS W-PMT-ULTRM
                MOVE LOW-VALUES TO CHAVE-NOTA
                START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
                IF ST-NOTA NOT = "00"
                   GO TO CONTA-OCUPACAO2.
       CONTA-OCUPACAO1.
                READ CADNOTA NEXT RECORD
                IF ST-NOTA NOT = "00"
                   GO TO CONTA-OCUPACAO2.
                IF ANO-LETIVO NOT = W-PMT-ANO
                   OR TURMA NOT = W-PMT-TURMA
                   OR RM = W-PMT-ULTRM
                   GO TO CONTA-OCUPACAO1.
                MOVE RM TO W-PMT-ULTRM AL-RM
                READ CADALUNO
                IF ST-ALUNO = "00" AND ALU-TRANSFERIDO
                   GO TO CONTA-OCUPACAO1.
                ADD 1 TO W-PMT-OCUPADAS
                GO TO CONTA-OCUPACAO1.
       CONTA-OCUPACAO2.
                MOVE W-PMT-ANO TO PM-ANOLET
                MOVE ZEROS TO PM-NUMERO
                START PREMATRIC KEY IS NOT LESS THAN PM-CHAVE
                IF ST-PREMAT NOT = "00"
                   GO TO CONTA-OCUPACAO9.
       CONTA-OCUPACAO3.
                READ PREMATRIC NEXT RECORD
                IF ST-PREMAT NOT = "00"
                   GO TO CONTA-OCUPACAO9.
                IF PM-ANOLET NOT = W-PMT-ANO
                   GO TO CONTA-OCUPACAO9.
                IF PM-TURMA NOT = W-PMT-TURMA
                   OR PM-NUMERO = W-PMT-EXCLUI
                   OR PRE-ESPERA OR PRE-DESISTENTE
                   GO TO CONTA-OCUPACAO3.
                IF NOT PRE-MATRICULADA
                   ADD 1 TO W-PMT-OCUPADAS
                   GO TO CONTA-OCUPACAO3.
      *
      * MATRICULADO QUE JA TEM NOTAS NO ANO FOI CONTADO PELO CADNOTA
      *
                MOVE PM-RM     TO RM
                MOVE PM-ANOLET TO ANO-LETIVO
                MOVE ZEROS     TO CODDISC
                START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
                IF ST-NOTA NOT = "00"
                   GO TO CONTA-OCUPACAO4.
                READ CADNOTA NEXT RECORD
                IF ST-NOTA = "00" AND RM = PM-RM
                   AND ANO-LETIVO = PM-ANOLET
                   GO TO CONTA-OCUPACAO3.
       CONTA-OCUPACAO4.
                MOVE PM-RM TO AL-RM
                READ CADALUNO
                IF ST-ALUNO = "00" AND ALU-TRANSFERIDO
                   GO TO CONTA-OCUPACAO3.
                ADD 1 TO W-PMT-OCUPADAS
                GO TO CONTA-OCUPACAO3.
       CONTA-OCUPACAO9.
                MOVE W-PMT-SALVA TO REGPREMAT.
       CONTA-OCUPACAO-FIM.
                EXIT.
