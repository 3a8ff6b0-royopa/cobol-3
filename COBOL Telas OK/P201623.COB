                03 RF-NOME         PIC X(30).
                03 RF-CPF          PIC 9(11).
                03 RF-ENDERECO     PIC X(30).
                03 RF-APELIDO      PIC X(12).
                03 FILLER          PIC X(02).
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.

       INC-001.
                MOVE ZEROS  TO RF-RM RF-CPF
                MOVE SPACES TO RF-NOME RF-ENDERECO RF-APELIDO W-APELIDO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 14)
                   "RESPONSAVEL FINANCEIRO DO ALUNO"
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGRESPFIN TO JRN-ANTES
                      MOVE RF-APELIDO TO W-APELIDO
                      DISPLAY (08, 29) W-APELIDO
                      DISPLAY (09, 29) RF-NOME
                      DISPLAY (10, 29) RF-CPF
                      DISPLAY (11, 29) RF-ENDERECO
                   NEXT SENTENCE.

       INC-003.
                ACCEPT (08, 29) W-APELIDO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE SPACES TO RF-APELIDO
                IF W-APELIDO = SPACES
                   GO TO INC-004.
                IF W-AMIGO-OK NOT = "S"
                   MOVE "*** AMIGO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *
      * O VINCULO COM O CONTATO FICA GRAVADO PELO APELIDO, PARA QUE A
      * UNIFICACAO DE CONTATOS DUPLICADOS POSSA REAPONTAR O RESPONSAVEL
      *
                MOVE APELIDO  TO RF-APELIDO
                MOVE NOME     TO RF-NOME
                MOVE ENDERECO TO RF-ENDERECO
                DISPLAY (09, 29) RF-NOME
