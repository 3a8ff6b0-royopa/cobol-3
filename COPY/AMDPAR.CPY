      *
      * NORMALIZACAO E COMPARACAO DE CONTATOS DO CADAMIGO PARA A
      * BUSCA DE DUPLICADOS (AREAS EM AMDWS)
      *
      * MONTA W-AMD-CHAVE A PARTIR DE W-AMD-ENTRADA. NO NOME SAEM AS
      * PARTICULAS (DE, DA, DO, DAS, DOS, E) E AMC-NOMEPU GUARDA SO O
      * PRIMEIRO E O ULTIMO NOME; NO ENDERECO O TIPO DO LOGRADOURO E
      * ABREVIADO (RUA = R, AVENIDA = AV ...)
      *
       NORMALIZA-AMIGO.
                MOVE "N" TO W-AMD-TIPO
                MOVE AMN-NOME TO W-AMD-TXT
                PERFORM NORMALIZA-TEXTO THRU NORMALIZA-TEXTO-FIM
                MOVE W-AMD-NRM TO AMC-NOME
                MOVE SPACES TO AMC-NOMEPU
                IF W-AMD-ULT > W-AMD-PRIM
                   STRING W-AMD-PAL (W-AMD-PRIM) DELIMITED BY SPACE
                          " "                    DELIMITED BY SIZE
                          W-AMD-PAL (W-AMD-ULT)  DELIMITED BY SPACE
                          INTO AMC-NOMEPU
                ELSE
                   MOVE AMC-NOME TO AMC-NOMEPU.
                MOVE "E" TO W-AMD-TIPO
                MOVE AMN-ENDERECO TO W-AMD-TXT
                PERFORM NORMALIZA-TEXTO THRU NORMALIZA-TEXTO-FIM
                MOVE W-AMD-NRM TO AMC-ENDERECO
                MOVE AMN-EMAIL TO AMC-EMAIL
                INSPECT AMC-EMAIL CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                MOVE AMN-CEP      TO AMC-CEP
                MOVE AMN-DDD      TO AMC-DDD
                MOVE AMN-TELEFONE TO AMC-TELEFONE.
       NORMALIZA-AMIGO-FIM.
                EXIT.
      *
      * W-AMD-TXT EM MAIUSCULAS, SEM PONTUACAO, QUEBRADO EM PALAVRAS
      * E REMONTADO EM W-AMD-NRM COM UM SO ESPACO ENTRE ELAS
      *
       NORMALIZA-TEXTO.
                INSPECT W-AMD-TXT CONVERTING
                        "abcdefghijklmnopqrstuvwxyz.,;:-/'"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ       "
                MOVE SPACES TO W-AMD-PALAVRAS W-AMD-NRM
                UNSTRING W-AMD-TXT DELIMITED BY ALL SPACE
                         INTO W-AMD-PAL (1) W-AMD-PAL (2)
                              W-AMD-PAL (3) W-AMD-PAL (4)
                              W-AMD-PAL (5) W-AMD-PAL (6)
                              W-AMD-PAL (7) W-AMD-PAL (8)
                MOVE 1 TO W-AMD-PTR W-AMD-IDX
                MOVE ZEROS TO W-AMD-PRIM W-AMD-ULT.
       NORMALIZA-TEXTO1.
                IF W-AMD-IDX > 8
                   GO TO NORMALIZA-TEXTO-FIM.
                IF W-AMD-PAL (W-AMD-IDX) = SPACES
                   GO TO NORMALIZA-TEXTO2.
                IF AMD-TIPO-NOME
                   IF W-AMD-PAL (W-AMD-IDX) = "DE" OR "DA" OR "DO"
                                             OR "DAS" OR "DOS" OR "E"
                      GO TO NORMALIZA-TEXTO2.
                IF AMD-TIPO-ENDER
                   PERFORM ABREVIA-LOGRADOURO
                      THRU ABREVIA-LOGRADOURO-FIM.
                IF W-AMD-PRIM = ZEROS
                   MOVE W-AMD-IDX TO W-AMD-PRIM
                ELSE
                   STRING " " DELIMITED BY SIZE
                          INTO W-AMD-NRM WITH POINTER W-AMD-PTR.
                MOVE W-AMD-IDX TO W-AMD-ULT
                STRING W-AMD-PAL (W-AMD-IDX) DELIMITED BY SPACE
                       INTO W-AMD-NRM WITH POINTER W-AMD-PTR.
       NORMALIZA-TEXTO2.
                ADD 1 TO W-AMD-IDX
                GO TO NORMALIZA-TEXTO1.
       NORMALIZA-TEXTO-FIM.
                EXIT.
      *
       ABREVIA-LOGRADOURO.
                IF W-AMD-PAL (W-AMD-IDX) = "RUA"
                   MOVE "R"   TO W-AMD-PAL (W-AMD-IDX).
                IF W-AMD-PAL (W-AMD-IDX) = "AVENIDA"
                   MOVE "AV"  TO W-AMD-PAL (W-AMD-IDX).
                IF W-AMD-PAL (W-AMD-IDX) = "TRAVESSA"
                   MOVE "TV"  TO W-AMD-PAL (W-AMD-IDX).
                IF W-AMD-PAL (W-AMD-IDX) = "ALAMEDA"
                   MOVE "AL"  TO W-AMD-PAL (W-AMD-IDX).
                IF W-AMD-PAL (W-AMD-IDX) = "ESTRADA"
                   MOVE "EST" TO W-AMD-PAL (W-AMD-IDX).
                IF W-AMD-PAL (W-AMD-IDX) = "PRACA"
                   MOVE "PC"  TO W-AMD-PAL (W-AMD-IDX).
                IF W-AMD-PAL (W-AMD-IDX) = "RODOVIA"
                   MOVE "ROD" TO W-AMD-PAL (W-AMD-IDX).
       ABREVIA-LOGRADOURO-FIM.
                EXIT.
      *
      * PONTUACAO DO PAR W-AMD-CHV1 X W-AMD-CHV2 (MAXIMO 100):
      *   NOME IGUAL 40, SO PRIMEIRO E ULTIMO NOME IGUAIS 25
      *   DDD+TELEFONE IGUAIS 25, SO O TELEFONE IGUAL 15
      *   E-MAIL IGUAL 25
      *   CEP+ENDERECO IGUAIS 10, SO O ENDERECO IGUAL 5
      * W-AMD-CRIT LISTA OS CRITERIOS ATENDIDOS (-P = PARCIAL)
      *
       PONTUA-PAR.
                MOVE ZEROS  TO W-AMD-PONTOS
                MOVE SPACES TO W-AMD-CRIT
                MOVE 1 TO W-AMD-PTR
                IF AM1-NOME NOT = SPACES AND AM1-NOME = AM2-NOME
                   ADD 40 TO W-AMD-PONTOS
                   STRING "NOME " DELIMITED BY SIZE
                          INTO W-AMD-CRIT WITH POINTER W-AMD-PTR
                ELSE
                   IF AM1-NOMEPU NOT = SPACES
                      AND AM1-NOMEPU = AM2-NOMEPU
                      ADD 25 TO W-AMD-PONTOS
                      STRING "NOME-P " DELIMITED BY SIZE
                             INTO W-AMD-CRIT WITH POINTER W-AMD-PTR.
                IF AM1-TELEFONE NOT = ZEROS
                   AND AM1-TELEFONE = AM2-TELEFONE
                   IF AM1-DDD = AM2-DDD
                      ADD 25 TO W-AMD-PONTOS
                      STRING "FONE " DELIMITED BY SIZE
                             INTO W-AMD-CRIT WITH POINTER W-AMD-PTR
                   ELSE
                      ADD 15 TO W-AMD-PONTOS
                      STRING "FONE-P " DELIMITED BY SIZE
                             INTO W-AMD-CRIT WITH POINTER W-AMD-PTR.
                IF AM1-EMAIL NOT = SPACES AND AM1-EMAIL = AM2-EMAIL
                   ADD 25 TO W-AMD-PONTOS
                   STRING "EMAIL " DELIMITED BY SIZE
                          INTO W-AMD-CRIT WITH POINTER W-AMD-PTR.
                IF AM1-ENDERECO NOT = SPACES
                   AND AM1-ENDERECO = AM2-ENDERECO
                   IF AM1-CEP NOT = ZEROS AND AM1-CEP = AM2-CEP
                      ADD 10 TO W-AMD-PONTOS
                      STRING "END " DELIMITED BY SIZE
                             INTO W-AMD-CRIT WITH POINTER W-AMD-PTR
                   ELSE
                      ADD 5 TO W-AMD-PONTOS
                      STRING "END-P " DELIMITED BY SIZE
                             INTO W-AMD-CRIT WITH POINTER W-AMD-PTR.
       PONTUA-PAR-FIM.
                EXIT.
