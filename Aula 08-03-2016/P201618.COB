                03 TU-TURNO        PIC X(01).
                03 TU-CAPAC        PIC 9(03).
                03 TU-MENSALIDADE  PIC 9(06)V99.
                03 TU-MULTA        PIC 9(02)V99.
                03 TU-JUROS        PIC 9(02)V99.
                03 TU-SEGMENTO     PIC X(01).
                03 FILLER          PIC X(02).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
                MOVE "CADTURMA" TO JRN-ARQUIVO.
       INC-001.
                MOVE ZEROS  TO TU-ANOLET TU-CAPAC TU-MENSALIDADE
                MOVE 2,00   TO TU-MULTA
                MOVE 1,00   TO TU-JUROS
                MOVE SPACES TO TU-CODIGO TU-TURNO TU-SEGMENTO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "CADASTRO DE TURMAS"
                DISPLAY  (02, 20) "AMBIENTE: "
                DISPLAY  (05, 01) "ANO LETIVO: "
                DISPLAY  (06, 01) "TURNO (M/T/N): "
                DISPLAY  (07, 01) "CAPACIDADE: "
                DISPLAY  (08, 01) "MENSALIDADE: "
                DISPLAY  (09, 01) "MULTA POR ATRASO (%): "
                DISPLAY  (10, 01) "JUROS AO MES (%): "
                DISPLAY  (11, 01) "SEGMENTO (F=FUNDAM. M=MEDIO): ".
       INC-002.
                ACCEPT  (04, 12) TU-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                      DISPLAY  (07, 13) TU-CAPAC
                      DISPLAY  (08, 14) TU-MENSALIDADE
                      MOVE 1 TO W-SEL
                      GO TO LER-TURMA02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADTURMA"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   GO TO INC-003.
      *
      * TURMA GRAVADA ANTES DOS ENCARGOS: ASSUME O PADRAO DA ESCOLA
      *
       LER-TURMA02.
                IF TU-MULTA NOT NUMERIC OR TU-JUROS NOT NUMERIC
                   MOVE 2,00 TO TU-MULTA
                   MOVE 1,00 TO TU-JUROS.
                IF TU-SEGMENTO NOT = "F" AND TU-SEGMENTO NOT = "M"
                   MOVE SPACES TO TU-SEGMENTO.
                DISPLAY  (09, 23) TU-MULTA
                DISPLAY  (10, 19) TU-JUROS
                DISPLAY  (11, 32) TU-SEGMENTO
                GO TO ACE-001.
       INC-003.
                ACCEPT (06, 16) TU-TURNO
                ACCEPT W-ACT FROM ESCAPE KEY
                ACCEPT (08, 14) TU-MENSALIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
      *
      * ENCARGOS DO CONTRATO SOBRE MENSALIDADE PAGA APOS O VENCIMENTO
      * (ZERO = SEM MULTA / SEM JUROS)
      *
       INC-005A.
                ACCEPT (09, 23) TU-MULTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF TU-MULTA > 10
                   MOVE "*** MULTA ACIMA DE 10% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
       INC-005B.
                ACCEPT (10, 19) TU-JUROS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005A.
                IF TU-JUROS > 10
                   MOVE "*** JUROS ACIMA DE 10% AO MES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005B.
      *
      * SEGMENTO DE ENSINO: SELECIONA AS REGRAS DE AVALIACAO DA TURMA
      * (EM BRANCO = REGRAS GERAIS DO ANO)
      *
       INC-005C.
                ACCEPT (11, 32) TU-SEGMENTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005B.
                IF TU-SEGMENTO = "f" MOVE "F" TO TU-SEGMENTO.
                IF TU-SEGMENTO = "m" MOVE "M" TO TU-SEGMENTO.
                IF TU-SEGMENTO NOT = "F" AND TU-SEGMENTO NOT = "M"
                                         AND TU-SEGMENTO NOT = SPACES
                   MOVE "*** SEGMENTO DEVE SER F, M OU BRANCO ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005C.
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
