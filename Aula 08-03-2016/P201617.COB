                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODIGO
                    FILE STATUS  IS ST-ERRO.
           COPY "AVLSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
                03 DI-CODIGO       PIC 9(03).
                03 DI-NOME         PIC X(20).
                03 FILLER          PIC X(09).
           COPY "AVLFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-DISC   PIC X(64) VALUE SPACES.
           COPY "AVLWS.CPY".
       77 W-AVL-SEL    PIC 9(01) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-SOMAPESO   PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "P201617" TO EVT-PROGRAMA
                PERFORM ABR-EVENTOLOG
                PERFORM ABR-JORNAL
                MOVE "CADDISC" TO JRN-ARQUIVO
                PERFORM ABR-AVALIA
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE ZEROS  TO DI-CODIGO
                MOVE SPACES TO DI-NOME
                DISPLAY  (02, 20) "AMBIENTE: "
                DISPLAY  (02, 30) AMB-AMBIENTE
                DISPLAY  (04, 01) "CODIGO: "
                DISPLAY  (05, 01) "NOME: "
                DISPLAY  (22, 01)
                   "F4=REGRAS DE AVALIACAO (CODIGO 000 = REGRA GERAL)".
       INC-002.
                ACCEPT  (04, 12) DI-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADDISC
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   GO TO REG-000.
                IF DI-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 05
                   GO TO REG-001.
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ******************************************
      * REGRAS DE AVALIACAO DA DISCIPLINA      *
      ******************************************
      *
      * POR ANO LETIVO E SEGMENTO (F/M, BRANCO = TURMAS SEM SEGMENTO).
      * A DISCIPLINA 000 GUARDA A REGRA GERAL DO SEGMENTO, USADA PELAS
      * DISCIPLINAS SEM REGRA PROPRIA
      *
       REG-000.
                IF DI-CODIGO = ZEROS
                   MOVE "REGRA GERAL DO SEGMENTO" TO DI-NOME
                   GO TO REG-001.
                READ CADDISC
                IF ST-ERRO NOT = "00"
                   MOVE "*** DISCIPLINA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 12) DI-NOME.
       REG-001.
                IF W-AVL-OK NOT = "S"
                   MOVE "*** ARQUIVO DE REGRAS INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 01) MENS
                DISPLAY (23, 12) MENS
                MOVE ZEROS  TO AV-ANOLET
                MOVE SPACES TO AV-SEGMENTO
                DISPLAY (07, 01) "REGRAS DE AVALIACAO - "
                DISPLAY (07, 23) DI-NOME
                DISPLAY (08, 01) "ANO LETIVO: "
                DISPLAY (09, 01) "SEGMENTO (F/M/BRANCO): "
                DISPLAY (10, 01) "PESO 1O BIM: "
                DISPLAY (10, 20) "2O BIM: "
                DISPLAY (10, 33) "3O BIM: "
                DISPLAY (10, 46) "4O BIM: "
                DISPLAY (11, 01) "PESO NOTA 1: "
                DISPLAY (11, 20) "PESO NOTA 2: "
                DISPLAY (12, 01) "MEDIA DE APROVACAO: "
                DISPLAY (13, 01) "MEDIA PARA RECUPERACAO: "
                DISPLAY (14, 01) "LIMITE DE FALTAS POR BIMESTRE: ".
       REG-002.
                ACCEPT (08, 14) AV-ANOLET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF AV-ANOLET = ZEROS
                   MOVE "*** ANO LETIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-002.
       REG-003.
                ACCEPT (09, 25) AV-SEGMENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REG-002.
                IF AV-SEGMENTO = "f" MOVE "F" TO AV-SEGMENTO.
                IF AV-SEGMENTO = "m" MOVE "M" TO AV-SEGMENTO.
                IF AV-SEGMENTO NOT = "F" AND AV-SEGMENTO NOT = "M"
                                         AND AV-SEGMENTO NOT = SPACES
                   MOVE "*** SEGMENTO DEVE SER F, M OU BRANCO ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-003.
                MOVE DI-CODIGO TO AV-DISC
                MOVE 0 TO W-AVL-SEL
                READ AVALIACAO
                IF ST-AVALIA = "00"
                   MOVE 1 TO W-AVL-SEL
                   MOVE REGAVALIA TO JRN-ANTES
                   GO TO REG-004.
                MOVE W-AVL-PADRAO TO AV-REGRA
                MOVE SPACES TO JRN-ANTES.
       REG-004.
                DISPLAY (10, 15) AV-PESOBIM (1)
                DISPLAY (10, 28) AV-PESOBIM (2)
                DISPLAY (10, 41) AV-PESOBIM (3)
                DISPLAY (10, 54) AV-PESOBIM (4)
                DISPLAY (11, 15) AV-PESON1
                DISPLAY (11, 33) AV-PESON2
                DISPLAY (12, 21) AV-MEDIAPROV
                DISPLAY (13, 25) AV-MEDIAREC
                DISPLAY (14, 32) AV-MAXFALTAS
                IF W-AVL-SEL = 0
                   GO TO REG-005.
       REG-ACE.
                DISPLAY (23, 12)
                     "F2=ALTERAR   F3=EXCLUIR   ESC=VOLTAR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO REG-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 04
                   GO TO REG-EXC.
       REG-005.
                ACCEPT (10, 15) AV-PESOBIM (1) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REG-003.
                ACCEPT (10, 28) AV-PESOBIM (2) WITH UPDATE
                ACCEPT (10, 41) AV-PESOBIM (3) WITH UPDATE
                ACCEPT (10, 54) AV-PESOBIM (4) WITH UPDATE
                ADD AV-PESOBIM (1) AV-PESOBIM (2) AV-PESOBIM (3)
                    AV-PESOBIM (4) GIVING W-SOMAPESO
                IF W-SOMAPESO = ZEROS
                   MOVE "*** INFORME O PESO DE ALGUM BIMESTRE ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-005.
       REG-006.
                ACCEPT (11, 15) AV-PESON1 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REG-005.
                ACCEPT (11, 33) AV-PESON2 WITH UPDATE
                ADD AV-PESON1 AV-PESON2 GIVING W-SOMAPESO
                IF W-SOMAPESO = ZEROS
                   MOVE "*** INFORME O PESO DE ALGUMA NOTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-006.
       REG-007.
                ACCEPT (12, 21) AV-MEDIAPROV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REG-006.
                IF AV-MEDIAPROV = ZEROS OR AV-MEDIAPROV > 10
                   MOVE "*** MEDIA DE APROVACAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-007.
       REG-008.
                ACCEPT (13, 25) AV-MEDIAREC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REG-007.
                IF AV-MEDIAREC > AV-MEDIAPROV
                   MOVE "*** RECUPERACAO MAIOR QUE APROVACAO ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-008.
       REG-009.
                ACCEPT (14, 32) AV-MAXFALTAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REG-008.
                IF AV-MAXFALTAS = ZEROS
                   MOVE "*** LIMITE DE FALTAS INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-009.
       REG-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR REGRA (S/N) : ".
                ACCEPT (23, 61) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REG-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGRA NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-OPC.
                MOVE W-HOJE TO AV-DTALT
                IF W-AVL-SEL = 1
                   REWRITE REGAVALIA
                   MOVE "A" TO AUD-OPERACAO
                ELSE
                   WRITE REGAVALIA
                   MOVE "I" TO AUD-OPERACAO.
                IF ST-AVALIA NOT = "00" AND ST-AVALIA NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO AVALIACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE REGAVALIA TO JRN-DEPOIS
                PERFORM REG-JORNAL
                MOVE "*** REGRA DE AVALIACAO GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       REG-EXC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGRA NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-EXC.
                DELETE AVALIACAO RECORD
                IF ST-AVALIA NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DA REGRA DE AVALIACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "E" TO AUD-OPERACAO
                MOVE SPACES TO JRN-DEPOIS
                PERFORM REG-JORNAL
                MOVE "*** REGRA EXCLUIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       REG-JORNAL.
                MOVE AV-CHAVE TO AUD-CHAVE
                PERFORM GRAVA-AUDITORIA
                MOVE "AVALIACAO" TO JRN-ARQUIVO
                MOVE AV-CHAVE TO JRN-CHAVE
                MOVE AUD-OPERACAO TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL
                MOVE "CADDISC" TO JRN-ARQUIVO.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM FECHA-AVALIA
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
                CLOSE JORNAL
           COPY "EVTPAR.CPY".
           COPY "AMBPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "AVLPAR.CPY".
       FIM-ROT-TEMPO.
