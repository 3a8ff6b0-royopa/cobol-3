                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TD-CHAVE
                    FILE STATUS  IS ST-TD.
           COPY "DEPSEL.CPY".
           COPY "AVLSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
                03 TD-CHAPA        PIC 9(05).
                03 TD-HORAS        PIC 9(02).
                03 FILLER          PIC X(11).
           COPY "DEPFD.CPY".
           COPY "AVLFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
       77 W-ARQ-TURMADISC  PIC X(64) VALUE SPACES.
       77 ST-TD        PIC X(02) VALUE "00".
       77 W-TD-OK      PIC X(01) VALUE "N".
           COPY "DEPWS.CPY".
           COPY "AVLWS.CPY".
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           03 TABDESCSEXO1 PIC X(12) OCCURS 2 TIMES.
       77 W-MEDIA      PIC 9(04)V9 VALUE ZEROS.
       77 W-TOTFALTAS  PIC 9(03) VALUE ZEROS.
       77 W-IDXBIM     PIC 9(01) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 MASCNASC.
            03 MASCNASC1    PIC 9(02).
            03 MASCNASC2    PIC X(01) VALUE "/".
           OPEN INPUT TURMADISC
           IF ST-TD = "00"
              MOVE "S" TO W-TD-OK.
           PERFORM ABR-DEPENDE
           PERFORM ABR-AVALIA
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE ZEROS  TO RM DATANASC ANO-LETIVO BIMESTRE-ATUAL
                MOVE ZEROS  TO W-TOTFALTAS CODDISC
                DISPLAY  (11, 01) "FALTA 2: "
                DISPLAY  (10, 30) "T.FALTAS: "
                DISPLAY  (12, 01) "SITUACAO: "
                DISPLAY  (22, 01)
                   "F4=ENTRADA POR TURMA   F5=NOTAS DE DEPENDENCIA".
                
       INC-002.
                ACCEPT  (04, 12) RM
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   GO TO LOTE-001.
                IF W-ACT = 06
                   GO TO DEP-001.
                IF RM  = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ACCEPT (09, 12) NOTA2 (BIMESTRE-ATUAL)
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                PERFORM CALC-MEDIABIM THRU CALC-MEDIABIM-FIM
                DISPLAY (08, 37) W-MEDIA.
       INC-009.
                ACCEPT (10, 12) FALTA1 (BIMESTRE-ATUAL)
                ADD FALTA1 (BIMESTRE-ATUAL) FALTA2 (BIMESTRE-ATUAL)
                                       GIVING W-TOTFALTAS
                DISPLAY (10, 40) W-TOTFALTAS
                IF W-TOTFALTAS >= W-AVL-MAXFALTAS
                   MOVE "*** ALUNO EXCEDEU O LIMITE DE FALTAS ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      ******************************************
      *
       REC-001.
                IF RESFINAL = "AP.CONSELHO" OR RESFINAL = "DEPENDENCIA"
                   MOVE "*** RESULTADO FINAL JA DEFINIDO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM CALC-RESULTADO THRU CALC-RESULTADO-FIM
                IF W-AVL-ELEGREC NOT = "S"
                   MOVE "*** ALUNO FORA DA FAIXA DE RECUPERACAO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                ACCEPT  (13, 20) NOTAREC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
       REC-004.
                PERFORM CALC-RESULTADO THRU CALC-RESULTADO-FIM
                IF W-AVL-RESULT = "APROVADO"
                   MOVE "APROVADO" TO RESFINAL
                ELSE
                   MOVE "REPROVADO" TO RESFINAL.
                ACCEPT (09, 12) NOTA2 (BIMESTRE-ATUAL)
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LOTE-N1.
                PERFORM CALC-MEDIABIM THRU CALC-MEDIABIM-FIM
                DISPLAY (08, 37) W-MEDIA.
       LOTE-F1.
                ACCEPT (10, 12) FALTA1 (BIMESTRE-ATUAL)
                ADD FALTA1 (BIMESTRE-ATUAL) FALTA2 (BIMESTRE-ATUAL)
                                       GIVING W-TOTFALTAS.
       ROT-SITUACAO1.
                IF W-TOTFALTAS >= W-AVL-MAXFALTAS
                   MOVE "REPROVADO" TO SITUACAO (BIMESTRE-ATUAL)
                ELSE
                   IF W-MEDIA >= W-AVL-MEDIAPROV
                      MOVE "APROVADO" TO SITUACAO (BIMESTRE-ATUAL)
                   ELSE
                      IF W-MEDIA >= W-AVL-MEDIAREC
                         MOVE "RECUPERACAO" TO SITUACAO (BIMESTRE-ATUAL)
                      ELSE
                         MOVE "REPROVADO" TO SITUACAO (BIMESTRE-ATUAL).
       ROT-SITUACAO2.
                DISPLAY (12, 12) SITUACAO (BIMESTRE-ATUAL)
                IF RESFINAL = "AP.CONSELHO" OR RESFINAL = "DEPENDENCIA"
                   GO TO ROT-SITUACAO-FIM.
                IF BIMESTRE-ATUAL NOT = 4
                   GO TO ROT-SITUACAO-FIM.
                PERFORM CALC-RESULTADO THRU CALC-RESULTADO-FIM
                IF W-AVL-RESULT = "RECUPERACAO"
                   MOVE SPACES TO RESFINAL
                ELSE
                   MOVE W-AVL-RESULT TO RESFINAL.
       ROT-SITUACAO-FIM.
                EXIT.
      *
      ******************************************
      * MEDIAS PELA REGRA DE AVALIACAO         *
      ******************************************
      *
      * MEDIA DO BIMESTRE ATUAL COM OS PESOS DAS NOTAS DA REGRA DA
      * DISCIPLINA/SEGMENTO DA TURMA
      *
       CALC-MEDIABIM.
                MOVE ANO-LETIVO TO W-AVL-ANOLET
                MOVE TURMA      TO W-AVL-TURMA
                MOVE CODDISC    TO W-AVL-DISC
                PERFORM CARREGA-REGRA THRU CARREGA-REGRA-FIM
                MOVE NOTA1 (BIMESTRE-ATUAL) TO W-AVL-N1
                MOVE NOTA2 (BIMESTRE-ATUAL) TO W-AVL-N2
                PERFORM MEDIA-NOTAS THRU MEDIA-NOTAS-FIM
                MOVE W-AVL-MEDBIM TO W-MEDIA.
       CALC-MEDIABIM-FIM.
                EXIT.
      *
      * MEDIA ANUAL PONDERADA E RESULTADO DO ANO
      *
       CALC-RESULTADO.
                MOVE ANO-LETIVO TO W-AVL-ANOLET
                MOVE TURMA      TO W-AVL-TURMA
                MOVE CODDISC    TO W-AVL-DISC
                PERFORM CARREGA-REGRA THRU CARREGA-REGRA-FIM
                PERFORM RESULTADO-FINAL THRU RESULTADO-FINAL-FIM.
       CALC-RESULTADO-FIM.
                EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ******************************************
      * NOTAS DA DEPENDENCIA (PROGRESSAO PARC.) *
      ******************************************
      *
      * MEDIA DAS DUAS NOTAS (PESOS DA REGRA DO ANO DE ORIGEM) IGUAL
      * OU ACIMA DA MEDIA DE APROVACAO, SEM EXCESSO DE FALTAS, CUMPRE
      * A DEPENDENCIA
      *
       DEP-001.
                IF W-DEP-OK NOT = "S"
                   MOVE "*** ARQUIVO DE DEPENDENCIAS INDISPONIVEL ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE ZEROS TO DP-RM DP-ANOORIG DP-DISC
                DISPLAY (14, 01) "NOTAS DE DEPENDENCIA"
                DISPLAY (15, 01) "RM: "
                DISPLAY (15, 20) "ANO DE ORIGEM: "
                DISPLAY (16, 01) "DISCIPLINA: "
                DISPLAY (17, 01) "NOTA 1: "
                DISPLAY (17, 20) "NOTA 2: "
                DISPLAY (18, 01) "FALTAS: "
                DISPLAY (18, 20) "MEDIA: "
                DISPLAY (19, 01) "SITUACAO: ".
       DEP-002.
                ACCEPT (15, 09) DP-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
       DEP-003.
                ACCEPT (15, 35) DP-ANOORIG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEP-002.
       DEP-004.
                ACCEPT (16, 13) DP-DISC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEP-003.
                READ DEPENDE
                IF ST-DEPENDE NOT = "00"
                   MOVE "*** DEPENDENCIA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEP-002.
                MOVE REGDEPEND TO JRN-ANTES
                DISPLAY (16, 20) DP-NOME
                DISPLAY (17, 09) DP-NOTA1
                DISPLAY (17, 28) DP-NOTA2
                DISPLAY (18, 09) DP-FALTAS
                DISPLAY (18, 27) DP-MEDIA
                PERFORM DEP-MOSTRA.
       DEP-005.
                ACCEPT (17, 09) DP-NOTA1 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEP-004.
       DEP-006.
                ACCEPT (17, 28) DP-NOTA2 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEP-005.
       DEP-007.
                ACCEPT (18, 09) DP-FALTAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEP-006.
                MOVE DP-ANOORIG   TO W-AVL-ANOLET
                MOVE DP-TURMAORIG TO W-AVL-TURMA
                MOVE DP-DISC      TO W-AVL-DISC
                PERFORM CARREGA-REGRA THRU CARREGA-REGRA-FIM
                MOVE DP-NOTA1 TO W-AVL-N1
                MOVE DP-NOTA2 TO W-AVL-N2
                PERFORM MEDIA-NOTAS THRU MEDIA-NOTAS-FIM
                MOVE W-AVL-MEDBIM TO DP-MEDIA
                DISPLAY (18, 27) DP-MEDIA
                MOVE "P"   TO DP-SITUACAO
                MOVE ZEROS TO DP-DTCONCL
                IF DP-MEDIA NOT < W-AVL-MEDIAPROV
                   AND DP-FALTAS < W-AVL-MAXFALTAS
                   MOVE "C"    TO DP-SITUACAO
                   MOVE W-HOJE TO DP-DTCONCL.
                PERFORM DEP-MOSTRA.
       DEP-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEP-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEP-OPC.
       DEP-RW1.
                REWRITE REGDEPEND
                IF ST-DEPENDE = "00" OR "02"
                   MOVE DP-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "DEPENDE" TO JRN-ARQUIVO
                   MOVE REGDEPEND TO JRN-DEPOIS
                   MOVE DP-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "CADNOTA" TO JRN-ARQUIVO
                   MOVE "*** DEPENDENCIA GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DEPENDE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       DEP-MOSTRA.
                IF DEP-CUMPRIDA
                   DISPLAY (19, 12) "CUMPRIDA EM "
                   DISPLAY (19, 24) DP-DTCONCL
                ELSE
                   DISPLAY (19, 12) "PENDENTE              ".
      *
      **************************************
      * JANELA DE CONSULTA - NOME DO ALUNO *
      **************************************
                   CLOSE CADNOTA2.
                IF W-CAL-OK = "S"
                   CLOSE CALLETIVO.
                IF W-DEP-OK = "S"
                   CLOSE DEPENDE.
                PERFORM FECHA-AVALIA
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
                CLOSE JORNAL
           COPY "EVTPAR.CPY".
           COPY "AMBPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "DEPPAR.CPY".
           COPY "AVLPAR.CPY".
           COPY "AVMPAR.CPY".
       FIM-ROT-TEMPO.
