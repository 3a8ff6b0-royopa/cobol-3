                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
           COPY "ASOSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
                   88 FUNC-AFASTADO  VALUES "F" "M" "L".
                03 NOME           PIC X(35).
                03 FILLER         PIC X(197).
           COPY "ASOFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
           COPY "EVTWS.CPY".
           COPY "AMBWS.CPY".
           COPY "JRNWS.CPY".
           COPY "ASOWS.CPY".
       01 W-FUNCANT    PIC X(238) VALUE SPACES.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-DIAS-INI   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-AFA   PIC 9(07) VALUE ZEROS.
       01 W-LINAFA.
           03 LA-DTINI      PIC 9(08).
           03 FILLER        PIC X(06) VALUE " TIPO ".
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAFAST
              GO TO ROT-FIM.
           PERFORM ABR-ASO
           MOVE "FP201627" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201627" TO EVT-PROGRAMA
                   MOVE "*** DATA DE RETORNO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-002.
                PERFORM VERIFICA-ASO THRU VERIFICA-ASO-FIM
                IF W-ASO-ACHOU NOT = "S"
                   MOVE "*** AFASTAMENTO LONGO EXIGE ASO DE RETORNO ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-002.
                IF W-ASO-RESULT = "I"
                   MOVE "*** ASO DE RETORNO INAPTO - RETORNO RECUSADO"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-002.
                REWRITE REGAFAST
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAFAST" TO MENS
       LISTA-AFA-FIM.
                EXIT.
      *
      ***************************************
      * EXAME DE RETORNO AO TRABALHO        *
      ***************************************
      *
      * AFASTAMENTO DE 30 DIAS OU MAIS POR DOENCA, ACIDENTE OU PARTO
      * SO SE ENCERRA COM ASO DE RETORNO FEITO ENTRE O INICIO DO
      * AFASTAMENTO E O RETORNO EFETIVO. NOS DEMAIS CASOS O RETORNO
      * E LIVRE (W-ASO-ACHOU = "S" SEM EXAME)
      *
       VERIFICA-ASO.
                MOVE "S"    TO W-ASO-ACHOU
                MOVE SPACES TO W-ASO-RESULT
                IF NOT AFA-DOENCA AND NOT AFA-MATERNIDADE
                                  AND NOT AFA-ACIDENTE
                   GO TO VERIFICA-ASO-FIM.
                MOVE AF-DTINI TO W-ASO-DTCALC
                PERFORM DIAS-ASO THRU DIAS-ASO-FIM
                MOVE W-ASO-DIAS TO W-DIAS-INI
                MOVE AF-DTRETEF TO W-ASO-DTCALC
                PERFORM DIAS-ASO THRU DIAS-ASO-FIM
                COMPUTE W-DIAS-AFA = W-ASO-DIAS - W-DIAS-INI
                IF W-DIAS-AFA < 30
                   GO TO VERIFICA-ASO-FIM.
                MOVE W-CHAPA    TO W-ASO-CHAPA
                MOVE "R"        TO W-ASO-TIPO
                MOVE AF-DTINI   TO W-ASO-DTINI
                MOVE AF-DTRETEF TO W-ASO-DTFIM
                PERFORM PROCURA-ASO THRU PROCURA-ASO-FIM.
       VERIFICA-ASO-FIM.
                EXIT.
      *
      *****************************************
      * IMAGEM DO CADFUNC PARA O JORNAL DIARIO *
      *****************************************
      **********************
      *
       ROT-FIM.
                PERFORM FECHA-ASO
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
                CLOSE JORNAL
           COPY "EVTPAR.CPY".
           COPY "AMBPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "ASOPAR.CPY".
       FIM-ROT-TEMPO.
