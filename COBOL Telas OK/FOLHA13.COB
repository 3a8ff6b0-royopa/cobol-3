                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AD-CHAVE
                    FILE STATUS  IS ST-ADT.
           COPY "FICSEL.CPY".
           COPY "PENSEL.CPY".
           COPY "PFLSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 NIVELESCOLAR2  PIC 9(01).
                03 CARGOCBO2      PIC 9(06).
                03 CGRAURISCO2    PIC 9(01).
                03 CBASERISCO2    PIC X(01).
                03 FILLER         PIC X(23).
       FD MOVFREQ
               LABEL RECORD IS STANDARD.
       01 REGMOVFREQ.
                03 MF-TAREFAS      PIC 9(04).
                03 MF-FALTAS       PIC 9(02).
                03 MF-VALORCOM     PIC 9(06)V99.
                03 FILLER          PIC X(06).
                03 MF-HEXTRADOM    PIC 9(03)V9.
                03 MF-HFERIADO     PIC 9(02)V9.
       FD CADDEP
               LABEL RECORD IS STANDARD.
       01 REGDEP.
                03 FN-LIQUIDO     PIC 9(08)V99.
                03 FN-DTPAGTO     PIC 9(08).
                03 FN-EMPRESA     PIC 9(02).
                03 FN-ORIGEM      PIC X(01).
       FD ADIANTA
               LABEL RECORD IS STANDARD.
       01 REGADIANTA.
                03 AD-DTPAGTO      PIC 9(08).
                03 FILLER          PIC X(11).
           COPY "FICFD.CPY".
           COPY "PENFD.CPY".
           COPY "PFLFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "FICWS.CPY".
           COPY "PENWS.CPY".
           COPY "PFLWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-MOVF       PIC X(02) VALUE "00".
       77 W-ARQ-NET     PIC X(64) VALUE SPACES.
       77 W-ANO13       PIC 9(04) VALUE ZEROS.
       77 W-PARCELA     PIC 9(01) VALUE ZEROS.
       77 W-CONT-PENSAO PIC 9(05) VALUE ZEROS.
       77 W-COMPET13    PIC 9(06) VALUE ZEROS.
       77 W-DATA-REF    PIC 9(08) VALUE ZEROS.
       77 W-CONT-FUNC   PIC 9(05) VALUE ZEROS.
       77 W-QT-MESES    PIC 9(02) VALUE ZEROS.
       77 W-VLRHORA     PIC 9(06)V99 VALUE ZEROS.
       77 W-BRUTOMES    PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRHE       PIC 9(08)V99 VALUE ZEROS.
       77 W-SOMAMOV     PIC 9(10)V99 VALUE ZEROS.
       77 W-AVOS13      PIC 9(02) VALUE ZEROS.
       77 W-BASE13      PIC 9(08)V99 VALUE ZEROS.
       77 W-SALMINIMO   PIC 9(06)V99 VALUE 880,00.
       77 W-PCT-RISCO   PIC 9(02)V99 VALUE ZEROS.
       77 W-BASERISCO   PIC 9(08)V99 VALUE ZEROS.
       77 W-SALMENSAL   PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRRISCO    PIC 9(08)V99 VALUE ZEROS.
       77 W-VALOR13     PIC 9(08)V99 VALUE ZEROS.
       77 W-ADIANT13    PIC 9(08)V99 VALUE ZEROS.
       77 ST-ADT        PIC X(02) VALUE "00".
                      ST-FICHAFIN
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-ABEND.
           PERFORM ABR-PARFOL.
       ABR-003A.
           OPEN I-O ADIANTA
           IF ST-ADT = "30" OR ST-ADT = "35"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ADIANTA: " ST-ADT
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-ABEND.
           IF W-PARCELA = 2
              PERFORM ABR-PENSAO
              MOVE W-SALMINIMO TO W-PEN-SALMINIMO.
           MOVE "FOLHA13" TO REL-PROGRAMA
           STRING "ANO " W-ANO13 " PARCELA " W-PARCELA
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "REGISTRO DO 13O SALARIO"       TO REL-TITULO
           MOVE W-CABCOLS                       TO REL-COLUNAS.
      *
           PERFORM GRAVA-NET THRU GRAVA-NET-FIM
           PERFORM GRAVA-FICHA THRU GRAVA-FICHA-FIM
           IF W-PARCELA = 1
              PERFORM GRAVA-ADIANT13 THRU GRAVA-ADIANT13-FIM
           ELSE
              PERFORM GRAVA-PENSAO THRU GRAVA-PENSAO-FIM.
           ADD 1         TO W-CONT-FUNC
           ADD W-VALOR13 TO W-TOT-BRUTO
           ADD W-INSS    TO W-TOT-INSS
       CALCULA-FUNC.
           PERFORM CALCULA-AVOS THRU CALCULA-AVOS-FIM
           PERFORM CALCULA-BASE THRU CALCULA-BASE-FIM
           PERFORM CALCULA-RISCO THRU CALCULA-RISCO-FIM
           ADD W-VLRRISCO TO W-BASE13
           COMPUTE W-VALOR13 = W-BASE13 / 12 * W-AVOS13
           MOVE ZEROS TO W-INSS W-IRRF W-PEN-TOTAL W-PEN-QT
           IF W-PARCELA = 1
              COMPUTE W-ADIANT13 = W-VALOR13 / 2
              MOVE W-ADIANT13 TO W-LIQUIDO
           PERFORM LE-ADIANT13 THRU LE-ADIANT13-FIM
           PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM
           PERFORM CONTA-DEP THRU CONTA-DEP-FIM
           PERFORM CALCULA-PENSAO-IR THRU CALCULA-PENSAO-IR-FIM
           COMPUTE W-LIQUIDO = W-VALOR13 - W-INSS - W-IRRF
                             - W-ADIANT13 - W-PEN-TOTAL
           IF W-LIQUIDO < ZEROS
              MOVE ZEROS TO W-LIQUIDO.
       CALCULA-FUNC-FIM.
           EXIT.
      *
      **************************************
      * PENSAO ALIMENTICIA E BASE DO IRRF  *
      **************************************
      *
      * A PENSAO SOBRE O 13O DEDUZ DA BASE DO IRRF E E DESCONTADA NA
      * PARCELA FINAL, LIMITADA AO SALDO A PAGAR
      *
       CALCULA-PENSAO-IR.
           MOVE CHAPA     TO W-PEN-CHAPA
           MOVE "D"       TO W-PEN-EVENTO
           COMPUTE W-PEN-PERINI = W-ANO13 * 10000 + 1201
           COMPUTE W-PEN-PERFIM = W-ANO13 * 10000 + 1231
           PERFORM CARGA-PENSAO THRU CARGA-PENSAO-FIM
           MOVE W-VALOR13 TO W-PEN-BRUTO
           MOVE ZEROS     TO W-PEN-ITER.
       CALCULA-PENSAO-IR1.
           COMPUTE W-BASEIR = W-VALOR13 - W-INSS
                            - (W-QTDEP * W-DEDDEP) - W-PEN-TOTAL
           IF W-BASEIR < ZEROS
              MOVE ZEROS TO W-BASEIR.
           PERFORM CALCULA-IRRF THRU CALCULA-IRRF-FIM
           IF W-PEN-QT = ZEROS OR W-PEN-ITER > 5
              GO TO CALCULA-PENSAO-IR-FIM.
           MOVE W-PEN-TOTAL TO W-PEN-ANTERIOR
           COMPUTE W-PEN-LIQBASE = W-VALOR13 - W-INSS - W-IRRF
           COMPUTE W-PEN-LIMITE = W-PEN-LIQBASE - W-ADIANT13
           PERFORM CALCULA-PENSAO THRU CALCULA-PENSAO-FIM
           ADD 1 TO W-PEN-ITER
           IF W-PEN-TOTAL NOT = W-PEN-ANTERIOR
              GO TO CALCULA-PENSAO-IR1.
       CALCULA-PENSAO-IR-FIM.
           EXIT.
      *
       GRAVA-PENSAO.
           IF W-PEN-QT = ZEROS
              GO TO GRAVA-PENSAO-FIM.
           MOVE W-COMPET13 TO W-PEN-COMPET
           MOVE ZEROS      TO W-PEN-DTPAGTO
           MOVE FEMPRESA   TO W-PEN-EMPRESA
           PERFORM GRAVA-PENSPAG THRU GRAVA-PENSPAG-FIM
           ADD 1 TO W-CONT-PENSAO.
       GRAVA-PENSAO-FIM.
           EXIT.
      *
      **************************************
      * AVOS PROPORCIONAIS NO ANO          *
      **************************************
      *
           IF ST-CARGO = "00"
              MOVE TIPOSALARIO2 TO W-TIPOSAL
           ELSE
              MOVE 3 TO W-TIPOSAL
              MOVE ZEROS TO CGRAURISCO2 SALARIOBASE2.
           IF W-TIPOSAL = 3 OR W-MOVF-OK NOT = "S"
              MOVE FSALBASE TO W-BASE13
              GO TO CALCULA-BASE-FIM.
           COMPUTE MF-COMPET = W-ANO13 * 100 + W-MESREF
           READ MOVFREQ
           IF ST-MOVF = "00"
              MOVE FEMPRESA  TO W-PFL-EMPRESA
              MOVE MF-COMPET TO W-PFL-COMPET
              PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
              PERFORM BRUTO-MOVIMENTO THRU BRUTO-MOVIMENTO-FIM
              ADD W-BRUTOMES TO W-SOMAMOV
              ADD 1 TO W-QT-MESES.
              COMPUTE W-BASE13 = W-SOMAMOV / W-QT-MESES.
       CALCULA-BASE-FIM.
           EXIT.
      *
      **************************************
      * INSALUBRIDADE / PERICULOSIDADE     *
      **************************************
      *
      * O ADICIONAL DO CARGO INTEGRA A BASE DO 13O. GRAU 1 A 3
      * INSALUBRIDADE 10/20/40%, 4 PERICULOSIDADE 30%, SOBRE O SALARIO
      * MINIMO OU O SALARIO MENSAL, CONFORME O CARGO
      *
       CALCULA-RISCO.
           MOVE ZEROS TO W-VLRRISCO
           IF CGRAURISCO2 = ZEROS OR CGRAURISCO2 > 4
              GO TO CALCULA-RISCO-FIM.
           IF CGRAURISCO2 = 1
              MOVE 10,00 TO W-PCT-RISCO.
           IF CGRAURISCO2 = 2
              MOVE 20,00 TO W-PCT-RISCO.
           IF CGRAURISCO2 = 3
              MOVE 40,00 TO W-PCT-RISCO.
           IF CGRAURISCO2 = 4
              MOVE 30,00 TO W-PCT-RISCO.
           MOVE FEMPRESA TO W-PFL-EMPRESA
           DIVIDE W-DATA-REF BY 100 GIVING W-PFL-COMPET
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
           MOVE FSALBASE TO W-SALMENSAL
           IF W-TIPOSAL = 1
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIVISOR.
           IF W-TIPOSAL = 2
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIASMES.
           IF W-TIPOSAL = 4 OR W-TIPOSAL = 5
              MOVE SALARIOBASE2 TO W-SALMENSAL.
           IF CBASERISCO2 = "S" OR
              (CBASERISCO2 NOT = "M" AND CGRAURISCO2 = 4)
              MOVE W-SALMENSAL TO W-BASERISCO
           ELSE
              MOVE W-SALMINIMO TO W-BASERISCO.
           COMPUTE W-VLRRISCO ROUNDED = W-BASERISCO * W-PCT-RISCO / 100.
       CALCULA-RISCO-FIM.
           EXIT.
      *
      *
      * BRUTO DO MES COMO NO FOLHACALC: HORAS EXTRAS DE DIA UTIL E DE
      * DOMINGO/FERIADO COM OS ADICIONAIS DO PARFOLHA EM VIGOR NO MES
      *
       BRUTO-MOVIMENTO.
           MOVE ZEROS TO W-BRUTOMES W-VLRHE
           IF W-TIPOSAL = 1
              MOVE FSALBASE TO W-VLRHORA.
           IF W-TIPOSAL = 2
              COMPUTE W-VLRHORA = FSALBASE / W-PFL-HORASDIA.
           IF W-TIPOSAL = 1 OR W-TIPOSAL = 2
              COMPUTE W-VLRHE = W-VLRHORA * W-PFL-FATORHE * MF-HEXTRA
                        + W-VLRHORA * W-PFL-FATORDOM
                          * (MF-HEXTRADOM + MF-HFERIADO).
           IF W-TIPOSAL = 1
              COMPUTE W-BRUTOMES = (FSALBASE * MF-HORAS) + W-VLRHE.
           IF W-TIPOSAL = 2
              COMPUTE W-BRUTOMES = (FSALBASE * MF-DIAS) + W-VLRHE.
           IF W-TIPOSAL = 4
              COMPUTE W-BRUTOMES = FSALBASE * MF-TAREFAS.
           IF W-TIPOSAL = 5
              MOVE W-ADIANT13 TO CQ-VALOR
              MOVE W-CQ-VALOR TO LINHA-CONTRA13
              WRITE LINHA-CONTRA13.
           IF W-PEN-TOTAL NOT = ZEROS
              MOVE "PENSAO ALIMENTICIA       " TO CQ-DESCR
              MOVE W-PEN-TOTAL TO CQ-VALOR
              MOVE W-CQ-VALOR TO LINHA-CONTRA13
              WRITE LINHA-CONTRA13.
           MOVE W-CQ-TRACO TO LINHA-CONTRA13
           WRITE LINHA-CONTRA13
           MOVE "LIQUIDO A RECEBER        " TO CQ-DESCR
           MOVE "DESC ADIANT 13O" TO FF-DESCR
           MOVE "D" TO FF-TIPO
           MOVE W-ADIANT13 TO FF-VALOR
           PERFORM GRAVA-FICHAFIN
           IF W-PEN-QT NOT = ZEROS
              MOVE 541 TO FF-VERBA
              MOVE "PENSAO ALIMENT 13O" TO FF-DESCR
              MOVE "D" TO FF-TIPO
              MOVE W-PEN-TOTAL TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
       GRAVA-FICHA-FIM.
           EXIT.
      *
           MOVE W-LIQUIDO  TO FN-LIQUIDO
           MOVE ZEROS      TO FN-DTPAGTO
           MOVE FEMPRESA   TO FN-EMPRESA
           MOVE "D"        TO FN-ORIGEM
           WRITE LINHA-FOLHANET.
       GRAVA-NET-FIM.
           EXIT.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
           DISPLAY "13O CALCULADO - FUNCIONARIOS: " W-CONT-FUNC
           DISPLAY "PARCELA " W-PARCELA " - COMPETENCIA " W-COMPET13
           IF W-CONT-PENSAO NOT = ZEROS
              DISPLAY "PENSAO ALIMENTICIA SOBRE 13O: " W-CONT-PENSAO.
           GO TO ROT-FIM.
      *
       ROT-ABEND.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           PERFORM FECHA-PENSAO
           PERFORM FECHA-PARFOL
           CLOSE CADFUNC CADCARGO TABINSS TABIRRF
           CLOSE FOLHA13REG CONTRA13 FOLHANET FICHAFIN ADIANTA
           IF W-MOVF-OK = "S"
      *
           COPY "AMBPAR.CPY".
           COPY "FICPAR.CPY".
           COPY "PENPAR.CPY".
           COPY "PFLPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-FOLHA13REG==.
           COPY "SPLPAR.CPY".
