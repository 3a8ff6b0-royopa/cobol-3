                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
       SELECT CADDEP ASSIGN TO DYNAMIC W-ARQ-DEP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NET.
           COPY "FICSEL.CPY".
           COPY "PENSEL.CPY".
           COPY "PFLSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 FILLER         PIC X(110).
                03 FEMPRESA       PIC 9(02).
                03 FILLER         PIC X(18).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 CODIGO2        PIC 9(03).
                03 DENOMINACAO2   PIC X(20).
                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 NIVELESCOLAR2  PIC 9(01).
                03 CARGOCBO2      PIC 9(06).
                03 CGRAURISCO2    PIC 9(01).
                03 CBASERISCO2    PIC X(01).
                03 FILLER         PIC X(23).
       FD CADDEP
               LABEL RECORD IS STANDARD.
       01 REGDEP.
                03 FN-LIQUIDO     PIC 9(08)V99.
                03 FN-DTPAGTO     PIC 9(08).
                03 FN-EMPRESA     PIC 9(02).
                03 FN-ORIGEM      PIC X(01).
           COPY "FICFD.CPY".
           COPY "PENFD.CPY".
           COPY "PFLFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "FICWS.CPY".
           COPY "PENWS.CPY".
           COPY "PFLWS.CPY".
       77 ST-FER        PIC X(02) VALUE "00".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DEP        PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-INSS       PIC X(02) VALUE "00".
       77 ST-IRRF       PIC X(02) VALUE "00".
       77 ST-REC        PIC X(02) VALUE "00".
       77 W-ARQ-FER     PIC X(64) VALUE SPACES.
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-DEP     PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-ARQ-INSS    PIC X(64) VALUE SPACES.
       77 W-ARQ-IRRF    PIC X(64) VALUE SPACES.
       77 W-ARQ-NET     PIC X(64) VALUE SPACES.
       77 W-VLRFERIAS   PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRTERCO    PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRABONO    PIC 9(08)V99 VALUE ZEROS.
       77 W-CARGO-OK    PIC X(01) VALUE "N".
       77 W-SALMINIMO   PIC 9(06)V99 VALUE 880,00.
       77 W-PCT-RISCO   PIC 9(02)V99 VALUE ZEROS.
       77 W-BASERISCO   PIC 9(08)V99 VALUE ZEROS.
       77 W-SALMENSAL   PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRRISCO    PIC 9(08)V99 VALUE ZEROS.
       77 W-REMUNER     PIC 9(08)V99 VALUE ZEROS.
       77 W-BASETRIB    PIC 9(08)V99 VALUE ZEROS.
       77 W-BRUTO       PIC 9(08)V99 VALUE ZEROS.
       77 W-INSS        PIC 9(08)V99 VALUE ZEROS.
           MOVE "CADDEP.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEP
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           MOVE "TABINSS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-INSS
                 GO TO ROT-FIM
              ELSE
                 DISPLAY "AVISO: SEM ARQUIVO DE DEPENDENTES CADDEP".
           OPEN INPUT CADCARGO
           IF ST-CARGO = "00"
              MOVE "S" TO W-CARGO-OK
           ELSE
              DISPLAY "AVISO: SEM CADASTRO DE CARGOS - FERIAS SEM "
                      "ADICIONAL DE RISCO".
           OPEN INPUT TABINSS
           IF ST-INSS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TABINSS: " ST-INSS
                      ST-FICHAFIN
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-FIM.
           PERFORM ABR-PENSAO
           PERFORM ABR-PARFOL
           MOVE W-SALMINIMO TO W-PEN-SALMINIMO.
      *
       CARGA-INSS.
           PERFORM CARGA-INSS-LE THRU CARGA-INSS-LE-FIM
           PERFORM CALCULA-FERIAS THRU CALCULA-FERIAS-FIM
           PERFORM GRAVA-RECIBO THRU GRAVA-RECIBO-FIM
           PERFORM GRAVA-NET THRU GRAVA-NET-FIM
           PERFORM GRAVA-PENSAO THRU GRAVA-PENSAO-FIM
           PERFORM GRAVA-FICHA THRU GRAVA-FICHA-FIM
           PERFORM MARCA-GOZADA THRU MARCA-GOZADA-FIM
           ADD 1 TO W-CONT-FER
      *
       CALCULA-FERIAS.
           PERFORM CONTA-DIAS THRU CONTA-DIAS-FIM
           PERFORM CALCULA-RISCO THRU CALCULA-RISCO-FIM
           COMPUTE W-REMUNER = FSALBASE + W-VLRRISCO
           COMPUTE W-VLRFERIAS = W-REMUNER / 30 * W-DIAS-GOZO
           COMPUTE W-VLRTERCO  = W-VLRFERIAS / 3
           MOVE ZEROS TO W-VLRABONO
           DISPLAY "CHAPA " CHAPA " - " NOME
           DISPLAY "ABONO PECUNIARIO (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR W-OPCAO = "s"
              COMPUTE W-VLRABONO = W-REMUNER / 30 * 10 * 4 / 3.
           COMPUTE W-BASETRIB = W-VLRFERIAS + W-VLRTERCO
           PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM
           PERFORM CONTA-DEP THRU CONTA-DEP-FIM
           COMPUTE W-BRUTO = W-VLRFERIAS + W-VLRTERCO + W-VLRABONO
           PERFORM CALCULA-PENSAO-IR THRU CALCULA-PENSAO-IR-FIM
           COMPUTE W-LIQUIDO = W-BRUTO - W-INSS - W-IRRF - W-PEN-TOTAL
           MOVE FE-GOZOINI TO W-DATAX
           PERFORM DATA-MENOS1 THRU DATA-MENOS1-FIM
           PERFORM DATA-MENOS1 THRU DATA-MENOS1-FIM
           EXIT.
      *
      **************************************
      * PENSAO ALIMENTICIA E BASE DO IRRF  *
      **************************************
      *
      * A PENSAO INCIDE SOBRE O BRUTO DAS FERIAS (COM ABONO) E DEDUZ
      * DA BASE DO IRRF
      *
       CALCULA-PENSAO-IR.
           MOVE CHAPA      TO W-PEN-CHAPA
           MOVE "E"        TO W-PEN-EVENTO
           MOVE FE-GOZOINI TO W-PEN-PERINI
           MOVE FE-GOZOFIM TO W-PEN-PERFIM
           PERFORM CARGA-PENSAO THRU CARGA-PENSAO-FIM
           MOVE W-BRUTO    TO W-PEN-BRUTO
           MOVE ZEROS      TO W-PEN-ITER.
       CALCULA-PENSAO-IR1.
           COMPUTE W-BASEIR = W-BASETRIB - W-INSS
                            - (W-QTDEP * W-DEDDEP) - W-PEN-TOTAL
           IF W-BASEIR < ZEROS
              MOVE ZEROS TO W-BASEIR.
           PERFORM CALCULA-IRRF THRU CALCULA-IRRF-FIM
           IF W-PEN-QT = ZEROS OR W-PEN-ITER > 5
              GO TO CALCULA-PENSAO-IR-FIM.
           MOVE W-PEN-TOTAL TO W-PEN-ANTERIOR
           COMPUTE W-PEN-LIQBASE = W-BRUTO - W-INSS - W-IRRF
           MOVE W-PEN-LIQBASE TO W-PEN-LIMITE
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
           MOVE W-COMPET  TO W-PEN-COMPET
           MOVE W-DTPAGTO TO W-PEN-DTPAGTO
           MOVE FEMPRESA  TO W-PEN-EMPRESA
           PERFORM GRAVA-PENSPAG THRU GRAVA-PENSPAG-FIM.
       GRAVA-PENSAO-FIM.
           EXIT.
      *
      **************************************
      * INSALUBRIDADE / PERICULOSIDADE     *
      **************************************
      *
      * O ADICIONAL DO CARGO INTEGRA A REMUNERACAO DAS FERIAS. GRAU 1 A
      * 3 INSALUBRIDADE 10/20/40%, 4 PERICULOSIDADE 30%, SOBRE O SALARIO
      * MINIMO OU O SALARIO MENSAL, CONFORME O CARGO
      *
       CALCULA-RISCO.
           MOVE ZEROS TO W-VLRRISCO
           IF W-CARGO-OK NOT = "S"
              GO TO CALCULA-RISCO-FIM.
           MOVE FCARGO TO CODIGO2
           READ CADCARGO
           IF ST-CARGO NOT = "00"
              GO TO CALCULA-RISCO-FIM.
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
           MOVE W-COMPET TO W-PFL-COMPET
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
           MOVE FSALBASE TO W-SALMENSAL
           IF TIPOSALARIO2 = 1
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIVISOR.
           IF TIPOSALARIO2 = 2
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIASMES.
           IF TIPOSALARIO2 = 4 OR TIPOSALARIO2 = 5
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
      **************************************
      * DIAS CORRIDOS DO PERIODO DE GOZO   *
      **************************************
      *
           MOVE "DESCONTO IRRF            " TO RC-DESCR
           MOVE W-IRRF TO RC-VALOR
           PERFORM GRAVA-RECLIN THRU GRAVA-RECLIN-FIM
           IF W-PEN-TOTAL NOT = ZEROS
              MOVE "PENSAO ALIMENTICIA       " TO RC-DESCR
              MOVE W-PEN-TOTAL TO RC-VALOR
              PERFORM GRAVA-RECLIN THRU GRAVA-RECLIN-FIM.
           MOVE W-RC-TRACO TO LINHA-RECIBOFER
           WRITE LINHA-RECIBOFER
           MOVE "LIQUIDO A RECEBER        " TO RC-DESCR
           MOVE "DESCONTO IRRF FERIAS" TO FF-DESCR
           MOVE "D" TO FF-TIPO
           MOVE W-IRRF TO FF-VALOR
           PERFORM GRAVA-FICHAFIN
           IF W-PEN-QT NOT = ZEROS
              MOVE 542 TO FF-VERBA
              MOVE "PENSAO ALIM FERIAS" TO FF-DESCR
              MOVE "D" TO FF-TIPO
              MOVE W-PEN-TOTAL TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
       GRAVA-FICHA-FIM.
           EXIT.
      *
           MOVE W-LIQUIDO TO FN-LIQUIDO
           MOVE W-DTPAGTO TO FN-DTPAGTO
           MOVE FEMPRESA  TO FN-EMPRESA
           MOVE "F"       TO FN-ORIGEM
           WRITE LINHA-FOLHANET.
       GRAVA-NET-FIM.
           EXIT.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           PERFORM FECHA-PENSAO
           PERFORM FECHA-PARFOL
           CLOSE CADFERIAS CADFUNC TABINSS TABIRRF
           CLOSE RECIBOFER FOLHANET FICHAFIN
           IF W-DEP-OK = "S"
              CLOSE CADDEP.
           IF W-CARGO-OK = "S"
              CLOSE CADCARGO.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *
      *
           COPY "AMBPAR.CPY".
           COPY "FICPAR.CPY".
           COPY "PENPAR.CPY".
           COPY "PFLPAR.CPY".
