       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLRCALC.
       AUTHOR. MATEUS.
      ***************************************************
      * CALCULO E PAGAMENTO DA PARTICIPACAO NOS LUCROS  *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
       SELECT TABIRPLR ASSIGN TO DYNAMIC W-ARQ-IRPLR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TP-CHAVE
                    FILE STATUS  IS ST-IRPLR.
       SELECT PLRREG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REG.
       SELECT PLRRECIB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CHQ.
       SELECT FOLHANET ASSIGN TO DYNAMIC W-ARQ-NET
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NET.
           COPY "FICSEL.CPY".
           COPY "PFLSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                03 CHAPA          PIC 9(05).
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                   88 FUNC-AFASTADO  VALUES "F" "M" "L".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 DATANASC       PIC 9(08).
                03 ESTCIVIL       PIC X(01).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 TIPOSAL        PIC X(02).
                03 FSALBASE       PIC 9(06)V99.
                03 DTADMISSAO.
                   05 DADIA       PIC 9(02).
                   05 DAMES       PIC 9(02).
                   05 DAANO       PIC 9(04).
                03 DTDEMISSAO.
                   05 DDDIA       PIC 9(02).
                   05 DDMES       PIC 9(02).
                   05 DDANO       PIC 9(04).
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
                03 FILLER         PIC X(31).
       FD TABIRPLR
               LABEL RECORD IS STANDARD.
       01 REGIRPLR.
                03 TP-CHAVE.
                   05 TP-VIGENCIA  PIC 9(08).
                   05 TP-FAIXA     PIC 9(02).
                03 TP-LIMITE       PIC 9(06)V99.
                03 TP-ALIQUOTA     PIC 9(02)V99.
                03 TP-PARCELA      PIC 9(06)V99.
                03 FILLER          PIC X(16).
       FD PLRREG
               LABEL RECORD IS STANDARD.
       01 LINHA-PLRREG     PIC X(80).
       FD PLRRECIB
               LABEL RECORD IS STANDARD.
       01 LINHA-PLRRECIB   PIC X(80).
       FD FOLHANET
               LABEL RECORD IS STANDARD.
       01 LINHA-FOLHANET.
                03 FN-COMPET      PIC 9(06).
                03 FN-CHAPA       PIC 9(05).
                03 FN-LIQUIDO     PIC 9(08)V99.
                03 FN-DTPAGTO     PIC 9(08).
                03 FN-EMPRESA     PIC 9(02).
                03 FN-ORIGEM      PIC X(01).
           COPY "FICFD.CPY".
           COPY "PFLFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "FICWS.CPY".
           COPY "PFLWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-IRPLR      PIC X(02) VALUE "00".
       77 ST-REG        PIC X(02) VALUE "00".
       77 ST-CHQ        PIC X(02) VALUE "00".
       77 ST-NET        PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-ARQ-IRPLR   PIC X(64) VALUE SPACES.
       77 W-ARQ-NET     PIC X(64) VALUE SPACES.
       77 W-ANOAPUR     PIC 9(04) VALUE ZEROS.
       77 W-DTPAGTO     PIC 9(08) VALUE ZEROS.
       77 W-ANOPAGTO    PIC 9(04) VALUE ZEROS.
       77 W-COMPETPLR   PIC 9(06) VALUE ZEROS.
       77 W-REGRA       PIC X(01) VALUE SPACES.
           88 REGRA-LINEAR     VALUE "L".
           88 REGRA-SALARIO    VALUE "S".
           88 REGRA-MESES      VALUE "M".
       77 W-VLRDIST     PIC 9(10)V99 VALUE ZEROS.
       77 W-CARENCIA    PIC 9(02) VALUE ZEROS.
       77 W-ELEGIVEL    PIC X(01) VALUE "N".
       77 W-MESES       PIC 9(02) VALUE ZEROS.
       77 W-PESO        PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-PESO    PIC 9(12)V99 VALUE ZEROS.
       77 W-QT-ELEG     PIC 9(05) VALUE ZEROS.
       77 W-JA-CALC     PIC 9(05) VALUE ZEROS.
       77 W-TIPOSAL     PIC 9(01) VALUE ZEROS.
       77 W-SALMENSAL   PIC 9(08)V99 VALUE ZEROS.
       77 W-IDX         PIC 9(02) VALUE ZEROS.
       77 W-QT-IRPLR    PIC 9(02) VALUE ZEROS.
       77 W-VIG-IRPLR   PIC 9(08) VALUE ZEROS.
       01 TAB-IRPLR.
           03 TB-IRPLR-ITEM OCCURS 20 TIMES.
               05 TB-IRPLR-LIMITE  PIC 9(06)V99.
               05 TB-IRPLR-ALIQ    PIC 9(02)V99.
               05 TB-IRPLR-PARC    PIC 9(06)V99.
       77 W-VALORPLR    PIC 9(08)V99 VALUE ZEROS.
       77 W-IRRF        PIC S9(08)V99 VALUE ZEROS.
       77 W-LIQUIDO     PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-FUNC   PIC 9(05) VALUE ZEROS.
       77 W-TOT-PLR     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-IRRF    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-LIQ     PIC 9(10)V99 VALUE ZEROS.
       01 W-DETLIN.
           03 DL-CHAPA      PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(25).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-MESES      PIC Z9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-PESO       PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-PLR        PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-IRRF       PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-LIQUIDO    PIC ZZZ.ZZ9,99.
       01 W-TOTLIN.
           03 FILLER        PIC X(06) VALUE "TOTAL ".
           03 TL-QTDE       PIC ZZZZ9.
           03 FILLER        PIC X(06) VALUE " FUNC ".
           03 FILLER        PIC X(15) VALUE SPACES.
           03 TL-PLR        PIC ZZ.ZZZ.ZZZ,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 TL-IRRF       PIC ZZ.ZZZ.ZZZ,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 TL-LIQUIDO    PIC ZZ.ZZZ.ZZZ,99.
       01 W-CQ-CABEC.
           03 FILLER        PIC X(34) VALUE
              "PARTICIPACAO NOS LUCROS - APURACAO".
           03 FILLER        PIC X(01) VALUE SPACES.
           03 CQ-ANO        PIC 9(04).
           03 FILLER        PIC X(12) VALUE "  PAGAMENTO ".
           03 CQ-DIA        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 CQ-MES        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 CQ-ANOPG      PIC 9(04).
       01 W-CQ-FUNC.
           03 FILLER        PIC X(07) VALUE "CHAPA: ".
           03 CQ-CHAPA      PIC 9(05).
           03 FILLER        PIC X(07) VALUE "  NOME:".
           03 CQ-NOME       PIC X(35).
       01 W-CQ-LOTACAO.
           03 FILLER        PIC X(14) VALUE "DEPARTAMENTO: ".
           03 CQ-DEPTO      PIC 9(03).
           03 FILLER        PIC X(09) VALUE "  CARGO: ".
           03 CQ-CARGO      PIC 9(03).
           03 FILLER        PIC X(18) VALUE "  MESES APURACAO: ".
           03 CQ-MESES      PIC Z9.
       01 W-CQ-VALOR.
           03 CQ-DESCR      PIC X(25).
           03 FILLER        PIC X(02) VALUE "R$".
           03 CQ-VALOR      PIC ZZZ.ZZZ,99.
       01 W-CQ-NOTA.
           03 FILLER        PIC X(50) VALUE
              "IRRF RETIDO PELA TABELA EXCLUSIVA DA PLR (LEI 10.1".
           03 FILLER        PIC X(04) VALUE "01) ".
       01 W-CQ-TRACO       PIC X(50) VALUE ALL "-".
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CHAPA NOME                      ME      ".
           03 FILLER        PIC X(40) VALUE
              "PESO        PLR       IRRF    LIQUIDO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           MOVE "TABIRPLR.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-IRPLR
           MOVE "FOLHANET.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NET
           DISPLAY "CALCULO DA PLR - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "ANO DE APURACAO DOS RESULTADOS (AAAA): "
           ACCEPT W-ANOAPUR
           IF W-ANOAPUR = ZEROS
              GO TO ABR-002.
       ABR-002A.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD): "
           ACCEPT W-DTPAGTO
           DIVIDE W-DTPAGTO BY 10000 GIVING W-ANOPAGTO
           IF W-ANOPAGTO < W-ANOAPUR
              GO TO ABR-002A.
       ABR-002B.
           DISPLAY "REGRA (L=LINEAR S=PROPORCIONAL AO SALARIO "
                   "M=PROPORCIONAL AOS MESES): "
           ACCEPT W-REGRA
           IF W-REGRA = "l" MOVE "L" TO W-REGRA.
           IF W-REGRA = "s" MOVE "S" TO W-REGRA.
           IF W-REGRA = "m" MOVE "M" TO W-REGRA.
           IF NOT REGRA-LINEAR AND NOT REGRA-SALARIO
                               AND NOT REGRA-MESES
              GO TO ABR-002B.
       ABR-002C.
           DISPLAY "VALOR TOTAL A DISTRIBUIR: "
           ACCEPT W-VLRDIST
           IF W-VLRDIST = ZEROS
              GO TO ABR-002C.
           DISPLAY "CARENCIA MINIMA EM MESES NO ANO (0=NENHUMA): "
           ACCEPT W-CARENCIA
           COMPUTE W-COMPETPLR = W-ANOPAGTO * 100 + 14
           DISPLAY "OS CREDITOS SERAO GRAVADOS NA COMPETENCIA "
                   W-COMPETPLR
           DISPLAY "EXECUTE O BANCOREM NESSA COMPETENCIA APOS O "
                   "CALCULO".
       ABR-003.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              GO TO ROT-ABEND.
           OPEN INPUT CADCARGO
           IF ST-CARGO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO: " ST-CARGO
              CLOSE CADFUNC
              GO TO ROT-ABEND.
           OPEN INPUT TABIRPLR
           IF ST-IRPLR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TABIRPLR: "
                      ST-IRPLR
              DISPLAY "CADASTRE A TABELA EXCLUSIVA NO FP201616 (P)"
              CLOSE CADFUNC CADCARGO
              GO TO ROT-ABEND.
           PERFORM ABR-FICHAFIN
           IF ST-FICHAFIN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FICHAFIN: "
                      ST-FICHAFIN
              CLOSE CADFUNC CADCARGO TABIRPLR
              GO TO ROT-ABEND.
           PERFORM ABR-PARFOL.
      *
      **************************************
      * CARGA DA TABELA EXCLUSIVA VIGENTE  *
      **************************************
      *
       CARGA-IRPLR.
           PERFORM CARGA-IRPLR-LE THRU CARGA-IRPLR-LE-FIM
           IF W-QT-IRPLR = ZEROS
              DISPLAY "NENHUMA TABELA IRRF PLR VIGENTE EM " W-DTPAGTO
              CLOSE CADFUNC CADCARGO TABIRPLR FICHAFIN
              GO TO ROT-ABEND.
      *
      **************************************
      * 1A PASSADA: SOMA DOS PESOS         *
      **************************************
      *
       SOMA-PESOS.
           READ CADFUNC NEXT RECORD
               AT END GO TO SOMA-PESOS-FIM.
           PERFORM CALCULA-PESO THRU CALCULA-PESO-FIM
           IF W-ELEGIVEL NOT = "S"
              GO TO SOMA-PESOS.
           ADD 1      TO W-QT-ELEG
           ADD W-PESO TO W-TOT-PESO
           MOVE CHAPA       TO FF-CHAPA
           MOVE W-COMPETPLR TO FF-COMPET
           MOVE 012         TO FF-VERBA
           READ FICHAFIN
           IF ST-FICHAFIN = "00"
              ADD 1 TO W-JA-CALC.
           GO TO SOMA-PESOS.
       SOMA-PESOS-FIM.
           IF W-QT-ELEG = ZEROS OR W-TOT-PESO = ZEROS
              DISPLAY "NENHUM FUNCIONARIO ELEGIVEL PARA A PLR"
              CLOSE CADFUNC CADCARGO TABIRPLR FICHAFIN
              GO TO ROT-ABEND.
      *
      * UMA PLR POR ANO DE PAGAMENTO: O RECALCULO DUPLICARIA OS
      * CREDITOS JA GRAVADOS NO FOLHANET
      *
           IF W-JA-CALC NOT = ZEROS
              DISPLAY "PLR JA CALCULADA NA COMPETENCIA " W-COMPETPLR
                      " PARA " W-JA-CALC " FUNCIONARIOS"
              CLOSE CADFUNC CADCARGO TABIRPLR FICHAFIN
              GO TO ROT-ABEND.
           OPEN OUTPUT PLRREG
           IF ST-REG NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PLRREG: " ST-REG
              CLOSE CADFUNC CADCARGO TABIRPLR FICHAFIN
              GO TO ROT-ABEND.
           OPEN OUTPUT PLRRECIB
           IF ST-CHQ NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PLRRECIB: " ST-CHQ
              CLOSE CADFUNC CADCARGO TABIRPLR FICHAFIN PLRREG
              GO TO ROT-ABEND.
           OPEN EXTEND FOLHANET
           IF ST-NET NOT = "00"
              OPEN OUTPUT FOLHANET.
           IF ST-NET NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOLHANET: " ST-NET
              CLOSE CADFUNC CADCARGO TABIRPLR FICHAFIN PLRREG
              CLOSE PLRRECIB
              GO TO ROT-ABEND.
           MOVE "PLRCALC" TO REL-PROGRAMA
           STRING "ANO APURACAO " W-ANOAPUR
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "REGISTRO DA PARTICIPACAO NOS LUCROS" TO REL-TITULO
           MOVE W-CABCOLS                             TO REL-COLUNAS
           MOVE ZEROS TO CHAPA
           START CADFUNC KEY IS NOT LESS THAN CHAPA
           IF ST-FUNC NOT = "00"
              GO TO ROT-TOTAIS.
      *
      **************************************
      * 2A PASSADA: RATEIO E PAGAMENTO     *
      **************************************
      *
       LER-FUNC.
           READ CADFUNC NEXT RECORD
               AT END GO TO ROT-TOTAIS.
           PERFORM CALCULA-PESO THRU CALCULA-PESO-FIM
           IF W-ELEGIVEL NOT = "S"
              GO TO LER-FUNC.
           COMPUTE W-VALORPLR ROUNDED = W-VLRDIST * W-PESO
                                      / W-TOT-PESO
           PERFORM CALCULA-IRPLR THRU CALCULA-IRPLR-FIM
           COMPUTE W-LIQUIDO = W-VALORPLR - W-IRRF
           IF W-LIQUIDO = ZEROS
              GO TO LER-FUNC.
           PERFORM GRAVA-REGISTRO THRU GRAVA-REGISTRO-FIM
           PERFORM GRAVA-RECIBO THRU GRAVA-RECIBO-FIM
           PERFORM GRAVA-NET THRU GRAVA-NET-FIM
           PERFORM GRAVA-FICHA THRU GRAVA-FICHA-FIM
           ADD 1          TO W-CONT-FUNC
           ADD W-VALORPLR TO W-TOT-PLR
           ADD W-IRRF     TO W-TOT-IRRF
           ADD W-LIQUIDO  TO W-TOT-LIQ
           GO TO LER-FUNC.
      *
      **************************************
      * ELEGIBILIDADE E PESO NO RATEIO     *
      **************************************
      *
      * ELEGIVEL: ATIVO OU AFASTADO, ADMITIDO ATE O FIM DO ANO DE
      * APURACAO E COM A CARENCIA MINIMA DE MESES NESSE ANO (MES DA
      * ADMISSAO CONTA INTEIRO, COMO NOS AVOS DO 13O)
      *
       CALCULA-PESO.
           MOVE "N"   TO W-ELEGIVEL
           MOVE ZEROS TO W-PESO W-MESES
           IF NOT FUNC-ATIVO AND NOT FUNC-AFASTADO
              GO TO CALCULA-PESO-FIM.
           IF DAANO > W-ANOAPUR
              GO TO CALCULA-PESO-FIM.
           IF DAANO = W-ANOAPUR
              COMPUTE W-MESES = 12 - DAMES + 1
           ELSE
              MOVE 12 TO W-MESES.
           IF W-MESES > 12
              MOVE 12 TO W-MESES.
           IF W-MESES = ZEROS OR W-MESES < W-CARENCIA
              GO TO CALCULA-PESO-FIM.
           MOVE "S" TO W-ELEGIVEL
           IF REGRA-LINEAR
              MOVE 1 TO W-PESO.
           IF REGRA-MESES
              MOVE W-MESES TO W-PESO.
           IF REGRA-SALARIO
              PERFORM SALARIO-MENSAL THRU SALARIO-MENSAL-FIM
              MOVE W-SALMENSAL TO W-PESO.
       CALCULA-PESO-FIM.
           EXIT.
      *
       SALARIO-MENSAL.
           MOVE FCARGO TO CODIGO2
           READ CADCARGO
           IF ST-CARGO = "00"
              MOVE TIPOSALARIO2 TO W-TIPOSAL
           ELSE
              MOVE 3 TO W-TIPOSAL
              MOVE ZEROS TO SALARIOBASE2.
           MOVE FEMPRESA TO W-PFL-EMPRESA
           COMPUTE W-PFL-COMPET = W-ANOAPUR * 100 + 12
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
           MOVE FSALBASE TO W-SALMENSAL
           IF W-TIPOSAL = 1
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIVISOR.
           IF W-TIPOSAL = 2
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIASMES.
           IF W-TIPOSAL = 4 OR W-TIPOSAL = 5
              MOVE SALARIOBASE2 TO W-SALMENSAL.
       SALARIO-MENSAL-FIM.
           EXIT.
      *
      **************************************
      * IRRF PELA TABELA EXCLUSIVA DA PLR  *
      **************************************
      *
      * SEM DEDUCAO DE DEPENDENTES E SEM INSS/FGTS: A PLR NAO INTEGRA
      * A REMUNERACAO E NAO SE SOMA AOS RENDIMENTOS DO MES
      *
       CALCULA-IRPLR.
           MOVE ZEROS TO W-IRRF
           MOVE 1 TO W-IDX.
       CALCULA-IRPLR1.
           IF W-IDX > W-QT-IRPLR
              MOVE W-QT-IRPLR TO W-IDX
              GO TO CALCULA-IRPLR2.
           IF W-VALORPLR NOT > TB-IRPLR-LIMITE (W-IDX)
              GO TO CALCULA-IRPLR2.
           ADD 1 TO W-IDX
           GO TO CALCULA-IRPLR1.
       CALCULA-IRPLR2.
           COMPUTE W-IRRF = W-VALORPLR * TB-IRPLR-ALIQ (W-IDX) / 100
                          - TB-IRPLR-PARC (W-IDX)
           IF W-IRRF < ZEROS
              MOVE ZEROS TO W-IRRF.
       CALCULA-IRPLR-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO DAS SAIDAS                *
      **************************************
      *
       GRAVA-REGISTRO.
           MOVE CHAPA      TO DL-CHAPA
           MOVE NOME       TO DL-NOME
           MOVE W-MESES    TO DL-MESES
           MOVE W-PESO     TO DL-PESO
           MOVE W-VALORPLR TO DL-PLR
           MOVE W-IRRF     TO DL-IRRF
           MOVE W-LIQUIDO  TO DL-LIQUIDO
           MOVE W-DETLIN   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       GRAVA-REGISTRO-FIM.
           EXIT.
      *
       GRAVA-RECIBO.
           MOVE W-ANOAPUR TO CQ-ANO
           DIVIDE W-DTPAGTO BY 10000 GIVING CQ-ANOPG
           COMPUTE CQ-MES = (W-DTPAGTO - CQ-ANOPG * 10000) / 100
           COMPUTE CQ-DIA = W-DTPAGTO - CQ-ANOPG * 10000 - CQ-MES * 100
           MOVE W-CQ-CABEC TO LINHA-PLRRECIB
           IF W-CONT-FUNC = ZEROS
              WRITE LINHA-PLRRECIB
           ELSE
              WRITE LINHA-PLRRECIB AFTER ADVANCING PAGE.
           MOVE CHAPA   TO CQ-CHAPA
           MOVE NOME    TO CQ-NOME
           MOVE W-CQ-FUNC TO LINHA-PLRRECIB
           WRITE LINHA-PLRRECIB
           MOVE FDEPART TO CQ-DEPTO
           MOVE FCARGO  TO CQ-CARGO
           MOVE W-MESES TO CQ-MESES
           MOVE W-CQ-LOTACAO TO LINHA-PLRRECIB
           WRITE LINHA-PLRRECIB
           MOVE W-CQ-TRACO TO LINHA-PLRRECIB
           WRITE LINHA-PLRRECIB
           MOVE "PARTICIPACAO NOS LUCROS  " TO CQ-DESCR
           MOVE W-VALORPLR TO CQ-VALOR
           MOVE W-CQ-VALOR TO LINHA-PLRRECIB
           WRITE LINHA-PLRRECIB
           MOVE "IRRF EXCLUSIVO NA FONTE  " TO CQ-DESCR
           MOVE W-IRRF TO CQ-VALOR
           MOVE W-CQ-VALOR TO LINHA-PLRRECIB
           WRITE LINHA-PLRRECIB
           MOVE W-CQ-TRACO TO LINHA-PLRRECIB
           WRITE LINHA-PLRRECIB
           MOVE "LIQUIDO A RECEBER        " TO CQ-DESCR
           MOVE W-LIQUIDO TO CQ-VALOR
           MOVE W-CQ-VALOR TO LINHA-PLRRECIB
           WRITE LINHA-PLRRECIB
           MOVE W-CQ-NOTA TO LINHA-PLRRECIB
           WRITE LINHA-PLRRECIB.
       GRAVA-RECIBO-FIM.
           EXIT.
      *
      **************************************
      * FICHA FINANCEIRA DO FUNCIONARIO    *
      **************************************
      *
       GRAVA-FICHA.
           MOVE CHAPA       TO FF-CHAPA
           MOVE W-COMPETPLR TO FF-COMPET
           MOVE 012 TO FF-VERBA
           MOVE "PARTICIPACAO LUCROS" TO FF-DESCR
           MOVE "P" TO FF-TIPO
           MOVE W-VALORPLR TO FF-VALOR
           PERFORM GRAVA-FICHAFIN
           MOVE 507 TO FF-VERBA
           MOVE "IRRF EXCLUSIVO PLR" TO FF-DESCR
           MOVE "D" TO FF-TIPO
           MOVE W-IRRF TO FF-VALOR
           PERFORM GRAVA-FICHAFIN.
       GRAVA-FICHA-FIM.
           EXIT.
      *
       GRAVA-NET.
           MOVE W-COMPETPLR TO FN-COMPET
           MOVE CHAPA       TO FN-CHAPA
           MOVE W-LIQUIDO   TO FN-LIQUIDO
           MOVE W-DTPAGTO   TO FN-DTPAGTO
           MOVE FEMPRESA    TO FN-EMPRESA
           MOVE "P"         TO FN-ORIGEM
           WRITE LINHA-FOLHANET.
       GRAVA-NET-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-FUNC TO TL-QTDE
           MOVE W-TOT-PLR   TO TL-PLR
           MOVE W-TOT-IRRF  TO TL-IRRF
           MOVE W-TOT-LIQ   TO TL-LIQUIDO
           MOVE W-TOTLIN    TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE CADFUNC CADCARGO TABIRPLR FICHAFIN
           CLOSE PLRREG PLRRECIB FOLHANET
           PERFORM FECHA-PARFOL
           DISPLAY "PLR CALCULADA - FUNCIONARIOS: " W-CONT-FUNC
           DISPLAY "VALOR DISTRIBUIDO: " W-TOT-PLR
                   " - COMPETENCIA " W-COMPETPLR
           GO TO ROT-FIM.
      *
       ROT-ABEND.
           PERFORM FECHA-PARFOL
           MOVE 8 TO RETURN-CODE.
       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * CARGA DA TABELA IRRF PLR VIGENTE   *
      **************************************
      *
       CARGA-IRPLR-LE.
           MOVE ZEROS TO W-QT-IRPLR W-VIG-IRPLR
           MOVE LOW-VALUES TO TP-CHAVE
           START TABIRPLR KEY IS NOT LESS THAN TP-CHAVE
           IF ST-IRPLR NOT = "00" GO TO CARGA-IRPLR-LE-FIM.
       CARGA-IRPLR-LOOP.
           READ TABIRPLR NEXT RECORD
               AT END GO TO CARGA-IRPLR-LE-FIM.
           IF TP-VIGENCIA > W-DTPAGTO
              GO TO CARGA-IRPLR-LOOP.
           IF TP-VIGENCIA > W-VIG-IRPLR
              MOVE TP-VIGENCIA TO W-VIG-IRPLR
              MOVE ZEROS TO W-QT-IRPLR.
           IF TP-VIGENCIA = W-VIG-IRPLR
              IF TP-FAIXA NOT > 20
                 MOVE TP-FAIXA TO W-IDX
                 MOVE TP-LIMITE   TO TB-IRPLR-LIMITE (W-IDX)
                 MOVE TP-ALIQUOTA TO TB-IRPLR-ALIQ (W-IDX)
                 MOVE TP-PARCELA  TO TB-IRPLR-PARC (W-IDX)
                 IF TP-FAIXA > W-QT-IRPLR
                    MOVE TP-FAIXA TO W-QT-IRPLR.
           GO TO CARGA-IRPLR-LOOP.
       CARGA-IRPLR-LE-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "FICPAR.CPY".
           COPY "PFLPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-PLRREG==.
           COPY "SPLPAR.CPY".
