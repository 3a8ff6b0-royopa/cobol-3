                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-FER.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
       SELECT CADDEP ASSIGN TO DYNAMIC W-ARQ-DEP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       SELECT FOLHANET ASSIGN TO DYNAMIC W-ARQ-NET
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NET.
       SELECT BCOHORAS ASSIGN TO DYNAMIC W-ARQ-BCO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-BCO.
           COPY "FICSEL.CPY".
           COPY "PENSEL.CPY".
           COPY "ASOSEL.CPY".
           COPY "CTRSEL.CPY".
           COPY "PFLSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                   05 DDANO       PIC 9(04).
                03 FILLER         PIC X(110).
                03 FEMPRESA       PIC 9(02).
                03 FTIPOCONTR     PIC X(01).
                   88 CONTR-EXPERIEN VALUE "E".
                   88 CONTR-DETERMIN VALUE "D".
                   88 CONTR-ESTAGIO  VALUE "T".
                03 FDTFIMCONTR.
                   05 FCDIA       PIC 9(02).
                   05 FCMES       PIC 9(02).
                   05 FCANO       PIC 9(04).
                03 FPRORROG       PIC X(01).
                03 FILLER         PIC X(08).
       FD CADFERIAS
               LABEL RECORD IS STANDARD.
       01 REGFERIAS.
                   88 FER-PROGRAMADA  VALUE "P".
                   88 FER-GOZADA      VALUE "G".
                03 FILLER          PIC X(10).
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
       FD BCOHORAS
               LABEL RECORD IS STANDARD.
       01 REGBCOHORAS.
                03 BH-CHAVE.
                   05 BH-CHAPA     PIC 9(05).
                   05 BH-COMPET    PIC 9(06).
                   05 BH-SEQ       PIC 9(03).
                03 BH-TIPO         PIC X(01).
                   88 BCO-CREDITO     VALUE "C".
                   88 BCO-DEBITO      VALUE "D".
                   88 BCO-VENCIDO     VALUE "V".
                   88 BCO-RESCISAO    VALUE "R".
                03 BH-HORAS        PIC 9(04)V9.
                03 BH-HISTOR       PIC X(30).
                03 BH-ORIGEM       PIC X(10).
                03 BH-DATA         PIC 9(08).
                03 FILLER          PIC X(12).
           COPY "FICFD.CPY".
           COPY "PENFD.CPY".
           COPY "ASOFD.CPY".
           COPY "CTRFD.CPY".
           COPY "PFLFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "FICWS.CPY".
           COPY "PENWS.CPY".
           COPY "ASOWS.CPY".
           COPY "CTRWS.CPY".
           COPY "PFLWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-FER        PIC X(02) VALUE "00".
       77 ST-DEP        PIC X(02) VALUE "00".
       77 ST-CARGO      PIC X(02) VALUE "00".
       77 ST-INSS       PIC X(02) VALUE "00".
       77 ST-IRRF       PIC X(02) VALUE "00".
       77 ST-TER        PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-FER     PIC X(64) VALUE SPACES.
       77 W-ARQ-DEP     PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO   PIC X(64) VALUE SPACES.
       77 W-ARQ-INSS    PIC X(64) VALUE SPACES.
       77 W-ARQ-IRRF    PIC X(64) VALUE SPACES.
       77 W-ARQ-NET     PIC X(64) VALUE SPACES.
       77 ST-BCO        PIC X(02) VALUE "00".
       77 W-ARQ-BCO     PIC X(64) VALUE SPACES.
       77 W-BCO-OK      PIC X(01) VALUE "N".
       77 W-BHCRED      PIC 9(05)V9 VALUE ZEROS.
       77 W-BHDEB       PIC 9(05)V9 VALUE ZEROS.
       77 W-BHSALDO     PIC 9(05)V9 VALUE ZEROS.
       77 W-VLRBCOH     PIC 9(08)V99 VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-CMP-ANO     PIC 9(04).
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-DATA-REF    PIC 9(08) VALUE ZEROS.
       77 W-COMPDEM     PIC 9(06) VALUE ZEROS.
       77 W-DIAS-DEM    PIC 9(07) VALUE ZEROS.
       77 W-DTDEM       PIC 9(08) VALUE ZEROS.
       77 W-IDX         PIC 9(02) VALUE ZEROS.
       77 W-QT-INSS     PIC 9(02) VALUE ZEROS.
       77 W-IRRF        PIC S9(08)V99 VALUE ZEROS.
       77 W-LIQUIDO     PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-RESC   PIC 9(05) VALUE ZEROS.
       77 W-CARGO-OK    PIC X(01) VALUE "N".
       77 W-SALMINIMO   PIC 9(06)V99 VALUE 880,00.
       77 W-PCT-RISCO   PIC 9(02)V99 VALUE ZEROS.
       77 W-BASERISCO   PIC 9(08)V99 VALUE ZEROS.
       77 W-SALMENSAL   PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRRISCO    PIC 9(08)V99 VALUE ZEROS.
       77 W-RISCOPROP   PIC 9(08)V99 VALUE ZEROS.
       77 W-REMUNER     PIC 9(08)V99 VALUE ZEROS.
       77 W-REGRA       PIC X(01) VALUE SPACES.
          88 REGRA-INDETERM  VALUE "I".
          88 REGRA-NOPRAZO   VALUE "N".
          88 REGRA-ANTECIPA  VALUE "A".
          88 REGRA-ESTAGIO   VALUE "T".
       77 W-INICIATIVA  PIC X(01) VALUE SPACES.
       77 W-DTFIMCTR    PIC 9(08) VALUE ZEROS.
       77 W-DIASREST    PIC 9(05) VALUE ZEROS.
       77 W-ART479      PIC 9(08)V99 VALUE ZEROS.
       77 W-ART480      PIC 9(08)V99 VALUE ZEROS.
       77 W-TEM-TERMINO PIC X(01) VALUE "N".
       01 W-DESCRISCO   PIC X(30) VALUE SPACES.
       01 W-DESCRISCOFF PIC X(20) VALUE SPACES.
       01 W-TR-CABEC.
           03 FILLER        PIC X(33) VALUE
              "TERMO DE RESCISAO DE CONTRATO DE ".
           MOVE "CADDEP.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEP
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           MOVE "TABINSS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-INSS
           MOVE "FOLHANET.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NET
           MOVE "BCOHORAS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-BCO
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           DISPLAY "CALCULO DE RESCISAO - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
                 GO TO ROT-FIM
              ELSE
                 DISPLAY "AVISO: SEM ARQUIVO DE DEPENDENTES CADDEP".
           OPEN INPUT CADCARGO
           IF ST-CARGO = "00"
              MOVE "S" TO W-CARGO-OK
           ELSE
              DISPLAY "AVISO: SEM CADASTRO DE CARGOS - RESCISAO SEM "
                      "ADICIONAL DE RISCO".
           OPEN I-O BCOHORAS
           IF ST-BCO = "00"
              MOVE "S" TO W-BCO-OK
           ELSE
              IF ST-BCO NOT = "30" AND ST-BCO NOT = "35"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO BCOHORAS: "
                                                              ST-BCO
                 CLOSE CADFUNC
                 GO TO ROT-FIM
              ELSE
                 DISPLAY "AVISO: SEM ARQUIVO DE BANCO DE HORAS".
           OPEN INPUT TABINSS
           IF ST-INSS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TABINSS: " ST-INSS
                      ST-FICHAFIN
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-FIM.
           PERFORM ABR-PENSAO
           MOVE W-SALMINIMO TO W-PEN-SALMINIMO
           PERFORM ABR-CONTR
           PERFORM ABR-PARFOL
           PERFORM ABR-ASO
           IF W-ASO-OK NOT = "S"
              DISPLAY "AVISO: SEM CADASTRO DE ASO - NENHUMA RESCISAO "
                      "SERA CALCULADA SEM EXAME DEMISSIONAL".
      *
       CARGA-INSS.
           PERFORM CARGA-INSS-LE THRU CARGA-INSS-LE-FIM
           IF W-COMPDEM NOT = W-COMPET
              DISPLAY "DEMISSAO FORA DA COMPETENCIA: " DTDEMISSAO
              GO TO PED-001.
           PERFORM VERIFICA-ASO THRU VERIFICA-ASO-FIM
           IF W-ASO-ACHOU NOT = "S"
              DISPLAY "SEM ASO DEMISSIONAL - RESCISAO NAO CALCULADA: "
                      W-CHAPA
              GO TO PED-001.
           IF W-ASO-RESULT = "I"
              DISPLAY "ASO DEMISSIONAL INAPTO - RESCISAO SUSPENSA: "
                      W-CHAPA
              GO TO PED-001.
           PERFORM VERIFICA-CONTRATO THRU VERIFICA-CONTRATO-FIM
           PERFORM CALCULA-RESC THRU CALCULA-RESC-FIM
           PERFORM GRAVA-TERMO THRU GRAVA-TERMO-FIM
           PERFORM GRAVA-TERMINO THRU GRAVA-TERMINO-FIM
           PERFORM GRAVA-NET THRU GRAVA-NET-FIM
           PERFORM GRAVA-PENSAO THRU GRAVA-PENSAO-FIM
           PERFORM GRAVA-FICHA THRU GRAVA-FICHA-FIM
           ADD 1 TO W-CONT-RESC
           DISPLAY "RESCISAO CALCULADA - LIQUIDO: " W-LIQUIDO
           GO TO PED-001.
      *
      **************************************
      * EXAME DEMISSIONAL                  *
      **************************************
      *
      * EXIGE ASO DEMISSIONAL FEITO NO CONTRATO ATUAL (DESDE A
      * ADMISSAO). SEM ELE, ACEITA O ULTIMO EXAME OCUPACIONAL SE FEITO
      * ATE 90 DIAS ANTES DA DEMISSAO (DISPENSA DO DEMISSIONAL)
      *
       VERIFICA-ASO.
           MOVE CHAPA TO W-ASO-CHAPA
           COMPUTE W-ASO-DTINI = DAANO * 10000 + DAMES * 100 + DADIA
           MOVE 99999999 TO W-ASO-DTFIM
           MOVE "D" TO W-ASO-TIPO
           PERFORM PROCURA-ASO THRU PROCURA-ASO-FIM
           IF W-ASO-ACHOU = "S"
              GO TO VERIFICA-ASO-FIM.
           COMPUTE W-ASO-DTFIM = DDANO * 10000 + DDMES * 100 + DDDIA
           MOVE W-ASO-DTFIM TO W-ASO-DTCALC
           PERFORM DIAS-ASO THRU DIAS-ASO-FIM
           MOVE W-ASO-DIAS TO W-DIAS-DEM
           MOVE SPACES TO W-ASO-TIPO
           PERFORM PROCURA-ASO THRU PROCURA-ASO-FIM
           IF W-ASO-ACHOU NOT = "S"
              GO TO VERIFICA-ASO-FIM.
           MOVE W-ASO-DATA TO W-ASO-DTCALC
           PERFORM DIAS-ASO THRU DIAS-ASO-FIM
           IF W-DIAS-DEM - W-ASO-DIAS > 90
              MOVE "N" TO W-ASO-ACHOU
              GO TO VERIFICA-ASO-FIM.
           DISPLAY "ASO DEMISSIONAL DISPENSADO - ULTIMO EXAME EM "
                   W-ASO-DATA.
       VERIFICA-ASO-FIM.
           EXIT.
      *
      **************************************
      * CALCULO DAS VERBAS RESCISORIAS     *
      **************************************
      *
       CALCULA-RESC.
           COMPUTE W-DTDEM = DDANO * 10000 + DDMES * 100 + DDDIA
           MOVE FEMPRESA TO W-PFL-EMPRESA
           MOVE W-COMPET TO W-PFL-COMPET
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
           COMPUTE W-SALDOSAL = FSALBASE / W-PFL-DIASMES * DDDIA
           PERFORM CALCULA-RISCO THRU CALCULA-RISCO-FIM
           COMPUTE W-REMUNER = FSALBASE + W-VLRRISCO
           COMPUTE W-RISCOPROP = W-VLRRISCO / W-PFL-DIASMES * DDDIA
           MOVE W-REMUNER TO W-AVISO
           IF DAANO = DDANO
              COMPUTE W-AVOS13 = DDMES - DAMES + 1
           ELSE
              MOVE DDMES TO W-AVOS13.
           IF W-AVOS13 > 12
              MOVE 12 TO W-AVOS13.
           COMPUTE W-13PROP = W-REMUNER / 12 * W-AVOS13
           PERFORM CALCULA-FERIAS THRU CALCULA-FERIAS-FIM
           PERFORM CALCULA-BCOHORAS THRU CALCULA-BCOHORAS-FIM
           PERFORM CALCULA-PRAZO THRU CALCULA-PRAZO-FIM
           COMPUTE W-BRUTO = W-SALDOSAL + W-AVISO + W-13PROP
                           + W-FERVENC + W-FERPROP + W-VLRBCOH
                           + W-RISCOPROP + W-ART479
           COMPUTE W-BASETRIB = W-SALDOSAL + W-13PROP + W-VLRBCOH
                              + W-RISCOPROP
           PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM
           IF REGRA-ESTAGIO
              MOVE ZEROS TO W-INSS.
           PERFORM CONTA-DEP THRU CONTA-DEP-FIM
           PERFORM CALCULA-PENSAO-IR THRU CALCULA-PENSAO-IR-FIM
           COMPUTE W-LIQUIDO = W-BRUTO - W-INSS - W-IRRF - W-PEN-TOTAL
           IF W-ART480 > W-LIQUIDO
              MOVE W-LIQUIDO TO W-ART480.
           SUBTRACT W-ART480 FROM W-LIQUIDO.
       CALCULA-RESC-FIM.
           EXIT.
      *
      **************************************
      * CONTRATO A PRAZO E ESTAGIO         *
      **************************************
      *
      * EXPERIENCIA E PRAZO DETERMINADO: SEM AVISO PREVIO. TERMINO
      * ANTES DO FIM DO CONTRATO PAGA (ART. 479 CLT, INICIATIVA DA
      * EMPRESA) OU DESCONTA (ART. 480, INICIATIVA DO FUNCIONARIO)
      * METADE DA REMUNERACAO DOS DIAS QUE FALTAVAM. CONTRATO JA
      * VENCIDO NA DEMISSAO VIROU INDETERMINADO E SEGUE A REGRA
      * NORMAL. ESTAGIO: SO SALDO DE BOLSA E RECESSO PROPORCIONAL,
      * SEM AVISO, 13O, 1/3 DE FERIAS E INSS
      *
       VERIFICA-CONTRATO.
           MOVE "I" TO W-REGRA
           MOVE SPACES TO W-INICIATIVA
           MOVE ZEROS TO W-DTFIMCTR W-DIASREST
           IF CONTR-ESTAGIO
              MOVE "T" TO W-REGRA
              GO TO VERIFICA-CONTRATO-FIM.
           IF NOT CONTR-EXPERIEN AND NOT CONTR-DETERMIN
              GO TO VERIFICA-CONTRATO-FIM.
           IF FDTFIMCONTR NOT NUMERIC OR FDTFIMCONTR = ZEROS
              DISPLAY "AVISO: CONTRATO A PRAZO SEM DATA FIM - "
                      "RESCISAO COMO INDETERMINADO"
              GO TO VERIFICA-CONTRATO-FIM.
           COMPUTE W-DTFIMCTR = FCANO * 10000 + FCMES * 100 + FCDIA
           COMPUTE W-DTDEM = DDANO * 10000 + DDMES * 100 + DDDIA
           IF W-DTDEM > W-DTFIMCTR
              DISPLAY "AVISO: CONTRATO A PRAZO VENCIDO EM " W-DTFIMCTR
              DISPLAY "       RESCISAO COMO INDETERMINADO"
              GO TO VERIFICA-CONTRATO-FIM.
           MOVE "N" TO W-REGRA
           IF W-DTDEM = W-DTFIMCTR
              GO TO VERIFICA-CONTRATO-FIM.
           MOVE "A" TO W-REGRA
           MOVE W-DTFIMCTR TO W-CTR-DTCALC
           PERFORM DIAS-CTR THRU DIAS-CTR-FIM
           MOVE W-CTR-DIAS TO W-DIASREST
           MOVE W-DTDEM TO W-CTR-DTCALC
           PERFORM DIAS-CTR THRU DIAS-CTR-FIM
           SUBTRACT W-CTR-DIAS FROM W-DIASREST
           DISPLAY "TERMINO ANTECIPADO DO CONTRATO A PRAZO - FALTAVAM "
                   W-DIASREST " DIAS".
       VERIFICA-CONTRATO1.
           DISPLAY "INICIATIVA (E=EMPRESA / F=FUNCIONARIO): "
           ACCEPT W-INICIATIVA
           IF W-INICIATIVA = "e"
              MOVE "E" TO W-INICIATIVA.
           IF W-INICIATIVA = "f"
              MOVE "F" TO W-INICIATIVA.
           IF W-INICIATIVA NOT = "E" AND W-INICIATIVA NOT = "F"
              GO TO VERIFICA-CONTRATO1.
       VERIFICA-CONTRATO-FIM.
           EXIT.
      *
       CALCULA-PRAZO.
           MOVE ZEROS TO W-ART479 W-ART480
           IF REGRA-INDETERM
              GO TO CALCULA-PRAZO-FIM.
           MOVE ZEROS TO W-AVISO
           IF REGRA-ESTAGIO
              MOVE ZEROS TO W-13PROP
              COMPUTE W-FERPROP = W-REMUNER / 12 * W-AVOSFER
              COMPUTE W-FERVENC = W-REMUNER * W-QTVENC
              GO TO CALCULA-PRAZO-FIM.
           IF NOT REGRA-ANTECIPA
              GO TO CALCULA-PRAZO-FIM.
           IF W-INICIATIVA = "E"
              COMPUTE W-ART479 ROUNDED = W-REMUNER / 30 * W-DIASREST
                                       / 2
           ELSE
              COMPUTE W-ART480 ROUNDED = W-REMUNER / 30 * W-DIASREST
                                       / 2.
       CALCULA-PRAZO-FIM.
           EXIT.
      *
      * EVENTO DE TERMINO NO HISTORICO DO CONTRATO (UMA VEZ SO,
      * MESMO QUE A RESCISAO SEJA RECALCULADA)
      *
       GRAVA-TERMINO.
           IF W-CTR-OK NOT = "S"
              GO TO GRAVA-TERMINO-FIM.
           MOVE "N" TO W-TEM-TERMINO
           MOVE W-CHAPA TO CT-CHAPA
           MOVE ZEROS TO CT-SEQ
           START CADCONTR KEY IS NOT LESS THAN CT-CHAVE
           IF ST-CTR NOT = "00"
              GO TO GRAVA-TERMINO2.
       GRAVA-TERMINO1.
           READ CADCONTR NEXT RECORD
           IF ST-CTR NOT = "00"
              GO TO GRAVA-TERMINO2.
           IF CT-CHAPA NOT = W-CHAPA
              GO TO GRAVA-TERMINO2.
           IF CTR-TERMINO AND CT-DATA NOT < W-DTDEM
              MOVE "S" TO W-TEM-TERMINO.
           GO TO GRAVA-TERMINO1.
       GRAVA-TERMINO2.
           IF W-TEM-TERMINO = "S"
              GO TO GRAVA-TERMINO-FIM.
           MOVE W-CHAPA    TO W-CTR-CHAPA
           MOVE "T"        TO W-CTR-EVENTO
           MOVE FTIPOCONTR TO W-CTR-TIPO
           IF FTIPOCONTR = SPACES
              MOVE "I" TO W-CTR-TIPO.
           COMPUTE W-CTR-DTINI = DAANO * 10000 + DAMES * 100 + DADIA
           MOVE W-DTDEM    TO W-CTR-DTFIM
           MOVE W-DTFIMCTR TO W-CTR-DTFIMANT
           MOVE "RESCISAO" TO W-CTR-ORIGEM
           MOVE "RESCISAO NO PRAZO DO CONTRATO" TO W-CTR-OBS
           IF REGRA-INDETERM
              MOVE "RESCISAO" TO W-CTR-OBS.
           IF REGRA-ESTAGIO
              MOVE "TERMINO DO ESTAGIO" TO W-CTR-OBS.
           IF REGRA-ANTECIPA AND W-INICIATIVA = "E"
              MOVE "ANTECIPADA EMPRESA - ART. 479" TO W-CTR-OBS.
           IF REGRA-ANTECIPA AND W-INICIATIVA = "F"
              MOVE "ANTECIPADA FUNCIONARIO - ART. 480" TO W-CTR-OBS.
           PERFORM GRAVA-CONTR THRU GRAVA-CONTR-FIM.
       GRAVA-TERMINO-FIM.
           EXIT.
      *
      **************************************
      * PENSAO ALIMENTICIA E BASE DO IRRF  *
      **************************************
      *
      * DETERMINACOES VIGENTES NA DATA DA DEMISSAO QUE INCIDEM SOBRE
      * VERBAS RESCISORIAS; A PENSAO DEDUZ DA BASE DO IRRF
      *
       CALCULA-PENSAO-IR.
           MOVE W-CHAPA   TO W-PEN-CHAPA
           MOVE "R"       TO W-PEN-EVENTO
           MOVE W-DTDEM   TO W-PEN-PERINI W-PEN-PERFIM
           PERFORM CARGA-PENSAO THRU CARGA-PENSAO-FIM
           MOVE W-BRUTO   TO W-PEN-BRUTO
           MOVE ZEROS     TO W-PEN-ITER.
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
           MOVE ZEROS     TO W-PEN-DTPAGTO
           MOVE FEMPRESA  TO W-PEN-EMPRESA
           PERFORM GRAVA-PENSPAG THRU GRAVA-PENSPAG-FIM.
       GRAVA-PENSAO-FIM.
           EXIT.
      *
      **************************************
                           - (DAANO * 12 + DAMES)
           DIVIDE W-MESES BY 12 GIVING W-IDX
                  REMAINDER W-AVOSFER
           COMPUTE W-FERPROP = W-REMUNER / 12 * W-AVOSFER * 4 / 3
           IF W-FER-OK NOT = "S"
              GO TO CALCULA-FERIAS-FIM.
           MOVE W-CHAPA TO FE-CHAPA
              ADD 1 TO W-QTVENC.
           GO TO CALCULA-FERIAS1.
       CALCULA-FERIAS2.
           COMPUTE W-FERVENC = W-REMUNER * W-QTVENC * 4 / 3.
       CALCULA-FERIAS-FIM.
           EXIT.
      *
      **************************************
      * INSALUBRIDADE / PERICULOSIDADE     *
      **************************************
      *
      * O ADICIONAL DO CARGO INTEGRA A REMUNERACAO DO AVISO, DO 13O E
      * DAS FERIAS; NO SALDO DE SALARIO E PAGO PROPORCIONAL AOS DIAS.
      * GRAU 1 A 3 INSALUBRIDADE 10/20/40%, 4 PERICULOSIDADE 30%, SOBRE
      * O SALARIO MINIMO OU O SALARIO MENSAL, CONFORME O CARGO
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
           MOVE "INSALUBRIDADE PROPORCIONAL    " TO W-DESCRISCO
           MOVE "INSALUBRIDADE PROP" TO W-DESCRISCOFF
           IF CGRAURISCO2 = 1
              MOVE 10,00 TO W-PCT-RISCO.
           IF CGRAURISCO2 = 2
              MOVE 20,00 TO W-PCT-RISCO.
           IF CGRAURISCO2 = 3
              MOVE 40,00 TO W-PCT-RISCO.
           IF CGRAURISCO2 = 4
              MOVE 30,00 TO W-PCT-RISCO
              MOVE "PERICULOSIDADE PROPORCIONAL   " TO W-DESCRISCO
              MOVE "PERICULOSIDADE PROP" TO W-DESCRISCOFF.
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
      * SALDO POSITIVO DO BANCO DE HORAS   *
      **************************************
      *
      * O SALDO CREDOR E PAGO COMO HORA EXTRA E ZERADO PELO
      * LANCAMENTO 950 NA COMPETENCIA DA DEMISSAO; NOVO CALCULO DA
      * MESMA RESCISAO IGNORA ESSE LANCAMENTO NA SOMA E O REGRAVA.
      * SALDO DEVEDOR NAO E DESCONTADO, SO AVISADO
      *
       CALCULA-BCOHORAS.
           MOVE ZEROS TO W-BHCRED W-BHDEB W-BHSALDO W-VLRBCOH
           IF W-BCO-OK NOT = "S"
              GO TO CALCULA-BCOHORAS-FIM.
           MOVE W-CHAPA TO BH-CHAPA
           MOVE ZEROS TO BH-COMPET BH-SEQ
           START BCOHORAS KEY IS NOT LESS THAN BH-CHAVE
           IF ST-BCO NOT = "00"
              GO TO CALCULA-BCOHORAS-FIM.
       CALCULA-BCOHORAS1.
           READ BCOHORAS NEXT RECORD
           IF ST-BCO NOT = "00"
              GO TO CALCULA-BCOHORAS2.
           IF BH-CHAPA NOT = W-CHAPA
              GO TO CALCULA-BCOHORAS2.
           IF BH-COMPET = W-COMPET AND BH-SEQ = 950
              GO TO CALCULA-BCOHORAS1.
           IF BCO-CREDITO
              ADD BH-HORAS TO W-BHCRED
           ELSE
              ADD BH-HORAS TO W-BHDEB.
           GO TO CALCULA-BCOHORAS1.
       CALCULA-BCOHORAS2.
           IF W-BHCRED > W-BHDEB
              COMPUTE W-BHSALDO = W-BHCRED - W-BHDEB.
           IF W-BHDEB > W-BHCRED
              DISPLAY "AVISO: SALDO DEVEDOR NO BANCO DE HORAS - NAO "
                      "DESCONTADO".
           COMPUTE W-VLRBCOH = FSALBASE / W-PFL-DIVISOR * W-PFL-FATORHE
                             * W-BHSALDO
           MOVE W-CHAPA  TO BH-CHAPA
           MOVE W-COMPET TO BH-COMPET
           MOVE 950      TO BH-SEQ
           IF W-BHSALDO = ZEROS
              DELETE BCOHORAS RECORD
              GO TO CALCULA-BCOHORAS-FIM.
           MOVE "R"       TO BH-TIPO
           MOVE W-BHSALDO TO BH-HORAS
           MOVE "SALDO PAGO NA RESCISAO" TO BH-HISTOR
           MOVE "RESCISAO" TO BH-ORIGEM
           MOVE W-DTHOJE  TO BH-DATA
           WRITE REGBCOHORAS
           IF ST-BCO = "22"
              REWRITE REGBCOHORAS.
           IF ST-BCO NOT = "00" AND ST-BCO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO BCOHORAS: " ST-BCO.
       CALCULA-BCOHORAS-FIM.
           EXIT.
      *
       CONTA-DEP.
           MOVE ZEROS TO W-QTDEP
           MOVE "SALDO DE SALARIO              " TO TR-DESCR
           MOVE W-SALDOSAL TO TR-VALOR
           PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM
           IF W-RISCOPROP NOT = ZEROS
              MOVE W-DESCRISCO TO TR-DESCR
              MOVE W-RISCOPROP TO TR-VALOR
              PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM.
           IF W-AVISO NOT = ZEROS
              MOVE "AVISO PREVIO INDENIZADO       " TO TR-DESCR
              MOVE W-AVISO TO TR-VALOR
              PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM.
           IF W-ART479 NOT = ZEROS
              MOVE "INDENIZACAO ART. 479 CLT      " TO TR-DESCR
              MOVE W-ART479 TO TR-VALOR
              PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM.
           IF NOT REGRA-ESTAGIO
              MOVE "13O SALARIO PROPORCIONAL      " TO TR-DESCR
              MOVE W-13PROP TO TR-VALOR
              PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM.
           IF W-FERVENC NOT = ZEROS
              MOVE "FERIAS VENCIDAS + 1/3         " TO TR-DESCR
              MOVE W-FERVENC TO TR-VALOR
              PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM.
           MOVE "FERIAS PROPORCIONAIS + 1/3    " TO TR-DESCR
           IF REGRA-ESTAGIO
              MOVE "RECESSO PROPORCIONAL          " TO TR-DESCR.
           MOVE W-FERPROP TO TR-VALOR
           PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM
           IF W-VLRBCOH NOT = ZEROS
              MOVE "SALDO DO BANCO DE HORAS       " TO TR-DESCR
              MOVE W-VLRBCOH TO TR-VALOR
              PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM.
           MOVE "DESCONTO INSS                 " TO TR-DESCR
           MOVE W-INSS TO TR-VALOR
           PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM
           MOVE "DESCONTO IRRF                 " TO TR-DESCR
           MOVE W-IRRF TO TR-VALOR
           PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM
           IF W-PEN-TOTAL NOT = ZEROS
              MOVE "PENSAO ALIMENTICIA            " TO TR-DESCR
              MOVE W-PEN-TOTAL TO TR-VALOR
              PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM.
           IF W-ART480 NOT = ZEROS
              MOVE "INDENIZACAO ART. 480 CLT      " TO TR-DESCR
              MOVE W-ART480 TO TR-VALOR
              PERFORM GRAVA-VERBA THRU GRAVA-VERBA-FIM.
           MOVE W-TR-TRACO TO LINHA-TERMORESC
           WRITE LINHA-TERMORESC
           MOVE "LIQUIDO DA RESCISAO           " TO TR-DESCR
           MOVE "P" TO FF-TIPO
           MOVE W-FERPROP TO FF-VALOR
           PERFORM GRAVA-FICHAFIN
           IF W-VLRBCOH NOT = ZEROS
              MOVE 046 TO FF-VERBA
              MOVE "SALDO BANCO DE HORAS" TO FF-DESCR
              MOVE "P" TO FF-TIPO
              MOVE W-VLRBCOH TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
           IF W-RISCOPROP NOT = ZEROS
              MOVE 047 TO FF-VERBA
              MOVE W-DESCRISCOFF TO FF-DESCR
              MOVE "P" TO FF-TIPO
              MOVE W-RISCOPROP TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
           IF W-ART479 NOT = ZEROS
              MOVE 048 TO FF-VERBA
              MOVE "INDENIZ ART 479 CLT" TO FF-DESCR
              MOVE "P" TO FF-TIPO
              MOVE W-ART479 TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
           MOVE 505 TO FF-VERBA
           MOVE "DESC INSS RESCISAO" TO FF-DESCR
           MOVE "D" TO FF-TIPO
           MOVE "DESC IRRF RESCISAO" TO FF-DESCR
           MOVE "D" TO FF-TIPO
           MOVE W-IRRF TO FF-VALOR
           PERFORM GRAVA-FICHAFIN
           IF W-PEN-QT NOT = ZEROS
              MOVE 543 TO FF-VERBA
              MOVE "PENSAO ALIM RESCISAO" TO FF-DESCR
              MOVE "D" TO FF-TIPO
              MOVE W-PEN-TOTAL TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
           IF W-ART480 NOT = ZEROS
              MOVE 544 TO FF-VERBA
              MOVE "DESC ART 480 CLT" TO FF-DESCR
              MOVE "D" TO FF-TIPO
              MOVE W-ART480 TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
       GRAVA-FICHA-FIM.
           EXIT.
      *
           MOVE W-LIQUIDO TO FN-LIQUIDO
           MOVE ZEROS     TO FN-DTPAGTO
           MOVE FEMPRESA  TO FN-EMPRESA
           MOVE "R"       TO FN-ORIGEM
           WRITE LINHA-FOLHANET.
       GRAVA-NET-FIM.
           EXIT.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           PERFORM FECHA-PENSAO
           PERFORM FECHA-ASO
           PERFORM FECHA-CONTR
           PERFORM FECHA-PARFOL
           CLOSE CADFUNC TABINSS TABIRRF TERMORESC FOLHANET
           CLOSE FICHAFIN
           IF W-FER-OK = "S"
              CLOSE CADFERIAS.
           IF W-DEP-OK = "S"
              CLOSE CADDEP.
           IF W-CARGO-OK = "S"
              CLOSE CADCARGO.
           IF W-BCO-OK = "S"
              CLOSE BCOHORAS.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *
      *
           COPY "AMBPAR.CPY".
           COPY "FICPAR.CPY".
           COPY "PENPAR.CPY".
           COPY "ASOPAR.CPY".
           COPY "CTRPAR.CPY".
           COPY "CTDPAR.CPY".
           COPY "PFLPAR.CPY".
