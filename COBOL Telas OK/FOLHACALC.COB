                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SD-CHAPA
                    FILE STATUS  IS ST-SAL.
       SELECT BCOHORAS ASSIGN TO DYNAMIC W-ARQ-BCO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-BCO.
           COPY "CTCSEL.CPY".
           COPY "FICSEL.CPY".
           COPY "PENSEL.CPY".
           COPY "PLASEL.CPY".
           COPY "SINSEL.CPY".
           COPY "PFLSEL.CPY".
           COPY "FRDSEL.CPY".
           COPY "AUFSEL.CPY".
           COPY "DFMSEL.CPY".
           COPY "RCMSEL.CPY".
       SELECT MENSALID ASSIGN TO DYNAMIC W-ARQ-MEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT CADTURMA ASSIGN TO DYNAMIC W-ARQ-TURMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-TURMA.
       SELECT PLANOUSO ASSIGN TO DYNAMIC W-ARQ-USO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PU-CHAVE
                    FILE STATUS  IS ST-USO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD CADFUNC
               LABEL RECORD IS STANDARD.
       01 REGFUNC.
                   05 DDANO       PIC 9(04).
                03 FILLER         PIC X(110).
                03 FEMPRESA       PIC 9(02).
                03 FILLER         PIC X(10).
                03 FSINDICATO     PIC 9(03).
                03 FASSOCSIND     PIC X(01).
                03 FOPOSICAO      PIC X(01).
                03 FILLER         PIC X(03).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
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
                03 FILLER          PIC X(02).
                03 MF-HNOTURNA     PIC 9(03)V9.
                03 MF-HEXTRADOM    PIC 9(03)V9.
                03 MF-HFERIADO     PIC 9(02)V9.
       FD CADDEP
               LABEL RECORD IS STANDARD.
       01 REGDEP.
                03 FN-LIQUIDO     PIC 9(08)V99.
                03 FN-DTPAGTO     PIC 9(08).
                03 FN-EMPRESA     PIC 9(02).
                03 FN-ORIGEM      PIC X(01).
       FD PAGTOSTS
               LABEL RECORD IS STANDARD.
       01 REGPAGTOSTS.
                03 SD-VALOR        PIC 9(08)V99.
                03 SD-COMPET       PIC 9(06).
                03 FILLER          PIC X(09).
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
           COPY "CTCFD.CPY".
           COPY "FICFD.CPY".
           COPY "PENFD.CPY".
           COPY "PLAFD.CPY".
           COPY "SINFD.CPY".
           COPY "PFLFD.CPY".
           COPY "FRDFD.CPY".
           COPY "AUFFD.CPY".
           COPY "DFMFD.CPY".
           COPY "RCMFD.CPY".
       FD MENSALID
               LABEL RECORD IS STANDARD.
       01 REGMENSALID.
                03 MN-CHAVE.
                   05 MN-RM        PIC 9(05).
                   05 MN-COMPET    PIC 9(06).
                03 MN-TURMA        PIC X(05).
                03 MN-VALOR        PIC 9(06)V99.
                03 MN-SITUACAO     PIC X(01).
                   88 MENS-ABERTA     VALUE "A".
                   88 MENS-PAGA       VALUE "P".
                   88 MENS-PARCIAL    VALUE "R".
                03 MN-DTPAGTO      PIC 9(08).
                03 MN-VLRPAGO      PIC 9(06)V99.
                03 MN-DTVENC       PIC 9(08).
                03 FILLER          PIC X(01).
       FD CADTURMA
               LABEL RECORD IS STANDARD.
       01 REGTURMA.
                03 TU-CHAVE.
                   05 TU-CODIGO    PIC X(05).
                   05 TU-ANOLET    PIC 9(04).
                03 TU-TURNO        PIC X(01).
                03 TU-CAPAC        PIC 9(03).
                03 TU-MENSALIDADE  PIC 9(06)V99.
                03 TU-MULTA        PIC 9(02)V99.
                03 TU-JUROS        PIC 9(02)V99.
                03 FILLER          PIC X(03).
       FD PLANOUSO
               LABEL RECORD IS STANDARD.
       01 REGPLANOUSO.
                03 PU-CHAVE.
                   05 PU-COMPET    PIC 9(06).
                   05 PU-CHAPA     PIC 9(05).
                   05 PU-PLANO     PIC 9(03).
                   05 PU-NUMSEQ    PIC 9(05).
                03 PU-SEQ          PIC 9(02).
                03 PU-CARTEIRA     PIC X(20).
                03 PU-DATA         PIC 9(08).
                03 PU-PROCED       PIC X(30).
                03 PU-VALOR        PIC 9(08)V99.
                03 PU-COPART       PIC 9(08)V99.
                03 FILLER          PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "CTLWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CTCWS.CPY".
           COPY "FICWS.CPY".
           COPY "PENWS.CPY".
           COPY "PLAWS.CPY".
           COPY "SINWS.CPY".
           COPY "PFLWS.CPY".
           COPY "FRDWS.CPY".
           COPY "AUFWS.CPY".
           COPY "DFMWS.CPY".
           COPY "RCMWS.CPY".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-RECALC      PIC X(01) VALUE "N".
       77 W-DTCALC      PIC 9(08) VALUE ZEROS.
           03 TB-QQ-ITEM OCCURS 20 TIMES.
               05 TB-QQ-PCT        PIC 9(02)V99.
       77 W-ARQ-SAL     PIC X(64) VALUE SPACES.
       77 ST-BCO        PIC X(02) VALUE "00".
       77 W-ARQ-BCO     PIC X(64) VALUE SPACES.
       77 W-BCO-OK      PIC X(01) VALUE "N".
       77 W-PRAZOBH     PIC 9(02) VALUE 06.
       77 W-COMPLIMBH   PIC 9(06) VALUE ZEROS.
       77 W-MESABSBH    PIC 9(06) VALUE ZEROS.
       77 W-ANOBH       PIC 9(04) VALUE ZEROS.
       77 W-MESBH       PIC 9(02) VALUE ZEROS.
       77 W-BHCRED      PIC 9(05)V9 VALUE ZEROS.
       77 W-BHDEB       PIC 9(05)V9 VALUE ZEROS.
       77 W-BHVENC      PIC 9(05)V9 VALUE ZEROS.
       77 W-VLRHORABH   PIC 9(06)V99 VALUE ZEROS.
       77 W-VLRBCOH     PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-BCO    PIC 9(05) VALUE ZEROS.
       77 W-PCT-NOT     PIC 9(02)V99 VALUE 20,00.
       77 W-VLRHORANT   PIC 9(06)V99 VALUE ZEROS.
       77 W-VLRNOT      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRVARIAV   PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRDSR      PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-NOT    PIC 9(05) VALUE ZEROS.
       77 W-CONT-DSR    PIC 9(05) VALUE ZEROS.
       77 W-SALMINIMO   PIC 9(06)V99 VALUE 880,00.
       77 W-PCT-RISCO   PIC 9(02)V99 VALUE ZEROS.
       77 W-BASERISCO   PIC 9(08)V99 VALUE ZEROS.
       77 W-SALMENSAL   PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRRISCO    PIC 9(08)V99 VALUE ZEROS.
       77 W-DIASRISCO   PIC 9(02) VALUE ZEROS.
       77 W-CONT-RISCO  PIC 9(05) VALUE ZEROS.
       77 W-CONT-PENSAO PIC 9(05) VALUE ZEROS.
       77 W-CONT-PLANO  PIC 9(05) VALUE ZEROS.
       77 W-CONT-SINDIC PIC 9(05) VALUE ZEROS.
       77 ST-USO        PIC X(02) VALUE "00".
       77 W-ARQ-USO     PIC X(64) VALUE SPACES.
       77 W-USO-OK      PIC X(01) VALUE "N".
       77 W-USO-PLANOANT PIC 9(03) VALUE ZEROS.
       77 W-COPPLANO    PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRPLANO    PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRCOPART   PIC 9(08)V99 VALUE ZEROS.
       01 W-DESCRISCO   PIC X(25) VALUE SPACES.
       77 W-DIASMES     PIC 9(02) VALUE ZEROS.
       77 W-DOMINGOS    PIC 9(02) VALUE ZEROS.
       77 W-DIASUTDSR   PIC 9(02) VALUE ZEROS.
       77 W-PRIMDOM     PIC 9(02) VALUE ZEROS.
       77 W-ZANO        PIC 9(04) VALUE ZEROS.
       77 W-ZMES        PIC 9(02) VALUE ZEROS.
       77 W-ZSEC        PIC 9(02) VALUE ZEROS.
       77 W-ZANOSEC     PIC 9(02) VALUE ZEROS.
       77 W-ZTERMO      PIC 9(05) VALUE ZEROS.
       77 W-ZAUX        PIC 9(05) VALUE ZEROS.
       77 W-ZDIASEM     PIC 9(01) VALUE ZEROS.
       77 W-DIADSR      PIC 9(02) VALUE ZEROS.
       77 W-PCT-TETO    PIC 9(02)V99 VALUE ZEROS.
       77 W-PCT-TETOINF PIC 9(02)V99 VALUE ZEROS.
       77 W-TETODESC    PIC 9(08)V99 VALUE ZEROS.
       77 W-DESCAPLIC   PIC 9(08)V99 VALUE ZEROS.
       77 W-DISPONIVEL  PIC S9(08)V99 VALUE ZEROS.
       77 W-VLRADT      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRPARC     PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-SUSP   PIC 9(05) VALUE ZEROS.
       77 ST-MEN        PIC X(02) VALUE "00".
       77 W-ARQ-MEN     PIC X(64) VALUE SPACES.
       77 W-MEN-OK      PIC X(01) VALUE "N".
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 W-ARQ-TURMA   PIC X(64) VALUE SPACES.
       77 W-TUR-OK      PIC X(01) VALUE "N".
       77 W-VLRMENS     PIC 9(07)V99 VALUE ZEROS.
       77 W-FMEXISTE    PIC X(01) VALUE "N".
       77 W-MENSANO     PIC 9(04) VALUE ZEROS.
       77 W-MENSMES     PIC 9(02) VALUE ZEROS.
       77 W-CONT-MENS   PIC 9(05) VALUE ZEROS.
       77 W-CONT-MENSAB PIC 9(05) VALUE ZEROS.
       77 W-QT-RUB      PIC 9(02) VALUE ZEROS.
       77 W-IDXRUB      PIC 9(02) VALUE ZEROS.
       77 W-VLRRUB      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRFER      PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDEP       PIC 9(02) VALUE ZEROS.
       77 W-VLRHORA     PIC 9(06)V99 VALUE ZEROS.
       77 W-VLRHE       PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-SMOV   PIC 9(05) VALUE ZEROS.
       01 W-AVISOLIN.
           03 FILLER        PIC X(22) VALUE "*** SEM MOVIMENTO *** ".
           MOVE "SALDODESC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-SAL
           MOVE "BCOHORAS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-BCO
           ACCEPT W-DTCALC FROM DATE YYYYMMDD
           DISPLAY "CALCULO MENSAL DA FOLHA - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
              DISPLAY "COMPETENCIA INVALIDA: " W-COMPET
              GO TO ABR-002.
           COMPUTE W-DATA-REF = W-COMPET * 100 + 01.
      *
      * CREDITOS DO BANCO DE HORAS LANCADOS ATE W-COMPLIMBH ESTAO
      * FORA DO PRAZO DE COMPENSACAO (W-PRAZOBH MESES) NESTA COMPET
      *
           COMPUTE W-MESABSBH = W-CMP-ANO * 12 + W-CMP-MES - 1
                              - W-PRAZOBH
           DIVIDE W-MESABSBH BY 12 GIVING W-ANOBH REMAINDER W-MESBH
           COMPUTE W-COMPLIMBH = W-ANOBH * 100 + W-MESBH + 1.
           PERFORM CALCULA-DIASDSR THRU CALCULA-DIASDSR-FIM.
       ABR-002E.
           DISPLAY "EMPRESA (0=TODAS): "
           ACCEPT W-EMPRESA
              DISPLAY "CALCULE COM 0 (TODAS) - O FILTRO POR EMPRESA "
                      "VALE PARA OS RELATORIOS"
              GO TO ABR-002E.
      *
      * TETO INFORMADO VALE PARA TODAS AS EMPRESAS NESTE CALCULO; ZERO
      * USA O TETO DO PARAMETRO DA EMPRESA DE CADA FUNCIONARIO
      *
       ABR-002T.
           DISPLAY "TETO DE DESCONTOS EM % DO BRUTO (0=PARAMETRO): "
           ACCEPT W-PCT-TETOINF.
      *
      **************************************
      * CONTROLE DE SITUACAO DA COMPETENCIA *
                 GO TO ROT-ABEND
              ELSE
                 DISPLAY "AVISO: SEM TABELA DE QUINQUENIOS".
           OPEN I-O BCOHORAS
           IF ST-BCO = "00"
              MOVE "S" TO W-BCO-OK
           ELSE
              IF ST-BCO NOT = "30" AND ST-BCO NOT = "35"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO BCOHORAS: "
                                                              ST-BCO
                 CLOSE CADFUNC CADCARGO
                 GO TO ROT-ABEND
              ELSE
                 DISPLAY "AVISO: SEM ARQUIVO DE BANCO DE HORAS".
           OPEN INPUT TABINSS
           IF ST-INSS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TABINSS: " ST-INSS
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOLHARES: " ST-RES
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-ABEND.
           PERFORM ABR-PENSAO
           MOVE W-SALMINIMO TO W-PEN-SALMINIMO
           PERFORM ABR-PLANO
           IF W-PLA-OK = "S"
              MOVE "PLANOUSO.DAT" TO AMB-NOME
              PERFORM AMB-MONTA THRU AMB-MONTA-FIM
              MOVE AMB-ARQUIVO TO W-ARQ-USO
              OPEN INPUT PLANOUSO
              IF ST-USO = "00"
                 MOVE "S" TO W-USO-OK
              ELSE
                 DISPLAY "AVISO: SEM UTILIZACAO DO PLANO PLANOUSO".
           PERFORM ABR-SINDIC
           PERFORM ABR-PARFOL
           PERFORM ABR-MENSESC THRU ABR-MENSESC-FIM
           MOVE "FOLHACALC" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "REGISTRO DA FOLHA MENSAL"      TO REL-TITULO
           IF W-EMPRESA NOT = ZEROS
              PERFORM CARREGA-RAZAO THRU CARREGA-RAZAO-FIM.
              GO TO LER-FUNC.
           IF W-EMPRESA NOT = ZEROS AND FEMPRESA NOT = W-EMPRESA
              GO TO LER-FUNC.
           MOVE FEMPRESA TO W-PFL-EMPRESA
           MOVE W-COMPET TO W-PFL-COMPET
           PERFORM CARREGA-PARFOL THRU CARREGA-PARFOL-FIM
           PERFORM VERIFICA-AFAST THRU VERIFICA-AFAST-FIM
           IF W-AFASTSIT = "T"
              ADD 1 TO W-CONT-AFA
           PERFORM GRAVA-REGISTRO THRU GRAVA-REGISTRO-FIM
           PERFORM GRAVA-CONTRACHQ THRU GRAVA-CONTRACHQ-FIM
           PERFORM GRAVA-NET THRU GRAVA-NET-FIM
           PERFORM GRAVA-PENSAO THRU GRAVA-PENSAO-FIM
           PERFORM GRAVA-RESULT THRU GRAVA-RESULT-FIM
           ADD 1         TO W-CONT-FUNC
           ADD W-BRUTO   TO W-TOT-BRUTO
       CALCULA-FUNC.
           PERFORM CALCULA-BRUTO THRU CALCULA-BRUTO-FIM
           IF W-AFASTSIT = "P"
              COMPUTE W-BRUTO = W-BRUTO / W-PFL-DIASMES * W-DIASPAGOS.
           PERFORM PRORATA-ADMISSAO THRU PRORATA-ADMISSAO-FIM
           PERFORM DESCONTA-FERIAS THRU DESCONTA-FERIAS-FIM
           PERFORM CALCULA-QUINQUENIO THRU CALCULA-QUINQUENIO-FIM
           PERFORM CALCULA-RISCO THRU CALCULA-RISCO-FIM
           PERFORM CALCULA-BCOHORAS THRU CALCULA-BCOHORAS-FIM
           PERFORM CALCULA-NOTURNO THRU CALCULA-NOTURNO-FIM
           PERFORM CALCULA-DSR THRU CALCULA-DSR-FIM
           COMPUTE W-FGTS = W-BRUTO * W-PCT-FGTS / 100
           ADD W-FGTS TO W-TOT-FGTS
           PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM
           PERFORM CONTA-DEP THRU CONTA-DEP-FIM
           PERFORM CALCULA-PENSAO-IR THRU CALCULA-PENSAO-IR-FIM
           COMPUTE W-LIQUIDO = W-BRUTO - W-INSS - W-IRRF - W-PEN-TOTAL
           MOVE W-PCT-TETOINF TO W-PCT-TETO
           IF W-PCT-TETO = ZEROS
              MOVE W-PFL-PCTTETO TO W-PCT-TETO.
           COMPUTE W-TETODESC = W-BRUTO * W-PCT-TETO / 100
           MOVE ZEROS TO W-DESCAPLIC W-SALDONOVO
           MOVE "N" TO W-TEMCARRY
           PERFORM APLICA-RUBRICAS THRU APLICA-RUBRICAS-FIM
           PERFORM APLICA-PENSAO THRU APLICA-PENSAO-FIM
           PERFORM APLICA-PLANO THRU APLICA-PLANO-FIM
           PERFORM APLICA-SINDICATO THRU APLICA-SINDICATO-FIM
           PERFORM APLICA-EMPRESTIMO THRU APLICA-EMPRESTIMO-FIM
           PERFORM APLICA-ADIANTAMENTO THRU APLICA-ADIANTAMENTO-FIM
           PERFORM APLICA-SALDOANT THRU APLICA-SALDOANT-FIM
           PERFORM APLICA-MENSALIDADE THRU APLICA-MENSALIDADE-FIM
           PERFORM GRAVA-SALDODESC THRU GRAVA-SALDODESC-FIM.
       CALCULA-FUNC-FIM.
           EXIT.
           IF ST-CARGO = "00"
              MOVE TIPOSALARIO2 TO W-TIPOSAL
           ELSE
              MOVE 3 TO W-TIPOSAL
              MOVE ZEROS TO CGRAURISCO2 SALARIOBASE2.
           MOVE "N" TO W-TEM-MOVF
           IF W-MOVF-OK = "S"
              MOVE CHAPA    TO MF-CHAPA
           EXIT.
      *
      **************************************
      * HORAS VENCIDAS DO BANCO DE HORAS   *
      **************************************
      *
      * COMPENSACAO PELO CRITERIO PEPS: TODO DEBITO (HORAS DEVIDAS E
      * HORAS JA PAGAS) CONSOME PRIMEIRO OS CREDITOS MAIS ANTIGOS. O
      * QUE SOBRAR DOS CREDITOS FORA DO PRAZO E PAGO COMO HORA EXTRA
      * E BAIXADO NO BANCO PELO LANCAMENTO 900 DA COMPETENCIA, QUE O
      * RECALCULO IGNORA NA SOMA E REGRAVA
      *
       CALCULA-BCOHORAS.
           MOVE ZEROS TO W-VLRBCOH W-BHVENC W-BHCRED W-BHDEB
           IF W-BCO-OK NOT = "S"
              GO TO CALCULA-BCOHORAS-FIM.
           MOVE CHAPA TO BH-CHAPA
           MOVE ZEROS TO BH-COMPET BH-SEQ
           START BCOHORAS KEY IS NOT LESS THAN BH-CHAVE
           IF ST-BCO NOT = "00"
              GO TO CALCULA-BCOHORAS-FIM.
       CALCULA-BCOHORAS1.
           READ BCOHORAS NEXT RECORD
           IF ST-BCO NOT = "00"
              GO TO CALCULA-BCOHORAS2.
           IF BH-CHAPA NOT = CHAPA OR BH-COMPET > W-COMPET
              GO TO CALCULA-BCOHORAS2.
           IF BH-COMPET = W-COMPET AND BH-SEQ = 900
              GO TO CALCULA-BCOHORAS1.
           IF NOT BCO-CREDITO
              ADD BH-HORAS TO W-BHDEB
              GO TO CALCULA-BCOHORAS1.
           IF BH-COMPET NOT > W-COMPLIMBH
              ADD BH-HORAS TO W-BHCRED.
           GO TO CALCULA-BCOHORAS1.
       CALCULA-BCOHORAS2.
           IF W-BHCRED > W-BHDEB
              COMPUTE W-BHVENC = W-BHCRED - W-BHDEB.
           PERFORM GRAVA-BCOVENC THRU GRAVA-BCOVENC-FIM
           IF W-BHVENC = ZEROS
              GO TO CALCULA-BCOHORAS-FIM.
           IF W-TIPOSAL = 1
              MOVE FSALBASE TO W-VLRHORABH
           ELSE
              IF W-TIPOSAL = 2
                 COMPUTE W-VLRHORABH = FSALBASE / W-PFL-HORASDIA
              ELSE
                 COMPUTE W-VLRHORABH = FSALBASE / W-PFL-DIVISOR.
           COMPUTE W-VLRBCOH = W-VLRHORABH * W-PFL-FATORHE * W-BHVENC
           ADD W-VLRBCOH TO W-BRUTO
           ADD 1 TO W-CONT-BCO.
       CALCULA-BCOHORAS-FIM.
           EXIT.
      *
      **************************************
      * ADICIONAL NOTURNO                  *
      **************************************
      *
      * AS HORAS NOTURNAS DO MOVFREQ JA VEM EM HORA REDUZIDA (52M30S)
      * DO PONTOIMP; O ADICIONAL E W-PCT-NOT DO VALOR DA HORA NORMAL
      *
       CALCULA-NOTURNO.
           MOVE ZEROS TO W-VLRNOT
           IF W-TEM-MOVF NOT = "S" OR MF-HNOTURNA = ZEROS
              GO TO CALCULA-NOTURNO-FIM.
           IF W-TIPOSAL = 1
              MOVE FSALBASE TO W-VLRHORANT
           ELSE
              IF W-TIPOSAL = 2
                 COMPUTE W-VLRHORANT = FSALBASE / W-PFL-HORASDIA
              ELSE
                 COMPUTE W-VLRHORANT = FSALBASE / W-PFL-DIVISOR.
           COMPUTE W-VLRNOT = W-VLRHORANT * W-PCT-NOT / 100
                            * MF-HNOTURNA
           ADD W-VLRNOT TO W-BRUTO
           ADD 1 TO W-CONT-NOT.
       CALCULA-NOTURNO-FIM.
           EXIT.
      *
      **************************************
      * INSALUBRIDADE / PERICULOSIDADE     *
      **************************************
      *
      * O GRAU DE RISCO VEM DO CARGO: 1 A 3 INSALUBRIDADE 10/20/40%,
      * 4 PERICULOSIDADE 30%. A BASE E O SALARIO MINIMO OU O SALARIO
      * MENSAL DO FUNCIONARIO, CONFORME O CARGO; O VALOR E PROPORCIONAL
      * AOS DIAS PAGOS NA COMPETENCIA (AFASTAMENTO, ADMISSAO, DEMISSAO
      * E FERIAS, QUE PAGAM O ADICIONAL PELO FERIASCALC)
      *
       CALCULA-RISCO.
           MOVE ZEROS TO W-VLRRISCO
           IF CGRAURISCO2 = ZEROS OR CGRAURISCO2 > 4
              GO TO CALCULA-RISCO-FIM.
           PERFORM ACHA-PCT-RISCO THRU ACHA-PCT-RISCO-FIM
           PERFORM CALCULA-SALMENSAL THRU CALCULA-SALMENSAL-FIM
           IF CBASERISCO2 = "S" OR
              (CBASERISCO2 NOT = "M" AND CGRAURISCO2 = 4)
              MOVE W-SALMENSAL TO W-BASERISCO
           ELSE
              MOVE W-SALMINIMO TO W-BASERISCO.
           MOVE W-PFL-DIASMES TO W-DIASRISCO
           IF W-AFASTSIT = "P"
              MOVE W-DIASPAGOS TO W-DIASRISCO.
           IF W-PRORADM = "S" AND W-DIASADM < W-DIASRISCO
              MOVE W-DIASADM TO W-DIASRISCO.
           IF W-PRORDEM = "S" AND W-DIASDEM < W-DIASRISCO
              MOVE W-DIASDEM TO W-DIASRISCO.
           IF W-DIASFER NOT < W-DIASRISCO
              GO TO CALCULA-RISCO-FIM.
           SUBTRACT W-DIASFER FROM W-DIASRISCO
           COMPUTE W-VLRRISCO ROUNDED = W-BASERISCO * W-PCT-RISCO / 100
                                      / W-PFL-DIASMES * W-DIASRISCO
           ADD W-VLRRISCO TO W-BRUTO
           ADD 1 TO W-CONT-RISCO.
       CALCULA-RISCO-FIM.
           EXIT.
      *
       ACHA-PCT-RISCO.
           IF CGRAURISCO2 = 1
              MOVE 10,00 TO W-PCT-RISCO
              MOVE "INSALUBRIDADE            " TO W-DESCRISCO.
           IF CGRAURISCO2 = 2
              MOVE 20,00 TO W-PCT-RISCO
              MOVE "INSALUBRIDADE            " TO W-DESCRISCO.
           IF CGRAURISCO2 = 3
              MOVE 40,00 TO W-PCT-RISCO
              MOVE "INSALUBRIDADE            " TO W-DESCRISCO.
           IF CGRAURISCO2 = 4
              MOVE 30,00 TO W-PCT-RISCO
              MOVE "PERICULOSIDADE           " TO W-DESCRISCO.
       ACHA-PCT-RISCO-FIM.
           EXIT.
      *
      * SALARIO MENSAL EQUIVALENTE: O FSALBASE DOS HORISTAS E POR HORA
      * (DIVISOR DO PARFOLHA) E O DOS DIARISTAS POR DIA (DIAS DO MES
      * COMERCIAL); TAREFEIROS E COMISSIONADOS USAM O SALARIO BASE DO
      * CARGO
      *
       CALCULA-SALMENSAL.
           MOVE FSALBASE TO W-SALMENSAL
           IF W-TIPOSAL = 1
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIVISOR.
           IF W-TIPOSAL = 2
              COMPUTE W-SALMENSAL = FSALBASE * W-PFL-DIASMES.
           IF W-TIPOSAL = 4 OR W-TIPOSAL = 5
              MOVE SALARIOBASE2 TO W-SALMENSAL.
       CALCULA-SALMENSAL-FIM.
           EXIT.
      *
      **************************************
      * DSR SOBRE AS VERBAS VARIAVEIS      *
      **************************************
      *
      * REFLEXO DO DESCANSO SEMANAL REMUNERADO SOBRE HORAS EXTRAS
      * (INCLUSIVE AS DO BANCO VENCIDO), COMISSOES E ADICIONAL NOTURNO:
      * VARIAVEIS / DIAS UTEIS * DOMINGOS E FERIADOS DA COMPETENCIA
      *
       CALCULA-DSR.
           MOVE ZEROS TO W-VLRDSR W-VLRVARIAV
           IF W-TEM-MOVF NOT = "S" OR W-DIASUTDSR = ZEROS
              GO TO CALCULA-DSR-FIM.
           IF W-TIPOSAL = 5
              MOVE MF-VALORCOM TO W-VLRVARIAV.
           ADD W-VLRHE W-VLRBCOH W-VLRNOT TO W-VLRVARIAV
           IF W-VLRVARIAV = ZEROS
              GO TO CALCULA-DSR-FIM.
           COMPUTE W-VLRDSR = W-VLRVARIAV / W-DIASUTDSR * W-DOMINGOS
           ADD W-VLRDSR TO W-BRUTO
           ADD 1 TO W-CONT-DSR.
       CALCULA-DSR-FIM.
           EXIT.
      *
      **************************************
      * DIAS UTEIS E DOMINGOS DA COMPET    *
      **************************************
      *
      * DIA DA SEMANA DO DIA 1 PELA CONGRUENCIA DE ZELLER (0=SABADO,
      * 1=DOMINGO ... 6=SEXTA). SABADO CONTA COMO DIA UTIL. FERIADO
      * DO CADFERIADO FORA DO DOMINGO PASSA DE DIA UTIL A DIA DE
      * DESCANSO (W-DOMINGOS); FERIADO SO BANCARIO NAO CONTA
      *
       CALCULA-DIASDSR.
           MOVE 31 TO W-DIASMES
           IF W-CMP-MES = 4 OR 6 OR 9 OR 11
              MOVE 30 TO W-DIASMES.
           IF W-CMP-MES = 2
              MOVE 28 TO W-DIASMES
              DIVIDE W-CMP-ANO BY 4 GIVING W-ZAUX REMAINDER W-ZSEC
              IF W-ZSEC = ZEROS
                 MOVE 29 TO W-DIASMES
                 DIVIDE W-CMP-ANO BY 100 GIVING W-ZAUX
                        REMAINDER W-ZSEC
                 IF W-ZSEC = ZEROS
                    MOVE 28 TO W-DIASMES
                    DIVIDE W-CMP-ANO BY 400 GIVING W-ZAUX
                           REMAINDER W-ZSEC
                    IF W-ZSEC = ZEROS
                       MOVE 29 TO W-DIASMES.
           MOVE W-CMP-ANO TO W-ZANO
           MOVE W-CMP-MES TO W-ZMES
           IF W-ZMES < 3
              ADD 12 TO W-ZMES
              SUBTRACT 1 FROM W-ZANO.
           DIVIDE W-ZANO BY 100 GIVING W-ZSEC REMAINDER W-ZANOSEC
           COMPUTE W-ZAUX = (W-ZMES + 1) * 13
           DIVIDE W-ZAUX BY 5 GIVING W-ZTERMO
           COMPUTE W-ZTERMO = W-ZTERMO + 1 + W-ZANOSEC + 5 * W-ZSEC
           DIVIDE W-ZANOSEC BY 4 GIVING W-ZAUX
           ADD W-ZAUX TO W-ZTERMO
           DIVIDE W-ZSEC BY 4 GIVING W-ZAUX
           ADD W-ZAUX TO W-ZTERMO
           DIVIDE W-ZTERMO BY 7 GIVING W-ZAUX REMAINDER W-ZDIASEM
           COMPUTE W-ZAUX = 8 - W-ZDIASEM
           DIVIDE W-ZAUX BY 7 GIVING W-ZTERMO REMAINDER W-PRIMDOM
           ADD 1 TO W-PRIMDOM
           COMPUTE W-DOMINGOS = (W-DIASMES - W-PRIMDOM) / 7 + 1
           COMPUTE W-DIASUTDSR = W-DIASMES - W-DOMINGOS
           PERFORM ABR-FERIADO
           IF W-FRD-OK NOT = "S"
              GO TO CALCULA-DIASDSR-FIM.
           MOVE 1 TO W-DIADSR.
       CALCULA-DIASDSR1.
           IF W-DIADSR > W-DIASMES
              PERFORM FECHA-FERIADO
              GO TO CALCULA-DIASDSR-FIM.
           COMPUTE W-FRD-DATA = W-COMPET * 100 + W-DIADSR
           PERFORM VERIFICA-DIA THRU VERIFICA-DIA-FIM
           IF W-FRD-FERIADO = "S" AND W-FRD-DIASEM NOT = 1
              ADD 1 TO W-DOMINGOS
              SUBTRACT 1 FROM W-DIASUTDSR.
           ADD 1 TO W-DIADSR
           GO TO CALCULA-DIASDSR1.
       CALCULA-DIASDSR-FIM.
           EXIT.
      *
       GRAVA-BCOVENC.
           MOVE CHAPA    TO BH-CHAPA
           MOVE W-COMPET TO BH-COMPET
           MOVE 900      TO BH-SEQ
           IF W-BHVENC = ZEROS
              DELETE BCOHORAS RECORD
              GO TO GRAVA-BCOVENC-FIM.
           MOVE "V"      TO BH-TIPO
           MOVE W-BHVENC TO BH-HORAS
           MOVE "HORAS VENCIDAS PAGAS NA FOLHA" TO BH-HISTOR
           MOVE "FOLHACALC" TO BH-ORIGEM
           MOVE W-DTCALC TO BH-DATA
           WRITE REGBCOHORAS
           IF ST-BCO = "22"
              REWRITE REGBCOHORAS.
           IF ST-BCO NOT = "00" AND ST-BCO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO BCOHORAS: " ST-BCO.
       GRAVA-BCOVENC-FIM.
           EXIT.
      *
      **************************************
      * CARGA DA TABELA DE QUINQUENIOS     *
      **************************************
      *
              GO TO PRORATA-ADMISSAO-FIM.
           COMPUTE W-COMPADM = DAANO * 100 + DAMES
           IF W-COMPADM = W-COMPET AND DADIA > 1
              COMPUTE W-DIASADM = W-PFL-DIASMES - DADIA + 1
              IF W-DIASADM > W-PFL-DIASMES
                 MOVE W-PFL-DIASMES TO W-DIASADM.
           IF W-COMPADM = W-COMPET AND DADIA > 1
              COMPUTE W-BRUTO = W-BRUTO / W-PFL-DIASMES * W-DIASADM
              MOVE "S" TO W-PRORADM.
           COMPUTE W-COMPDEM = DDANO * 100 + DDMES
           IF W-COMPDEM = W-COMPET AND DDDIA < W-PFL-DIASMES
              MOVE DDDIA TO W-DIASDEM
              COMPUTE W-BRUTO = W-BRUTO / W-PFL-DIASMES * W-DIASDEM
              MOVE "S" TO W-PRORDEM.
       PRORATA-ADMISSAO-FIM.
           EXIT.
           IF NOT FER-GOZADA
              GO TO DESCONTA-FERIAS1.
           COMPUTE W-COMPINI-DT = W-COMPET * 100 + 01
           COMPUTE W-COMPFIM-DT = W-COMPET * 100 + W-PFL-DIASMES
           IF FE-GOZOFIM < W-COMPINI-DT OR FE-GOZOINI > W-COMPFIM-DT
              GO TO DESCONTA-FERIAS1.
           MOVE FE-GOZOINI TO W-FERINI
       DESCONTA-FERIAS2.
           IF W-DIASFER = ZEROS
              GO TO DESCONTA-FERIAS-FIM.
           IF W-DIASFER > W-PFL-DIASMES
              MOVE W-PFL-DIASMES TO W-DIASFER.
           COMPUTE W-VLRFER = FSALBASE / W-PFL-DIASMES * W-DIASFER
           IF W-VLRFER > W-BRUTO
              MOVE W-BRUTO TO W-VLRFER.
           SUBTRACT W-VLRFER FROM W-BRUTO
       BRUTO-MENSAL.
           MOVE FSALBASE TO W-BRUTO
           IF W-TEM-MOVF = "S"
              PERFORM CALCULA-HEXTRA THRU CALCULA-HEXTRA-FIM
              COMPUTE W-BRUTO = FSALBASE
                              - (FSALBASE / W-PFL-DIASMES * MF-FALTAS)
                              + W-VLRHE.
       BRUTO-MENSAL-FIM.
           EXIT.
      *
       BRUTO-MOVIMENTO.
           PERFORM CALCULA-HEXTRA THRU CALCULA-HEXTRA-FIM
           IF W-TIPOSAL = 1
              COMPUTE W-BRUTO = (FSALBASE * MF-HORAS) + W-VLRHE.
           IF W-TIPOSAL = 2
              COMPUTE W-BRUTO = (FSALBASE * MF-DIAS) + W-VLRHE.
           IF W-TIPOSAL = 4
              COMPUTE W-BRUTO = FSALBASE * MF-TAREFAS.
           IF W-TIPOSAL = 5
       BRUTO-MOVIMENTO-FIM.
           EXIT.
      *
      * HORAS EXTRAS DO MOVIMENTO: AS DE DIA UTIL COM O ADICIONAL
      * W-PFL-PCTHE E AS DE DOMINGO/FERIADO COM W-PFL-PCTDOM. A HORA
      * DO MENSALISTA E O SALARIO PELO DIVISOR E A DO DIARISTA E A
      * DIARIA PELA JORNADA DO PARFOLHA
      *
       CALCULA-HEXTRA.
           MOVE ZEROS TO W-VLRHE W-VLRHORA
           IF W-TIPOSAL = 1
              MOVE FSALBASE TO W-VLRHORA.
           IF W-TIPOSAL = 2
              COMPUTE W-VLRHORA = FSALBASE / W-PFL-HORASDIA.
           IF W-TIPOSAL = 3
              COMPUTE W-VLRHORA = FSALBASE / W-PFL-DIVISOR.
           IF W-VLRHORA = ZEROS
              GO TO CALCULA-HEXTRA-FIM.
           COMPUTE W-VLRHE = W-VLRHORA * W-PFL-FATORHE * MF-HEXTRA
                           + W-VLRHORA * W-PFL-FATORDOM
                             * (MF-HEXTRADOM + MF-HFERIADO).
       CALCULA-HEXTRA-FIM.
           EXIT.
      *
      **************************************
      * SITUACAO DE AFASTAMENTO DA CHAPA   *
      **************************************
              IF W-AFDATA NOT < W-COMPINI-DT AND
                 W-AFDATA NOT > W-COMPFIM-DT
                 COMPUTE W-AFDIA = W-AFDATA - (W-COMPET * 100)
                 COMPUTE W-DIASPAGOS = W-PFL-DIASMES - W-AFDIA + 1
                 IF W-DIASPAGOS > W-PFL-DIASMES
                    MOVE W-PFL-DIASMES TO W-DIASPAGOS.
           IF FUNC-ATIVO AND W-DIASPAGOS NOT = ZEROS
                          AND W-DIASPAGOS < W-PFL-DIASMES
              MOVE "P" TO W-AFASTSIT.
       VERIFICA-AFAST-FIM.
           EXIT.
           EXIT.
      *
      **************************************
      * PENSAO ALIMENTICIA E BASE DO IRRF  *
      **************************************
      *
      * A PENSAO DEDUZ DA BASE DO IRRF; QUANDO A BASE DA PENSAO E O
      * LIQUIDO O CALCULO E REPETIDO ATE ESTABILIZAR
      *
       CALCULA-PENSAO-IR.
           MOVE CHAPA    TO W-PEN-CHAPA
           MOVE "F"      TO W-PEN-EVENTO
           COMPUTE W-PEN-PERINI = W-COMPET * 100 + 1
           COMPUTE W-PEN-PERFIM = W-COMPET * 100 + 31
           PERFORM CARGA-PENSAO THRU CARGA-PENSAO-FIM
           MOVE W-BRUTO  TO W-PEN-BRUTO
           MOVE ZEROS    TO W-PEN-ITER.
       CALCULA-PENSAO-IR1.
           COMPUTE W-BASEIR = W-BRUTO - W-INSS
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
       APLICA-PENSAO.
           IF W-PEN-TOTAL = ZEROS
              GO TO APLICA-PENSAO-FIM.
           IF W-QT-RUB < 15
              ADD 1 TO W-QT-RUB
              MOVE 540 TO TB-RUB-VERBA (W-QT-RUB)
              MOVE "PENSAO ALIMENTICIA" TO TB-RUB-DESCR (W-QT-RUB)
              MOVE "D"         TO TB-RUB-NAT (W-QT-RUB)
              MOVE W-PEN-TOTAL TO TB-RUB-VALOR (W-QT-RUB).
       APLICA-PENSAO-FIM.
           EXIT.
      *
       GRAVA-PENSAO.
           IF W-PEN-QT = ZEROS
              GO TO GRAVA-PENSAO-FIM.
           MOVE W-COMPET TO W-PEN-COMPET
           MOVE ZEROS    TO W-PEN-DTPAGTO
           MOVE FEMPRESA TO W-PEN-EMPRESA
           PERFORM GRAVA-PENSPAG THRU GRAVA-PENSPAG-FIM
           ADD 1 TO W-CONT-PENSAO.
       GRAVA-PENSAO-FIM.
           EXIT.
      *
      **************************************
      * PLANO DE SAUDE E COPARTICIPACAO    *
      **************************************
      *
      * MENSALIDADE: PARTE DO FUNCIONARIO DE CADA VIDA COM ADESAO EM
      * VIGOR NA COMPETENCIA, PELA FAIXA ETARIA (VERBA 521).
      * COPARTICIPACAO: UTILIZACAO IMPORTADA PELO PLANOIMP PARA A
      * COMPETENCIA, LIMITADA AO TETO MENSAL DE CADA PLANO (VERBA 522)
      *
       APLICA-PLANO.
           MOVE ZEROS TO W-VLRPLANO W-VLRCOPART
           IF W-PLA-OK NOT = "S"
              GO TO APLICA-PLANO-FIM.
           MOVE W-COMPET TO W-PLA-COMPET
           COMPUTE W-PLA-PERINI = W-COMPET * 100 + 1
           COMPUTE W-PLA-PERFIM = W-COMPET * 100 + 31
           MOVE CHAPA TO PB-CHAPA
           MOVE ZEROS TO PB-SEQ PB-PLANO
           START CADPLBEN KEY IS NOT LESS THAN PB-CHAVE
           IF ST-PLBEN NOT = "00"
              GO TO APLICA-PLANO2.
       APLICA-PLANO1.
           READ CADPLBEN NEXT RECORD
           IF ST-PLBEN NOT = "00"
              GO TO APLICA-PLANO2.
           IF PB-CHAPA NOT = CHAPA
              GO TO APLICA-PLANO2.
           PERFORM ADESAO-VIGENTE
           IF W-PLA-VIGENTE NOT = "S"
              GO TO APLICA-PLANO1.
           MOVE PB-PLANO TO PL-CODIGO
           READ CADPLANO
           IF ST-PLANO NOT = "00"
              DISPLAY "AVISO: PLANO " PB-PLANO " NAO CADASTRADO - "
                      "CHAPA " CHAPA
              GO TO APLICA-PLANO1.
           IF PB-SEQ = ZEROS
              MOVE DATANASC TO W-PLA-DTNASC
           ELSE
              PERFORM NASC-DEPENDENTE THRU NASC-DEPENDENTE-FIM.
           PERFORM PRECO-VIDA
           ADD W-PLA-PARTE TO W-VLRPLANO
           GO TO APLICA-PLANO1.
       APLICA-PLANO2.
           PERFORM SOMA-COPART THRU SOMA-COPART-FIM
           IF W-VLRPLANO = ZEROS AND W-VLRCOPART = ZEROS
              GO TO APLICA-PLANO-FIM.
           ADD 1 TO W-CONT-PLANO
           IF W-VLRPLANO NOT = ZEROS
              MOVE W-VLRPLANO TO W-VLRRUB
              PERFORM LIMITA-DESCONTO THRU LIMITA-DESCONTO-FIM
              IF W-VLRRUB NOT = ZEROS AND W-QT-RUB < 15
                 ADD 1 TO W-QT-RUB
                 MOVE 521 TO TB-RUB-VERBA (W-QT-RUB)
                 MOVE "PLANO SAUDE/ODONTO" TO TB-RUB-DESCR (W-QT-RUB)
                 MOVE "D"      TO TB-RUB-NAT (W-QT-RUB)
                 MOVE W-VLRRUB TO TB-RUB-VALOR (W-QT-RUB).
           IF W-VLRCOPART NOT = ZEROS
              MOVE W-VLRCOPART TO W-VLRRUB
              PERFORM LIMITA-DESCONTO THRU LIMITA-DESCONTO-FIM
              IF W-VLRRUB NOT = ZEROS AND W-QT-RUB < 15
                 ADD 1 TO W-QT-RUB
                 MOVE 522 TO TB-RUB-VERBA (W-QT-RUB)
                 MOVE "COPARTICIPACAO PLANO" TO TB-RUB-DESCR (W-QT-RUB)
                 MOVE "D"      TO TB-RUB-NAT (W-QT-RUB)
                 MOVE W-VLRRUB TO TB-RUB-VALOR (W-QT-RUB).
       APLICA-PLANO-FIM.
           EXIT.
      *
      **************************************
      * DESCONTOS SINDICAIS                *
      **************************************
      *
      * SINDICATO DA FICHA DO FUNCIONARIO (FSINDICATO): MENSALIDADE
      * DO ASSOCIADO (VERBA 523) E CONTRIBUICAO ASSISTENCIAL DA
      * CATEGORIA (VERBA 524), QUE NAO E DESCONTADA DE QUEM ENTREGOU
      * A CARTA DE OPOSICAO. BASE: SALARIO MENSAL EQUIVALENTE
      *
       APLICA-SINDICATO.
           IF W-SIN-OK NOT = "S" OR FSINDICATO NOT NUMERIC
              GO TO APLICA-SINDICATO-FIM.
           IF FSINDICATO = ZEROS
              GO TO APLICA-SINDICATO-FIM.
           MOVE FSINDICATO TO SN-CODIGO
           READ CADSINDIC
           IF ST-SINDIC NOT = "00"
              DISPLAY "AVISO: SINDICATO " FSINDICATO
                      " NAO CADASTRADO - CHAPA " CHAPA
              GO TO APLICA-SINDICATO-FIM.
           PERFORM CALCULA-SALMENSAL THRU CALCULA-SALMENSAL-FIM
           MOVE W-SALMENSAL TO W-SIN-SALARIO
           MOVE W-CMP-MES   TO W-SIN-MES
           MOVE FASSOCSIND  TO W-SIN-ASSOC
           MOVE FOPOSICAO   TO W-SIN-OPOSICAO
           PERFORM CALCULA-SINDIC THRU CALCULA-SINDIC-FIM
           IF W-SIN-MENSAL = ZEROS AND W-SIN-ASSIST = ZEROS
              GO TO APLICA-SINDICATO-FIM.
           ADD 1 TO W-CONT-SINDIC
           IF W-SIN-MENSAL NOT = ZEROS
              MOVE W-SIN-MENSAL TO W-VLRRUB
              PERFORM LIMITA-DESCONTO THRU LIMITA-DESCONTO-FIM
              IF W-VLRRUB NOT = ZEROS AND W-QT-RUB < 15
                 ADD 1 TO W-QT-RUB
                 MOVE 523 TO TB-RUB-VERBA (W-QT-RUB)
                 MOVE "MENSALIDADE SINDICAL" TO TB-RUB-DESCR (W-QT-RUB)
                 MOVE "D"      TO TB-RUB-NAT (W-QT-RUB)
                 MOVE W-VLRRUB TO TB-RUB-VALOR (W-QT-RUB).
           IF W-SIN-ASSIST NOT = ZEROS
              MOVE W-SIN-ASSIST TO W-VLRRUB
              PERFORM LIMITA-DESCONTO THRU LIMITA-DESCONTO-FIM
              IF W-VLRRUB NOT = ZEROS AND W-QT-RUB < 15
                 ADD 1 TO W-QT-RUB
                 MOVE 524 TO TB-RUB-VERBA (W-QT-RUB)
                 MOVE "CONTRIB ASSISTENCIAL" TO TB-RUB-DESCR (W-QT-RUB)
                 MOVE "D"      TO TB-RUB-NAT (W-QT-RUB)
                 MOVE W-VLRRUB TO TB-RUB-VALOR (W-QT-RUB).
       APLICA-SINDICATO-FIM.
           EXIT.
      *
       NASC-DEPENDENTE.
           MOVE ZEROS TO W-PLA-DTNASC
           IF W-DEP-OK NOT = "S"
              GO TO NASC-DEPENDENTE-FIM.
           MOVE CHAPA  TO DP-CHAPA
           MOVE PB-SEQ TO DP-SEQ
           READ CADDEP
           IF ST-DEP = "00"
              MOVE DP-DTNASC TO W-PLA-DTNASC
           ELSE
              DISPLAY "AVISO: DEPENDENTE " PB-SEQ " DO PLANO SEM "
                      "CADASTRO - CHAPA " CHAPA.
       NASC-DEPENDENTE-FIM.
           EXIT.
      *
       SOMA-COPART.
           IF W-USO-OK NOT = "S"
              GO TO SOMA-COPART-FIM.
           MOVE ZEROS    TO W-USO-PLANOANT W-COPPLANO
           MOVE W-COMPET TO PU-COMPET
           MOVE CHAPA    TO PU-CHAPA
           MOVE ZEROS    TO PU-PLANO PU-NUMSEQ
           START PLANOUSO KEY IS NOT LESS THAN PU-CHAVE
           IF ST-USO NOT = "00"
              GO TO SOMA-COPART-FIM.
       SOMA-COPART1.
           READ PLANOUSO NEXT RECORD
           IF ST-USO NOT = "00"
              GO TO SOMA-COPART2.
           IF PU-COMPET NOT = W-COMPET OR PU-CHAPA NOT = CHAPA
              GO TO SOMA-COPART2.
           IF PU-PLANO NOT = W-USO-PLANOANT
              PERFORM TETO-COPART THRU TETO-COPART-FIM
              MOVE PU-PLANO TO W-USO-PLANOANT.
           ADD PU-COPART TO W-COPPLANO
           GO TO SOMA-COPART1.
       SOMA-COPART2.
           PERFORM TETO-COPART THRU TETO-COPART-FIM.
       SOMA-COPART-FIM.
           EXIT.
      *
      * FECHA A COPARTICIPACAO ACUMULADA DO PLANO W-USO-PLANOANT
      *
       TETO-COPART.
           IF W-COPPLANO = ZEROS
              GO TO TETO-COPART-FIM.
           MOVE W-USO-PLANOANT TO PL-CODIGO
           READ CADPLANO
           IF ST-PLANO = "00" AND PL-TETOCOPART NOT = ZEROS
              IF W-COPPLANO > PL-TETOCOPART
                 MOVE PL-TETOCOPART TO W-COPPLANO.
           ADD W-COPPLANO TO W-VLRCOPART
           MOVE ZEROS TO W-COPPLANO.
       TETO-COPART-FIM.
           EXIT.
      *
      **************************************
      * RUBRICAS FIXAS DA CHAPA            *
      **************************************
      *
           EXIT.
      *
      **************************************
      * MENSALIDADE ESCOLAR DE DEPENDENTE  *
      **************************************
      *
      * ARQUIVOS DA ESCOLA PARA O DESCONTO AUTORIZADO DE MENSALIDADES
      * (AUTFOLHA). SEM MENSALID NO AMBIENTE NAO HA DESCONTO ESCOLAR;
      * NO RECALCULO O DESCONTO VEM DA FICHA FINANCEIRA
      *
       ABR-MENSESC.
           MOVE "N" TO W-MEN-OK W-TUR-OK
           IF W-RECALC = "S"
              GO TO ABR-MENSESC-FIM.
           MOVE "MENSALID.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MEN
           OPEN INPUT MENSALID
           IF ST-MEN NOT = "00"
              DISPLAY "AVISO: SEM ARQUIVO DE MENSALIDADES - SEM "
                      "DESCONTO ESCOLAR EM FOLHA"
              GO TO ABR-MENSESC-FIM.
           PERFORM ABR-AUTFOLHA
           PERFORM ABR-DESCFOLHA
           PERFORM ABR-RECMENS
           IF W-AUF-OK = "S" AND W-DFM-OK = "S" AND W-RCM-OK = "S"
              MOVE "S" TO W-MEN-OK
           ELSE
              DISPLAY "ERRO NA ABERTURA DO DESCONTO ESCOLAR: "
                      ST-AUTFOLHA " " ST-DESCFOLHA " " ST-RECMENS
              CLOSE MENSALID
              IF W-AUF-OK = "S"
                 CLOSE AUTFOLHA.
           IF W-MEN-OK NOT = "S"
              IF W-DFM-OK = "S"
                 CLOSE DESCFOLHA.
           IF W-MEN-OK NOT = "S"
              IF W-RCM-OK = "S"
                 CLOSE RECMENS.
           IF W-MEN-OK NOT = "S"
              GO TO ABR-MENSESC-FIM.
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           OPEN INPUT CADTURMA
           IF ST-TURMA = "00"
              MOVE "S" TO W-TUR-OK.
       ABR-MENSESC-FIM.
           EXIT.
      *
      * MENSALIDADES EM ABERTO ATE A COMPETENCIA DOS ALUNOS COM
      * AUTORIZACAO ATIVA DO FUNCIONARIO, DA MAIS ANTIGA PARA A MAIS
      * NOVA, DENTRO DO TETO DE DESCONTOS. O QUE NAO COUBE NAO VAI
      * PARA O SALDODESC: A MENSALIDADE CONTINUA EM ABERTO NA ESCOLA.
      * A BAIXA NA MENSALIDADE SO E FEITA PELO MENSFOLHA DEPOIS DE
      * PAGA A FOLHA
      *
       APLICA-MENSALIDADE.
           IF W-RECALC = "S"
              MOVE 525 TO W-REVERBA
              PERFORM REAPLICA-VERBA THRU REAPLICA-VERBA-FIM
              GO TO APLICA-MENSALIDADE-FIM.
           IF W-MEN-OK NOT = "S"
              GO TO APLICA-MENSALIDADE-FIM.
           MOVE CHAPA TO AE-CHAPA
           START AUTFOLHA KEY IS NOT LESS THAN AE-CHAPA
           IF ST-AUTFOLHA NOT = "00"
              GO TO APLICA-MENSALIDADE-FIM.
       APLICA-MENSALIDADE1.
           READ AUTFOLHA NEXT RECORD
           IF ST-AUTFOLHA NOT = "00" AND ST-AUTFOLHA NOT = "02"
              GO TO APLICA-MENSALIDADE-FIM.
           IF AE-CHAPA NOT = CHAPA
              GO TO APLICA-MENSALIDADE-FIM.
           IF NOT AUT-ATIVA
              GO TO APLICA-MENSALIDADE1.
           MOVE AE-RM TO MN-RM
           MOVE ZEROS TO MN-COMPET
           START MENSALID KEY IS NOT LESS THAN MN-CHAVE
           IF ST-MEN NOT = "00"
              GO TO APLICA-MENSALIDADE1.
       APLICA-MENSALIDADE2.
           READ MENSALID NEXT RECORD
           IF ST-MEN NOT = "00"
              GO TO APLICA-MENSALIDADE1.
           IF MN-RM NOT = AE-RM OR MN-COMPET > W-COMPET
              GO TO APLICA-MENSALIDADE1.
           IF NOT MENS-PAGA
              PERFORM DESCONTA-MENS THRU DESCONTA-MENS-FIM.
           GO TO APLICA-MENSALIDADE2.
       APLICA-MENSALIDADE-FIM.
           EXIT.
      *
      * MENSALIDADE JA DESCONTADA NA FOLHA DE OUTRA COMPETENCIA AINDA
      * NAO LIQUIDADA FICA DE FORA. O DEVIDO INCLUI MULTA E JUROS ATE
      * A DATA DE PAGAMENTO DA FOLHA
      *
       DESCONTA-MENS.
           MOVE "N" TO W-FMEXISTE
           MOVE MN-RM     TO FM-RM
           MOVE MN-COMPET TO FM-COMPMEN
           READ DESCFOLHA
           IF ST-DESCFOLHA = "00"
              MOVE "S" TO W-FMEXISTE
              IF DESC-CALCULADO AND FM-COMPFOL NOT = W-COMPET
                 GO TO DESCONTA-MENS-FIM.
           MOVE MN-RM       TO W-RCM-RM
           MOVE MN-COMPET   TO W-RCM-COMPET
           MOVE MN-VALOR    TO W-RCM-VALOR
           MOVE MN-SITUACAO TO W-RCM-SITUACAO
           MOVE MN-DTVENC   TO W-RCM-DTVENC
           PERFORM SALDO-MENS THRU SALDO-MENS-FIM
           IF W-RCM-SALDO = ZEROS
              GO TO DESCONTA-MENS-FIM.
           PERFORM TAXA-TURMA THRU TAXA-TURMA-FIM
           MOVE W-PFL-DTPAGTO TO W-RCM-DATA
           PERFORM ENCARGO-MENS THRU ENCARGO-MENS-FIM
           COMPUTE W-DISPONIVEL = W-TETODESC - W-DESCAPLIC
           IF W-DISPONIVEL < ZEROS
              MOVE ZEROS TO W-DISPONIVEL.
           IF W-DISPONIVEL > W-LIQUIDO
              MOVE W-LIQUIDO TO W-DISPONIVEL.
           MOVE W-RCM-TOTAL TO W-VLRMENS
           IF W-VLRMENS > W-DISPONIVEL
              MOVE W-DISPONIVEL TO W-VLRMENS.
           IF W-QT-RUB NOT < 15
              MOVE ZEROS TO W-VLRMENS.
           MOVE SPACES      TO REGDESCFOLHA
           MOVE MN-RM       TO FM-RM
           MOVE MN-COMPET   TO FM-COMPMEN
           MOVE W-COMPET    TO FM-COMPFOL
           MOVE CHAPA       TO FM-CHAPA
           MOVE W-RCM-TOTAL TO FM-DEVIDO
           MOVE W-VLRMENS   TO FM-VALOR
           MOVE W-DTCALC    TO FM-DTCALC
           MOVE ZEROS       TO FM-DTLIQ FM-SEQREC
           IF W-VLRMENS = ZEROS
              MOVE "N" TO FM-SITUACAO
              ADD 1 TO W-CONT-MENSAB
              PERFORM GRAVA-DESCFOLHA THRU GRAVA-DESCFOLHA-FIM
              GO TO DESCONTA-MENS-FIM.
           MOVE "C" TO FM-SITUACAO
           PERFORM GRAVA-DESCFOLHA THRU GRAVA-DESCFOLHA-FIM
           SUBTRACT W-VLRMENS FROM W-LIQUIDO
           ADD W-VLRMENS TO W-DESCAPLIC
           ADD 1 TO W-CONT-MENS
           IF W-VLRMENS < W-RCM-TOTAL
              ADD 1 TO W-CONT-MENSAB.
           DIVIDE MN-COMPET BY 100 GIVING W-MENSANO
                  REMAINDER W-MENSMES
           ADD 1 TO W-QT-RUB
           MOVE 525 TO TB-RUB-VERBA (W-QT-RUB)
           MOVE SPACES TO TB-RUB-DESCR (W-QT-RUB)
           STRING "MENS RM" MN-RM " " W-MENSMES "/" W-MENSANO
                  DELIMITED BY SIZE INTO TB-RUB-DESCR (W-QT-RUB)
           MOVE "D"       TO TB-RUB-NAT (W-QT-RUB)
           MOVE W-VLRMENS TO TB-RUB-VALOR (W-QT-RUB).
       DESCONTA-MENS-FIM.
           EXIT.
      *
       GRAVA-DESCFOLHA.
           IF W-FMEXISTE = "S"
              REWRITE REGDESCFOLHA
           ELSE
              WRITE REGDESCFOLHA.
           IF ST-DESCFOLHA NOT = "00" AND ST-DESCFOLHA NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO DESCFOLHA: "
                      ST-DESCFOLHA " RM " FM-RM " COMPET " FM-COMPMEN.
       GRAVA-DESCFOLHA-FIM.
           EXIT.
      *
      * ENCARGOS DO CONTRATO DA TURMA (ANO LETIVO DA COMPETENCIA)
      *
       TAXA-TURMA.
           MOVE W-RCM-MULTA-PAD TO W-RCM-PCMULTA
           MOVE W-RCM-JUROS-PAD TO W-RCM-PCJUROS
           IF W-TUR-OK NOT = "S"
              GO TO TAXA-TURMA-FIM.
           MOVE MN-TURMA TO TU-CODIGO
           DIVIDE MN-COMPET BY 100 GIVING TU-ANOLET
           READ CADTURMA
           IF ST-TURMA NOT = "00"
              GO TO TAXA-TURMA-FIM.
           IF TU-MULTA NOT NUMERIC OR TU-JUROS NOT NUMERIC
              GO TO TAXA-TURMA-FIM.
           MOVE TU-MULTA TO W-RCM-PCMULTA
           MOVE TU-JUROS TO W-RCM-PCJUROS.
       TAXA-TURMA-FIM.
           EXIT.
      *
      **************************************
      * REAPLICA DESCONTO NO RECALCULO     *
      **************************************
      *
           MOVE W-CQ-TRACO TO LINHA-CONTRACHQ
           WRITE LINHA-CONTRACHQ
           MOVE "SALARIO BASE             " TO CQ-DESCR
           COMPUTE W-SALBASECQ = W-BRUTO - W-VLRQUINQ - W-VLRBCOH
                               - W-VLRNOT - W-VLRDSR - W-VLRRISCO
           MOVE W-SALBASECQ TO CQ-VALOR
           MOVE W-CQ-VALOR TO LINHA-CONTRACHQ
           WRITE LINHA-CONTRACHQ
              MOVE W-VLRQUINQ TO CQ-VALOR
              MOVE W-CQ-VALOR TO LINHA-CONTRACHQ
              WRITE LINHA-CONTRACHQ.
           IF W-VLRRISCO NOT = ZEROS
              MOVE W-DESCRISCO TO CQ-DESCR
              MOVE W-VLRRISCO TO CQ-VALOR
              MOVE W-CQ-VALOR TO LINHA-CONTRACHQ
              WRITE LINHA-CONTRACHQ.
           IF W-VLRBCOH NOT = ZEROS
              MOVE "BANCO DE HORAS VENCIDAS  " TO CQ-DESCR
              MOVE W-VLRBCOH TO CQ-VALOR
              MOVE W-CQ-VALOR TO LINHA-CONTRACHQ
              WRITE LINHA-CONTRACHQ.
           IF W-VLRNOT NOT = ZEROS
              MOVE "ADICIONAL NOTURNO        " TO CQ-DESCR
              MOVE W-VLRNOT TO CQ-VALOR
              MOVE W-CQ-VALOR TO LINHA-CONTRACHQ
              WRITE LINHA-CONTRACHQ.
           IF W-VLRDSR NOT = ZEROS
              MOVE "DSR S/ HE/COMISSAO/NOT   " TO CQ-DESCR
              MOVE W-VLRDSR TO CQ-VALOR
              MOVE W-CQ-VALOR TO LINHA-CONTRACHQ
              WRITE LINHA-CONTRACHQ.
           IF W-AFASTSIT = "P"
              MOVE "PROPORCIONAL AFASTAMENTO " TO CQ-DESCR
              MOVE W-DIASPAGOS TO CQ-VALOR
           MOVE W-COMPET  TO FN-COMPET
           MOVE CHAPA     TO FN-CHAPA
           MOVE W-LIQUIDO TO FN-LIQUIDO
           MOVE W-PFL-DTPAGTO TO FN-DTPAGTO
           MOVE FEMPRESA  TO FN-EMPRESA
           MOVE "M"       TO FN-ORIGEM
           WRITE LINHA-FOLHANET.
       GRAVA-NET-FIM.
           EXIT.
           MOVE 001 TO FF-VERBA
           MOVE "SALARIO BASE" TO FF-DESCR
           MOVE "P" TO FF-TIPO
           COMPUTE FF-VALOR = W-BRUTO - W-VLRQUINQ - W-VLRBCOH
                            - W-VLRNOT - W-VLRDSR - W-VLRRISCO
           PERFORM GRAVA-FICHAFIN
           IF W-VLRQUINQ NOT = ZEROS
              MOVE 002 TO FF-VERBA
              MOVE "P" TO FF-TIPO
              MOVE W-VLRQUINQ TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
           IF W-VLRRISCO NOT = ZEROS
              MOVE 006 TO FF-VERBA
              MOVE W-DESCRISCO TO FF-DESCR
              MOVE "P" TO FF-TIPO
              MOVE W-VLRRISCO TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
           IF W-VLRBCOH NOT = ZEROS
              MOVE 003 TO FF-VERBA
              MOVE "BANCO HORAS VENCIDAS" TO FF-DESCR
              MOVE "P" TO FF-TIPO
              MOVE W-VLRBCOH TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
           IF W-VLRNOT NOT = ZEROS
              MOVE 004 TO FF-VERBA
              MOVE "ADICIONAL NOTURNO" TO FF-DESCR
              MOVE "P" TO FF-TIPO
              MOVE W-VLRNOT TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
           IF W-VLRDSR NOT = ZEROS
              MOVE 005 TO FF-VERBA
              MOVE "DSR S/ VARIAVEIS" TO FF-DESCR
              MOVE "P" TO FF-TIPO
              MOVE W-VLRDSR TO FF-VALOR
              PERFORM GRAVA-FICHAFIN.
           MOVE 501 TO FF-VERBA
           MOVE "DESCONTO INSS" TO FF-DESCR
           MOVE "D" TO FF-TIPO
       GRAVA-FICHA-RUB2.
           MOVE TB-RUB-VERBA (W-IDXRUB) TO FF-VERBA
           MOVE TB-RUB-DESCR (W-IDXRUB) TO FF-DESCR
           IF FF-VERBA = 525
              MOVE "MENSALIDADE ESCOLAR" TO FF-DESCR.
           MOVE TB-RUB-NAT (W-IDXRUB)   TO FF-TIPO
           MOVE W-SOMAVERBA TO FF-VALOR
           PERFORM GRAVA-FICHAFIN.
       ROT-FECHA.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
           MOVE "C" TO CC-SITUACAO
           MOVE "N" TO CC-CONFERIDA
           MOVE "N" TO CC-CONCILIADA
           ACCEPT W-DTCALC FROM DATE YYYYMMDD
           MOVE W-DTCALC TO CC-DTCALC
           PERFORM GRAVA-CTRLCOMP
           CLOSE CTRLCOMP
           DISPLAY "FOLHA CALCULADA - FUNCIONARIOS: " W-CONT-FUNC
           DISPLAY "FGTS DA COMPETENCIA (DEPOSITO): " W-TOT-FGTS
           DISPLAY "CONFIRA NO FOLHACONF ANTES DA REMESSA (BANCOREM)"
           IF W-CONT-SMOV NOT = ZEROS
              DISPLAY "FUNCIONARIOS SEM MOVIMENTO : " W-CONT-SMOV.
           IF W-CONT-SUSP NOT = ZEROS
           IF W-CONT-CARRY NOT = ZEROS
              DISPLAY "DESCONTOS TRANSPORTADOS (TETO)  : "
                      W-CONT-CARRY.
           IF W-CONT-BCO NOT = ZEROS
              DISPLAY "BANCO DE HORAS VENCIDO PAGO     : " W-CONT-BCO.
           IF W-CONT-NOT NOT = ZEROS
              DISPLAY "ADICIONAL NOTURNO PAGO          : " W-CONT-NOT.
           IF W-CONT-DSR NOT = ZEROS
              DISPLAY "DSR S/ VARIAVEIS PAGO           : " W-CONT-DSR.
           IF W-CONT-RISCO NOT = ZEROS
              DISPLAY "INSALUBRIDADE/PERICULOSIDADE    : " W-CONT-RISCO.
           IF W-CONT-PENSAO NOT = ZEROS
              DISPLAY "PENSAO ALIMENTICIA              : "
                      W-CONT-PENSAO.
           IF W-CONT-PLANO NOT = ZEROS
              DISPLAY "PLANO DE SAUDE/COPARTICIPACAO   : "
                      W-CONT-PLANO.
           IF W-CONT-SINDIC NOT = ZEROS
              DISPLAY "DESCONTOS SINDICAIS             : "
                      W-CONT-SINDIC.
           IF W-CONT-MENS NOT = ZEROS
              DISPLAY "MENSALIDADES ESCOLARES DESCONT. : "
                      W-CONT-MENS.
           IF W-CONT-MENSAB NOT = ZEROS
              DISPLAY "MENSALIDADES EM ABERTO (TETO)   : "
                      W-CONT-MENSAB
              DISPLAY "LISTA PARA A TESOURARIA NO MENSFOLHA".
           MOVE W-CONT-FUNC TO CTL-QTDREG
           GO TO ROT-FIM.
      *
       ROT-ABEND.
           MOVE 8 TO RETURN-CODE.
       ROT-FIM.
           PERFORM REL-ENCERRA THRU REL-ENCERRA-FIM
           GOBACK.
      *
       FECHA-ARQUIVOS.
           PERFORM FECHA-PENSAO
           PERFORM FECHA-PLANO
           PERFORM FECHA-SINDIC
           PERFORM FECHA-PARFOL
           IF W-USO-OK = "S"
              CLOSE PLANOUSO.
           CLOSE CADFUNC CADCARGO TABINSS TABIRRF
           CLOSE FOLHAREG CONTRACHQ FOLHANET FOLHARES FICHAFIN
           IF W-MOVF-OK = "S"
              CLOSE CADAFAST.
           IF W-QUI-OK = "S"
              CLOSE TABQUINQ.
           IF W-BCO-OK = "S"
              CLOSE BCOHORAS.
           CLOSE SALDODESC
           IF W-MEN-OK = "S"
              CLOSE MENSALID AUTFOLHA DESCFOLHA RECMENS.
           IF W-TUR-OK = "S"
              CLOSE CADTURMA.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *
           COPY "AMBPAR.CPY".
           COPY "CTCPAR.CPY".
           COPY "FICPAR.CPY".
           COPY "PENPAR.CPY".
           COPY "PLAPAR.CPY".
           COPY "SINPAR.CPY".
           COPY "PFLPAR.CPY".
           COPY "FRDPAR.CPY".
           COPY "AUFPAR.CPY".
           COPY "DFMPAR.CPY".
           COPY "RCMPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-FOLHAREG==.
           COPY "SPLPAR.CPY".
