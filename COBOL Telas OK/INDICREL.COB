       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICREL.
       AUTHOR. MATEUS.
      ***************************************************
      * INDICADORES DE ROTATIVIDADE E ABSENTEISMO       *
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
       SELECT CADEPTO ASSIGN TO DYNAMIC W-ARQ-DEPTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEPTO.
       SELECT CADEMPRESA ASSIGN TO DYNAMIC W-ARQ-EMP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-EMP.
       SELECT MOVFREQ ASSIGN TO DYNAMIC W-ARQ-MOVF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MF-CHAVE
                    FILE STATUS  IS ST-MOVF.
       SELECT CADAFAST ASSIGN TO DYNAMIC W-ARQ-AFA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AF-CHAVE
                    FILE STATUS  IS ST-AFA.
       SELECT MOVDEPTO ASSIGN TO DYNAMIC W-ARQ-MOV
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-MOV.
       SELECT INDICLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
       SELECT INDICTEND ASSIGN TO DYNAMIC W-ARQ-TEND
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TEND.
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
                   88 FUNC-PREADM    VALUE "P".
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
                03 FILLER         PIC X(15).
                03 FMOTDESLIG     PIC X(01).
                   88 DESLIG-PEDIDO   VALUE "P".
                03 FILLER         PIC X(02).
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
                03 CODIGO         PIC 9(03).
                03 DENOMINACAO    PIC X(15).
                03 CENTRODECUSTO  PIC 9(02).
                03 DEPTOPAI       PIC 9(03).
                03 FILLER         PIC X(41).
       FD CADEMPRESA
               LABEL RECORD IS STANDARD.
       01 REGEMPRESA.
                03 EP-CODIGO      PIC 9(02).
                03 EP-CNPJ        PIC 9(14).
                03 EP-RAZAO       PIC X(30).
                03 FILLER         PIC X(14).
       FD MOVFREQ
               LABEL RECORD IS STANDARD.
       01 REGMOVFREQ.
                03 MF-CHAVE.
                   05 MF-CHAPA     PIC 9(05).
                   05 MF-COMPET    PIC 9(06).
                03 MF-HORAS        PIC 9(03)V9.
                03 MF-HEXTRA       PIC 9(03)V9.
                03 MF-DIAS         PIC 9(02).
                03 MF-TAREFAS      PIC 9(04).
                03 MF-FALTAS       PIC 9(02).
                03 MF-VALORCOM     PIC 9(06)V99.
                03 FILLER          PIC X(02).
                03 MF-HNOTURNA     PIC 9(03)V9.
                03 FILLER          PIC X(07).
       FD CADAFAST
               LABEL RECORD IS STANDARD.
       01 REGAFAST.
                03 AF-CHAVE.
                   05 AF-CHAPA     PIC 9(05).
                   05 AF-DTINI     PIC 9(08).
                03 AF-TIPO         PIC 9(01).
                03 AF-DTRETPREV    PIC 9(08).
                03 AF-DTRETEF      PIC 9(08).
                03 FILLER          PIC X(10).
       FD MOVDEPTO
               LABEL RECORD IS STANDARD.
       01 LINHA-MOVDEPTO.
                03 MD-CHAPA      PIC 9(05).
                03 FILLER        PIC X(01).
                03 MD-DEPTOANT   PIC 9(03).
                03 FILLER        PIC X(01).
                03 MD-DEPTONOV   PIC 9(03).
                03 FILLER        PIC X(01).
                03 MD-DATA       PIC 9(08).
                03 FILLER        PIC X(01).
                03 MD-MOTIVO     PIC X(30).
                03 FILLER        PIC X(11).
       FD INDICLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-INDICLIST  PIC X(80).
       FD INDICTEND
               LABEL RECORD IS STANDARD.
       01 LINHA-INDICTEND  PIC X(160).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DEPTO      PIC X(02) VALUE "00".
       77 ST-EMP        PIC X(02) VALUE "00".
       77 ST-MOVF       PIC X(02) VALUE "00".
       77 ST-AFA        PIC X(02) VALUE "00".
       77 ST-MOV        PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 ST-TEND       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-DEPTO   PIC X(64) VALUE SPACES.
       77 W-ARQ-EMP     PIC X(64) VALUE SPACES.
       77 W-ARQ-MOVF    PIC X(64) VALUE SPACES.
       77 W-ARQ-AFA     PIC X(64) VALUE SPACES.
       77 W-ARQ-MOV     PIC X(64) VALUE SPACES.
       77 W-ARQ-TEND    PIC X(64) VALUE SPACES.
       77 W-MOVF-OK     PIC X(01) VALUE "N".
       77 W-AFA-OK      PIC X(01) VALUE "N".
       77 W-MOV-OK      PIC X(01) VALUE "N".
       77 W-EMP-OK      PIC X(01) VALUE "N".
       77 W-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 W-CMPINI      PIC 9(06) VALUE ZEROS.
       77 W-CMPFIM      PIC 9(06) VALUE ZEROS.
       77 W-ANO         PIC 9(04) VALUE ZEROS.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-AUX         PIC 9(06) VALUE ZEROS.
       77 W-AUXDIAS     PIC 9(02) VALUE ZEROS.
       77 W-QTMESES     PIC S9(05) VALUE ZEROS.
       77 W-MESINI      PIC 9(02) VALUE ZEROS.
       77 W-IM          PIC 9(02) VALUE ZEROS.
       77 W-IA          PIC 9(02) VALUE ZEROS.
       77 W-QT-AFA      PIC 9(02) VALUE ZEROS.
       77 W-IDXTAB      PIC 9(04) VALUE ZEROS.
       77 W-IDXANT      PIC 9(04) VALUE ZEROS.
       77 W-IDXEMP      PIC 9(03) VALUE ZEROS.
       77 W-DTADM       PIC 9(08) VALUE ZEROS.
       77 W-DTDEM       PIC 9(08) VALUE ZEROS.
       77 W-DTINIPER    PIC 9(08) VALUE ZEROS.
       77 W-DTFIMPER    PIC 9(08) VALUE ZEROS.
       77 W-AFINI       PIC 9(08) VALUE ZEROS.
       77 W-AFFIM       PIC 9(08) VALUE ZEROS.
       77 W-DIAINI      PIC 9(02) VALUE ZEROS.
       77 W-DIAFIM      PIC 9(02) VALUE ZEROS.
       77 W-TEMPO       PIC 9(04) VALUE ZEROS.
       77 W-CONT-FUNC   PIC 9(05) VALUE ZEROS.
       77 W-CONT-TRANSF PIC 9(05) VALUE ZEROS.
      *
      * OCORRENCIAS DO FUNCIONARIO NO MES EM PROCESSAMENTO
      *
       01 W-OCORR.
           03 OC-HCINI      PIC 9(01).
           03 OC-HCFIM      PIC 9(01).
           03 OC-ADM        PIC 9(01).
           03 OC-VOL        PIC 9(01).
           03 OC-DISP       PIC 9(01).
           03 OC-FALTAS     PIC 9(02).
           03 OC-AFAST      PIC 9(02).
           03 OC-TEMPO      PIC 9(04).
      *
      * AFASTAMENTOS DO FUNCIONARIO (INICIO E ULTIMO DIA AFASTADO)
      *
       01 TAB-AFA.
           03 TAB-AFA-ITEM OCCURS 30 TIMES.
               05 TA-INI       PIC 9(08).
               05 TA-FIM       PIC 9(08).
      *
      * JANELA DE 12 COMPETENCIAS TERMINANDO NA COMPETENCIA FINAL
      *
       01 TAB-MES.
           03 TAB-MES-ITEM OCCURS 12 TIMES.
               05 TMS-COMPET   PIC 9(06).
               05 TMS-DTINI    PIC 9(08).
               05 TMS-DTFIM    PIC 9(08).
               05 TMS-DIASMES  PIC 9(02).
               05 TMS-HCINI    PIC 9(05).
               05 TMS-HCFIM    PIC 9(05).
               05 TMS-ADM      PIC 9(05).
               05 TMS-VOL      PIC 9(05).
               05 TMS-DISP     PIC 9(05).
               05 TMS-FALTAS   PIC 9(06).
               05 TMS-AFAST    PIC 9(06).
               05 TMS-TEMPO    PIC 9(08).
      *
      * ACUMULADOS DO PERIODO POR DEPARTAMENTO (CODIGO + 1). OS
      * EFETIVOS SAO ACERTADOS PELAS TRANSFERENCIAS E PODEM FICAR
      * NEGATIVOS DURANTE O ACERTO
      *
       01 TAB-DEPTO.
           03 TAB-DEPTO-ITEM OCCURS 1000 TIMES.
               05 TD-HCINI     PIC S9(05).
               05 TD-HCFIM     PIC S9(05).
               05 TD-ADM       PIC S9(05).
               05 TD-VOL       PIC 9(05).
               05 TD-DISP      PIC 9(05).
               05 TD-FALTAS    PIC 9(06).
               05 TD-AFAST     PIC 9(06).
               05 TD-TEMPO     PIC S9(08).
               05 TD-ENT       PIC 9(05).
               05 TD-SAI       PIC 9(05).
      *
      * ACUMULADOS DO PERIODO POR EMPRESA (CODIGO + 1)
      *
       01 TAB-EMPRESA.
           03 TAB-EMP-ITEM OCCURS 100 TIMES.
               05 TE-HCINI     PIC 9(05).
               05 TE-HCFIM     PIC 9(05).
               05 TE-ADM       PIC 9(05).
               05 TE-VOL       PIC 9(05).
               05 TE-DISP      PIC 9(05).
               05 TE-FALTAS    PIC 9(06).
               05 TE-AFAST     PIC 9(06).
               05 TE-TEMPO     PIC 9(08).
               05 TE-ENT       PIC 9(05).
               05 TE-SAI       PIC 9(05).
      *
      * ENTRADA E SAIDA DO CALCULO DOS INDICADORES
      *
       01 W-INDIC.
           03 IN-HCINI      PIC S9(05).
           03 IN-HCFIM      PIC S9(05).
           03 IN-ADM        PIC S9(05).
           03 IN-VOL        PIC 9(05).
           03 IN-DISP       PIC 9(05).
           03 IN-FALTAS     PIC 9(06).
           03 IN-AFAST      PIC 9(06).
           03 IN-TEMPO      PIC S9(08).
           03 IN-ENT        PIC 9(05).
           03 IN-SAI        PIC 9(05).
           03 IN-MESES      PIC 9(02).
           03 IN-HCMED      PIC S9(05)V9.
           03 IN-AUSENCIAS  PIC 9(07).
           03 IN-CALC       PIC 9(07)V99.
           03 IN-TURN       PIC 9(03)V99.
           03 IN-ABS        PIC 9(03)V99.
           03 IN-TMED       PIC 9(03)V9.
       01 W-CABPER.
           03 FILLER        PIC X(09) VALUE "PERIODO: ".
           03 CP-CMPINI     PIC 9(06).
           03 FILLER        PIC X(03) VALUE " A ".
           03 CP-CMPFIM     PIC 9(06).
           03 FILLER        PIC X(03) VALUE SPACES.
           03 CP-TEXTO      PIC X(40).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "DEP DENOMINACAO  INIC  FIM  ADM  PED DIS".
           03 FILLER        PIC X(40) VALUE
              "P  TURN%   ABS% TEMPO  ENT  SAI AUSEN".
       01 W-DETLIN.
           03 DL-IDENT.
               05 DL-CODIGO     PIC 9(03).
               05 FILLER        PIC X(01).
               05 DL-DENOM      PIC X(12).
           03 DL-IDENT-R REDEFINES DL-IDENT.
               05 DL-COMPET     PIC 9(06).
               05 FILLER        PIC X(10).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-HCINI      PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-HCFIM      PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ADM        PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VOL        PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DISP       PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-TURN       PIC ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ABS        PIC ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-TMED       PIC ZZ9,9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ENT        PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-SAI        PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-AUSEN      PIC ZZZZ9.
       01 W-SECLIN.
           03 FILLER        PIC X(04) VALUE "*** ".
           03 SC-TEXTO      PIC X(40).
       01 W-LEGENDA1    PIC X(80) VALUE
           "TURN% = ((ADM + PED + DISP) / 2) / EFETIVO MEDIO X 100".
       01 W-LEGENDA2    PIC X(80) VALUE
           "ABS%  = (FALTAS + DIAS AFASTADO) / (EFETIVO MEDIO X 30 X MES
      -    "ES) X 100".
       01 W-LEGENDA3    PIC X(80) VALUE
           "TEMPO = TEMPO MEDIO DE CASA EM MESES DO EFETIVO FINAL".
       01 W-LEGENDA4    PIC X(80) VALUE
           "PED = DESLIGAMENTO A PEDIDO  DISP = DEMAIS DESLIGAMENTOS".
      *
      * LINHA DA PLANILHA DE TENDENCIA (SEPARADA POR PONTO E VIRGULA)
      *
       01 W-TENDCAB     PIC X(160) VALUE
           "COMPETENCIA;EFETIVO INICIAL;EFETIVO FINAL;ADMISSOES;DESLIG P
      -    "EDIDO;DESLIG DISPENSA;TURNOVER %;FALTAS;DIAS AFASTADO;ABSENT
      -    "EISMO %;TEMPO MEDIO MESES".
       01 W-TENDLIN.
           03 TL-HCINI      PIC 9(05).
           03 TL-HCFIM      PIC 9(05).
           03 TL-ADM        PIC 9(05).
           03 TL-VOL        PIC 9(05).
           03 TL-DISP       PIC 9(05).
           03 TL-TURN       PIC 9(03),99.
           03 TL-FALTAS     PIC 9(06).
           03 TL-AFAST      PIC 9(06).
           03 TL-ABS        PIC 9(03),99.
           03 TL-TMED       PIC 9(03),9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADEPTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEPTO
           MOVE "CADEMPRESA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-EMP
           MOVE "MOVFREQ.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MOVF
           MOVE "CADAFAST.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-AFA
           MOVE "MOVDEPTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MOV
           MOVE "INDICTEND.TXT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TEND
           DISPLAY "INDICADORES DE ROTATIVIDADE - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA INICIAL (AAAAMM): "
           ACCEPT W-CMPINI
           DIVIDE W-CMPINI BY 100 GIVING W-AUX REMAINDER W-MES
           IF W-MES < 1 OR W-MES > 12
              DISPLAY "COMPETENCIA INVALIDA: " W-CMPINI
              GO TO ABR-002.
       ABR-002A.
           DISPLAY "COMPETENCIA FINAL (AAAAMM): "
           ACCEPT W-CMPFIM
           DIVIDE W-CMPFIM BY 100 GIVING W-AUX REMAINDER W-MES
           IF W-MES < 1 OR W-MES > 12
              DISPLAY "COMPETENCIA INVALIDA: " W-CMPFIM
              GO TO ABR-002A.
           COMPUTE W-QTMESES = (W-AUX * 12 + W-MES)
           DIVIDE W-CMPINI BY 100 GIVING W-AUX REMAINDER W-MES
           COMPUTE W-QTMESES = W-QTMESES - (W-AUX * 12 + W-MES) + 1
           IF W-QTMESES < 1 OR W-QTMESES > 12
              DISPLAY "O PERIODO DEVE TER DE 1 A 12 COMPETENCIAS"
              GO TO ABR-002.
           COMPUTE W-MESINI = 12 - W-QTMESES + 1.
       ABR-002B.
           DISPLAY "EMPRESA (0=TODAS): "
           ACCEPT W-EMPRESA.
       ABR-003.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              GO TO ROT-FIM.
           OPEN INPUT CADEPTO
           IF ST-DEPTO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO: " ST-DEPTO
              CLOSE CADFUNC
              GO TO ROT-FIM.
           OPEN INPUT MOVFREQ
           IF ST-MOVF = "00"
              MOVE "S" TO W-MOVF-OK
           ELSE
              DISPLAY "AVISO: SEM ARQUIVO DE MOVIMENTO MOVFREQ".
           OPEN INPUT CADAFAST
           IF ST-AFA = "00"
              MOVE "S" TO W-AFA-OK
           ELSE
              DISPLAY "AVISO: SEM CADASTRO DE AFASTAMENTOS".
           OPEN INPUT CADEMPRESA
           IF ST-EMP = "00"
              MOVE "S" TO W-EMP-OK.
           OPEN OUTPUT INDICLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO INDICLIST: " ST-LIST
              CLOSE CADFUNC CADEPTO
              GO TO ROT-FIM.
           OPEN OUTPUT INDICTEND
           IF ST-TEND NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO INDICTEND: " ST-TEND
              CLOSE CADFUNC CADEPTO INDICLIST
              GO TO ROT-FIM.
           MOVE "INDICREL" TO REL-PROGRAMA
           STRING "COMPET " W-CMPINI " A " W-CMPFIM
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "ROTATIVIDADE E ABSENTEISMO" TO REL-TITULO
           IF W-EMPRESA NOT = ZEROS
              PERFORM CARREGA-RAZAO THRU CARREGA-RAZAO-FIM.
           MOVE W-CABCOLS TO REL-COLUNAS
           PERFORM ZERA-TAB THRU ZERA-TAB-FIM
                   VARYING W-IDXTAB FROM 1 BY 1 UNTIL W-IDXTAB > 1000
           PERFORM ZERA-EMP THRU ZERA-EMP-FIM
                   VARYING W-IDXEMP FROM 1 BY 1 UNTIL W-IDXEMP > 100
           MOVE W-CMPFIM TO W-AUX
           DIVIDE W-AUX BY 100 GIVING W-ANO REMAINDER W-MES
           PERFORM MONTA-MES THRU MONTA-MES-FIM
                   VARYING W-IM FROM 12 BY -1 UNTIL W-IM < 1
           MOVE TMS-DTINI (W-MESINI) TO W-DTINIPER
           MOVE TMS-DTFIM (12)       TO W-DTFIMPER.
      *
      ***************************************
      * LEITURA DOS FUNCIONARIOS            *
      ***************************************
      *
       LER-FUNC.
           READ CADFUNC NEXT RECORD
               AT END GO TO ROT-TRANSF.
           IF W-EMPRESA NOT = ZEROS AND FEMPRESA NOT = W-EMPRESA
              GO TO LER-FUNC.
           IF FUNC-PREADM
              GO TO LER-FUNC.
           PERFORM DATAS-FUNC THRU DATAS-FUNC-FIM
           IF W-DTADM > W-DTFIMPER OR W-DTDEM < TMS-DTINI (1)
              GO TO LER-FUNC.
           ADD 1 TO W-CONT-FUNC
           PERFORM CARREGA-AFAST THRU CARREGA-AFAST-FIM
           COMPUTE W-IDXTAB = FDEPART + 1
           COMPUTE W-IDXEMP = FEMPRESA + 1
           PERFORM PROC-MES THRU PROC-MES-FIM
                   VARYING W-IM FROM 1 BY 1 UNTIL W-IM > 12
           GO TO LER-FUNC.
      *
      * DATAS DE ADMISSAO E DESLIGAMENTO EM AAAAMMDD. QUEM NAO FOI
      * DESLIGADO FICA COM O DESLIGAMENTO EM ABERTO (99999999)
      *
       DATAS-FUNC.
           COMPUTE W-DTADM = DAANO * 10000 + DAMES * 100 + DADIA
           MOVE 99999999 TO W-DTDEM
           IF FUNC-DEMITIDO
              COMPUTE W-DTDEM = DDANO * 10000 + DDMES * 100 + DDDIA.
       DATAS-FUNC-FIM.
           EXIT.
      *
      * AFASTAMENTOS DO FUNCIONARIO. SEM RETORNO EFETIVO O AFASTAMENTO
      * SEGUE EM ABERTO; COM RETORNO, O ULTIMO DIA AFASTADO E A VESPERA
      * (DIA 00 DO MES DO RETORNO, QUE FICA ENTRE UM MES E OUTRO)
      *
       CARREGA-AFAST.
           MOVE ZEROS TO W-QT-AFA
           IF W-AFA-OK NOT = "S"
              GO TO CARREGA-AFAST-FIM.
           MOVE CHAPA TO AF-CHAPA
           MOVE ZEROS TO AF-DTINI
           START CADAFAST KEY IS NOT LESS THAN AF-CHAVE
           IF ST-AFA NOT = "00"
              GO TO CARREGA-AFAST-FIM.
       CARREGA-AFAST1.
           READ CADAFAST NEXT RECORD
               AT END GO TO CARREGA-AFAST-FIM.
           IF AF-CHAPA NOT = CHAPA
              GO TO CARREGA-AFAST-FIM.
           IF W-QT-AFA NOT < 30
              GO TO CARREGA-AFAST-FIM.
           ADD 1 TO W-QT-AFA
           MOVE AF-DTINI TO TA-INI (W-QT-AFA)
           IF AF-DTRETEF = ZEROS
              MOVE 99999999 TO TA-FIM (W-QT-AFA)
           ELSE
              COMPUTE TA-FIM (W-QT-AFA) = AF-DTRETEF - 1.
           GO TO CARREGA-AFAST1.
       CARREGA-AFAST-FIM.
           EXIT.
      *
      ***************************************
      * OCORRENCIAS DO FUNCIONARIO NO MES   *
      ***************************************
      *
       PROC-MES.
           MOVE ZEROS TO W-OCORR
           IF W-DTADM < TMS-DTINI (W-IM)
              AND W-DTDEM NOT < TMS-DTINI (W-IM)
              MOVE 1 TO OC-HCINI.
           IF W-DTADM NOT > TMS-DTFIM (W-IM)
              AND W-DTDEM > TMS-DTFIM (W-IM)
              MOVE 1 TO OC-HCFIM
              DIVIDE TMS-COMPET (W-IM) BY 100 GIVING W-ANO
                     REMAINDER W-MES
              COMPUTE OC-TEMPO = (W-ANO * 12 + W-MES)
                               - (DAANO * 12 + DAMES).
           IF W-DTADM NOT < TMS-DTINI (W-IM)
              AND W-DTADM NOT > TMS-DTFIM (W-IM)
              MOVE 1 TO OC-ADM.
           IF W-DTDEM NOT < TMS-DTINI (W-IM)
              AND W-DTDEM NOT > TMS-DTFIM (W-IM)
              IF DESLIG-PEDIDO
                 MOVE 1 TO OC-VOL
              ELSE
                 MOVE 1 TO OC-DISP.
           IF W-DTADM > TMS-DTFIM (W-IM)
              OR W-DTDEM < TMS-DTINI (W-IM)
              GO TO PROC-MES1.
           IF W-MOVF-OK = "S"
              MOVE CHAPA            TO MF-CHAPA
              MOVE TMS-COMPET (W-IM) TO MF-COMPET
              READ MOVFREQ
              IF ST-MOVF = "00" AND MF-FALTAS NUMERIC
                 MOVE MF-FALTAS TO OC-FALTAS.
           PERFORM SOMA-AFAST THRU SOMA-AFAST-FIM
                   VARYING W-IA FROM 1 BY 1 UNTIL W-IA > W-QT-AFA.
       PROC-MES1.
           ADD OC-HCINI  TO TMS-HCINI (W-IM)
           ADD OC-HCFIM  TO TMS-HCFIM (W-IM)
           ADD OC-ADM    TO TMS-ADM (W-IM)
           ADD OC-VOL    TO TMS-VOL (W-IM)
           ADD OC-DISP   TO TMS-DISP (W-IM)
           ADD OC-FALTAS TO TMS-FALTAS (W-IM)
           ADD OC-AFAST  TO TMS-AFAST (W-IM)
           ADD OC-TEMPO  TO TMS-TEMPO (W-IM)
           IF W-IM < W-MESINI
              GO TO PROC-MES-FIM.
           IF W-IM = W-MESINI
              ADD OC-HCINI TO TD-HCINI (W-IDXTAB) TE-HCINI (W-IDXEMP).
           IF W-IM = 12
              ADD OC-HCFIM TO TD-HCFIM (W-IDXTAB) TE-HCFIM (W-IDXEMP)
              ADD OC-TEMPO TO TD-TEMPO (W-IDXTAB) TE-TEMPO (W-IDXEMP).
           ADD OC-ADM    TO TD-ADM (W-IDXTAB)    TE-ADM (W-IDXEMP)
           ADD OC-VOL    TO TD-VOL (W-IDXTAB)    TE-VOL (W-IDXEMP)
           ADD OC-DISP   TO TD-DISP (W-IDXTAB)   TE-DISP (W-IDXEMP)
           ADD OC-FALTAS TO TD-FALTAS (W-IDXTAB) TE-FALTAS (W-IDXEMP)
           ADD OC-AFAST  TO TD-AFAST (W-IDXTAB)  TE-AFAST (W-IDXEMP).
       PROC-MES-FIM.
           EXIT.
      *
      * DIAS DO AFASTAMENTO DENTRO DO MES, LIMITADOS AO MES
      *
       SOMA-AFAST.
           MOVE TA-INI (W-IA) TO W-AFINI
           MOVE TA-FIM (W-IA) TO W-AFFIM
           IF W-AFINI > TMS-DTFIM (W-IM) OR W-AFFIM < TMS-DTINI (W-IM)
              GO TO SOMA-AFAST-FIM.
           IF W-AFINI < TMS-DTINI (W-IM)
              MOVE 1 TO W-DIAINI
           ELSE
              DIVIDE W-AFINI BY 100 GIVING W-AUX REMAINDER W-DIAINI.
           IF W-AFFIM > TMS-DTFIM (W-IM)
              MOVE TMS-DIASMES (W-IM) TO W-DIAFIM
           ELSE
              DIVIDE W-AFFIM BY 100 GIVING W-AUX REMAINDER W-DIAFIM.
           IF W-DIAFIM < W-DIAINI
              GO TO SOMA-AFAST-FIM.
           COMPUTE OC-AFAST = OC-AFAST + W-DIAFIM - W-DIAINI + 1.
       SOMA-AFAST-FIM.
           EXIT.
      *
      ***************************************
      * TRANSFERENCIAS ENTRE DEPARTAMENTOS  *
      ***************************************
      *
      * O FUNCIONARIO FOI CONTADO NO DEPARTAMENTO ATUAL. CADA
      * TRANSFERENCIA POSTERIOR A UMA DATA DE CORTE DEVOLVE A CONTAGEM
      * DO DEPARTAMENTO NOVO PARA O ANTERIOR; EM UMA SEQUENCIA DE
      * TRANSFERENCIAS OS ACERTOS INTERMEDIARIOS SE ANULAM
      *
       ROT-TRANSF.
           OPEN INPUT MOVDEPTO
           IF ST-MOV NOT = "00"
              DISPLAY "AVISO: SEM ARQUIVO DE TRANSFERENCIAS MOVDEPTO"
              GO TO ROT-RELATORIO.
           MOVE "S" TO W-MOV-OK.
       LER-MOV.
           READ MOVDEPTO NEXT RECORD
               AT END GO TO ROT-RELATORIO.
           IF MD-CHAPA NOT NUMERIC OR MD-DATA NOT NUMERIC
              GO TO LER-MOV.
           IF MD-DEPTOANT = MD-DEPTONOV
              GO TO LER-MOV.
           MOVE MD-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-FUNC NOT = "00"
              GO TO LER-MOV.
           IF W-EMPRESA NOT = ZEROS AND FEMPRESA NOT = W-EMPRESA
              GO TO LER-MOV.
           IF FUNC-PREADM
              GO TO LER-MOV.
           PERFORM DATAS-FUNC THRU DATAS-FUNC-FIM
           COMPUTE W-IDXTAB = MD-DEPTONOV + 1
           COMPUTE W-IDXANT = MD-DEPTOANT + 1
           COMPUTE W-IDXEMP = FEMPRESA + 1
           IF MD-DATA NOT < W-DTINIPER AND MD-DATA NOT > W-DTFIMPER
              ADD 1 TO TD-SAI (W-IDXANT) TD-ENT (W-IDXTAB)
              ADD 1 TO TE-SAI (W-IDXEMP) TE-ENT (W-IDXEMP)
              ADD 1 TO W-CONT-TRANSF.
           IF W-DTADM < W-DTINIPER AND W-DTDEM NOT < W-DTINIPER
              AND MD-DATA > W-DTINIPER
              SUBTRACT 1 FROM TD-HCINI (W-IDXTAB)
              ADD 1 TO TD-HCINI (W-IDXANT).
           IF W-DTADM NOT > W-DTFIMPER AND W-DTDEM > W-DTFIMPER
              AND MD-DATA > W-DTFIMPER
              DIVIDE W-CMPFIM BY 100 GIVING W-ANO REMAINDER W-MES
              COMPUTE W-TEMPO = (W-ANO * 12 + W-MES)
                              - (DAANO * 12 + DAMES)
              SUBTRACT 1 FROM TD-HCFIM (W-IDXTAB)
              ADD 1 TO TD-HCFIM (W-IDXANT)
              SUBTRACT W-TEMPO FROM TD-TEMPO (W-IDXTAB)
              ADD W-TEMPO TO TD-TEMPO (W-IDXANT).
           IF W-DTADM NOT < W-DTINIPER AND W-DTADM NOT > W-DTFIMPER
              AND MD-DATA > W-DTADM
              SUBTRACT 1 FROM TD-ADM (W-IDXTAB)
              ADD 1 TO TD-ADM (W-IDXANT).
           GO TO LER-MOV.
      *
      ***************************************
      * IMPRESSAO DOS INDICADORES           *
      ***************************************
      *
       ROT-RELATORIO.
           MOVE W-CMPINI TO CP-CMPINI
           MOVE W-CMPFIM TO CP-CMPFIM
           MOVE "POR DEPARTAMENTO" TO CP-TEXTO
           MOVE W-CABPER TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE LOW-VALUES TO CODIGO
           START CADEPTO KEY IS NOT LESS THAN CODIGO
           IF ST-DEPTO NOT = "00"
              GO TO ROT-TOTAL.
       LER-DEPTO.
           READ CADEPTO NEXT RECORD
               AT END GO TO ROT-TOTAL.
           COMPUTE W-IDXTAB = CODIGO + 1
           IF TD-HCINI (W-IDXTAB) = ZEROS
              AND TD-HCFIM (W-IDXTAB) = ZEROS
              AND TD-ADM (W-IDXTAB) = ZEROS
              AND TD-VOL (W-IDXTAB) = ZEROS
              AND TD-DISP (W-IDXTAB) = ZEROS
              AND TD-ENT (W-IDXTAB) = ZEROS
              AND TD-SAI (W-IDXTAB) = ZEROS
              GO TO LER-DEPTO.
           MOVE TD-HCINI (W-IDXTAB)  TO IN-HCINI
           MOVE TD-HCFIM (W-IDXTAB)  TO IN-HCFIM
           MOVE TD-ADM (W-IDXTAB)    TO IN-ADM
           MOVE TD-VOL (W-IDXTAB)    TO IN-VOL
           MOVE TD-DISP (W-IDXTAB)   TO IN-DISP
           MOVE TD-FALTAS (W-IDXTAB) TO IN-FALTAS
           MOVE TD-AFAST (W-IDXTAB)  TO IN-AFAST
           MOVE TD-TEMPO (W-IDXTAB)  TO IN-TEMPO
           MOVE TD-ENT (W-IDXTAB)    TO IN-ENT
           MOVE TD-SAI (W-IDXTAB)    TO IN-SAI
           MOVE W-QTMESES            TO IN-MESES
           PERFORM CALCULA-INDIC THRU CALCULA-INDIC-FIM
           MOVE SPACES      TO DL-IDENT
           MOVE CODIGO      TO DL-CODIGO
           MOVE DENOMINACAO TO DL-DENOM
           PERFORM IMPRIME-INDIC THRU IMPRIME-INDIC-FIM
           GO TO LER-DEPTO.
      *
       ROT-TOTAL.
           MOVE ZEROS TO W-INDIC
           MOVE TMS-HCINI (W-MESINI) TO IN-HCINI
           MOVE TMS-HCFIM (12)       TO IN-HCFIM
           PERFORM SOMA-PERIODO THRU SOMA-PERIODO-FIM
                   VARYING W-IM FROM W-MESINI BY 1 UNTIL W-IM > 12
           MOVE TMS-TEMPO (12) TO IN-TEMPO
           MOVE W-CONT-TRANSF  TO IN-ENT IN-SAI
           MOVE W-QTMESES      TO IN-MESES
           PERFORM CALCULA-INDIC THRU CALCULA-INDIC-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "TOTAL GERAL" TO DL-IDENT
           PERFORM IMPRIME-INDIC THRU IMPRIME-INDIC-FIM
           IF W-EMPRESA NOT = ZEROS
              GO TO ROT-TENDENCIA.
      *
       ROT-EMPRESAS.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "POR EMPRESA" TO SC-TEXTO
           MOVE W-SECLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM IMPRIME-EMP THRU IMPRIME-EMP-FIM
                   VARYING W-IDXEMP FROM 1 BY 1 UNTIL W-IDXEMP > 100.
      *
      ***************************************
      * EVOLUCAO MENSAL (12 COMPETENCIAS)   *
      ***************************************
      *
       ROT-TENDENCIA.
           MOVE 99 TO REL-LINCONT
           MOVE "EVOLUCAO DOS ULTIMOS 12 MESES" TO CP-TEXTO
           MOVE W-CABPER TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-TENDCAB TO LINHA-INDICTEND
           WRITE LINHA-INDICTEND
           PERFORM IMPRIME-MES THRU IMPRIME-MES-FIM
                   VARYING W-IM FROM 1 BY 1 UNTIL W-IM > 12
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LEGENDA1 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LEGENDA2 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LEGENDA3 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-LEGENDA4 TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           CLOSE CADFUNC CADEPTO INDICLIST INDICTEND
           IF W-MOVF-OK = "S"
              CLOSE MOVFREQ.
           IF W-AFA-OK = "S"
              CLOSE CADAFAST.
           IF W-MOV-OK = "S"
              CLOSE MOVDEPTO.
           IF W-EMP-OK = "S"
              CLOSE CADEMPRESA.
           DISPLAY "FUNCIONARIOS NO PERIODO: " W-CONT-FUNC
                   "  TRANSFERENCIAS: " W-CONT-TRANSF.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
       ZERA-TAB.
           MOVE ZEROS TO TAB-DEPTO-ITEM (W-IDXTAB).
       ZERA-TAB-FIM.
           EXIT.
      *
       ZERA-EMP.
           MOVE ZEROS TO TAB-EMP-ITEM (W-IDXEMP).
       ZERA-EMP-FIM.
           EXIT.
      *
      * MONTA A COMPETENCIA W-IM DA JANELA, DA FINAL PARA TRAS
      *
       MONTA-MES.
           MOVE ZEROS TO TAB-MES-ITEM (W-IM)
           COMPUTE TMS-COMPET (W-IM) = W-ANO * 100 + W-MES
           MOVE 31 TO W-AUXDIAS
           IF W-MES = 4 OR 6 OR 9 OR 11
              MOVE 30 TO W-AUXDIAS.
           IF W-MES = 2
              MOVE 28 TO W-AUXDIAS
              DIVIDE W-ANO BY 4 GIVING W-AUX REMAINDER W-DIAINI
              IF W-DIAINI = ZEROS
                 MOVE 29 TO W-AUXDIAS
                 DIVIDE W-ANO BY 100 GIVING W-AUX REMAINDER W-DIAINI
                 IF W-DIAINI = ZEROS
                    MOVE 28 TO W-AUXDIAS
                    DIVIDE W-ANO BY 400 GIVING W-AUX REMAINDER W-DIAINI
                    IF W-DIAINI = ZEROS
                       MOVE 29 TO W-AUXDIAS.
           MOVE W-AUXDIAS TO TMS-DIASMES (W-IM)
           COMPUTE TMS-DTINI (W-IM) = TMS-COMPET (W-IM) * 100 + 1
           COMPUTE TMS-DTFIM (W-IM) = TMS-COMPET (W-IM) * 100
                                    + W-AUXDIAS
           SUBTRACT 1 FROM W-MES
           IF W-MES = ZEROS
              MOVE 12 TO W-MES
              SUBTRACT 1 FROM W-ANO.
       MONTA-MES-FIM.
           EXIT.
      *
       SOMA-PERIODO.
           ADD TMS-ADM (W-IM)    TO IN-ADM
           ADD TMS-VOL (W-IM)    TO IN-VOL
           ADD TMS-DISP (W-IM)   TO IN-DISP
           ADD TMS-FALTAS (W-IM) TO IN-FALTAS
           ADD TMS-AFAST (W-IM)  TO IN-AFAST.
       SOMA-PERIODO-FIM.
           EXIT.
      *
      * TURNOVER: MEDIA ENTRE ADMISSOES E DESLIGAMENTOS SOBRE O EFETIVO
      * MEDIO. ABSENTEISMO: DIAS DE FALTA E DE AFASTAMENTO SOBRE OS
      * DIAS DISPONIVEIS DO EFETIVO MEDIO (MES COMERCIAL DE 30 DIAS)
      *
       CALCULA-INDIC.
           MOVE ZEROS TO IN-TURN IN-ABS IN-TMED
           COMPUTE IN-AUSENCIAS = IN-FALTAS + IN-AFAST
           COMPUTE IN-HCMED = (IN-HCINI + IN-HCFIM) / 2
           IF IN-HCMED > ZEROS
              COMPUTE IN-CALC ROUNDED = (IN-ADM + IN-VOL + IN-DISP)
                                       / 2 / IN-HCMED * 100
              MOVE 999,99 TO IN-TURN
              IF IN-CALC < 999,99
                 MOVE IN-CALC TO IN-TURN.
           IF IN-HCMED > ZEROS AND IN-MESES > ZEROS
              COMPUTE IN-CALC ROUNDED = IN-AUSENCIAS * 100
                                       / (IN-HCMED * 30 * IN-MESES)
              MOVE 999,99 TO IN-ABS
              IF IN-CALC < 999,99
                 MOVE IN-CALC TO IN-ABS.
           IF IN-HCFIM > ZEROS AND IN-TEMPO > ZEROS
              COMPUTE IN-TMED ROUNDED = IN-TEMPO / IN-HCFIM.
       CALCULA-INDIC-FIM.
           EXIT.
      *
       IMPRIME-INDIC.
           MOVE IN-HCINI     TO DL-HCINI
           MOVE IN-HCFIM     TO DL-HCFIM
           MOVE IN-ADM       TO DL-ADM
           MOVE IN-VOL       TO DL-VOL
           MOVE IN-DISP      TO DL-DISP
           MOVE IN-TURN      TO DL-TURN
           MOVE IN-ABS       TO DL-ABS
           MOVE IN-TMED      TO DL-TMED
           MOVE IN-ENT       TO DL-ENT
           MOVE IN-SAI       TO DL-SAI
           MOVE IN-AUSENCIAS TO DL-AUSEN
           MOVE W-DETLIN     TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-INDIC-FIM.
           EXIT.
      *
       IMPRIME-EMP.
           IF TE-HCINI (W-IDXEMP) = ZEROS
              AND TE-HCFIM (W-IDXEMP) = ZEROS
              AND TE-ADM (W-IDXEMP) = ZEROS
              AND TE-VOL (W-IDXEMP) = ZEROS
              AND TE-DISP (W-IDXEMP) = ZEROS
              GO TO IMPRIME-EMP-FIM.
           MOVE TE-HCINI (W-IDXEMP)  TO IN-HCINI
           MOVE TE-HCFIM (W-IDXEMP)  TO IN-HCFIM
           MOVE TE-ADM (W-IDXEMP)    TO IN-ADM
           MOVE TE-VOL (W-IDXEMP)    TO IN-VOL
           MOVE TE-DISP (W-IDXEMP)   TO IN-DISP
           MOVE TE-FALTAS (W-IDXEMP) TO IN-FALTAS
           MOVE TE-AFAST (W-IDXEMP)  TO IN-AFAST
           MOVE TE-TEMPO (W-IDXEMP)  TO IN-TEMPO
           MOVE TE-ENT (W-IDXEMP)    TO IN-ENT
           MOVE TE-SAI (W-IDXEMP)    TO IN-SAI
           MOVE W-QTMESES            TO IN-MESES
           PERFORM CALCULA-INDIC THRU CALCULA-INDIC-FIM
           MOVE SPACES TO DL-IDENT
           COMPUTE DL-CODIGO = W-IDXEMP - 1
           IF W-EMP-OK = "S"
              COMPUTE EP-CODIGO = W-IDXEMP - 1
              READ CADEMPRESA
              IF ST-EMP = "00"
                 MOVE EP-RAZAO TO DL-DENOM.
           PERFORM IMPRIME-INDIC THRU IMPRIME-INDIC-FIM.
       IMPRIME-EMP-FIM.
           EXIT.
      *
       IMPRIME-MES.
           MOVE TMS-HCINI (W-IM)  TO IN-HCINI
           MOVE TMS-HCFIM (W-IM)  TO IN-HCFIM
           MOVE TMS-ADM (W-IM)    TO IN-ADM
           MOVE TMS-VOL (W-IM)    TO IN-VOL
           MOVE TMS-DISP (W-IM)   TO IN-DISP
           MOVE TMS-FALTAS (W-IM) TO IN-FALTAS
           MOVE TMS-AFAST (W-IM)  TO IN-AFAST
           MOVE TMS-TEMPO (W-IM)  TO IN-TEMPO
           MOVE ZEROS             TO IN-ENT IN-SAI
           MOVE 1                 TO IN-MESES
           PERFORM CALCULA-INDIC THRU CALCULA-INDIC-FIM
           MOVE SPACES TO DL-IDENT
           MOVE TMS-COMPET (W-IM) TO DL-COMPET
           PERFORM IMPRIME-INDIC THRU IMPRIME-INDIC-FIM
           MOVE IN-HCINI  TO TL-HCINI
           MOVE IN-HCFIM  TO TL-HCFIM
           MOVE IN-ADM    TO TL-ADM
           MOVE IN-VOL    TO TL-VOL
           MOVE IN-DISP   TO TL-DISP
           MOVE IN-TURN   TO TL-TURN
           MOVE IN-FALTAS TO TL-FALTAS
           MOVE IN-AFAST  TO TL-AFAST
           MOVE IN-ABS    TO TL-ABS
           MOVE IN-TMED   TO TL-TMED
           MOVE SPACES TO LINHA-INDICTEND
           STRING TMS-COMPET (W-IM) DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-HCINI  DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-HCFIM  DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-ADM    DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-VOL    DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-DISP   DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-TURN   DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-FALTAS DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-AFAST  DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-ABS    DELIMITED BY SIZE
                  ";"       DELIMITED BY SIZE
                  TL-TMED   DELIMITED BY SIZE
                  INTO LINHA-INDICTEND
           WRITE LINHA-INDICTEND.
       IMPRIME-MES-FIM.
           EXIT.
      *
      **************************************
      * RAZAO SOCIAL DA EMPRESA FILTRADA   *
      **************************************
      *
       CARREGA-RAZAO.
           IF W-EMP-OK NOT = "S"
              GO TO CARREGA-RAZAO-FIM.
           MOVE W-EMPRESA TO EP-CODIGO
           READ CADEMPRESA
           IF ST-EMP = "00"
              MOVE EP-RAZAO TO REL-TITULO.
       CARREGA-RAZAO-FIM.
           EXIT.
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-INDICLIST==.
           COPY "SPLPAR.CPY".
