       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSFOLHA.
       AUTHOR. MATEUS.
      ***************************************************
      * BAIXA DAS MENSALIDADES DESCONTADAS EM FOLHA     *
      * E LISTA DO QUE FICOU EM ABERTO PARA TESOURARIA  *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "CTCSEL.CPY".
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
       SELECT MENSFOLLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "CTCFD.CPY".
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
       FD MENSFOLLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-MENSFOLLIST PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "CTCWS.CPY".
           COPY "DFMWS.CPY".
           COPY "RCMWS.CPY".
       77 ST-MEN        PIC X(02) VALUE "00".
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-MEN     PIC X(64) VALUE SPACES.
       77 W-ARQ-TURMA   PIC X(64) VALUE SPACES.
       77 W-TUR-OK      PIC X(01) VALUE "N".
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-DTLIQ       PIC 9(08) VALUE ZEROS.
       77 W-CONT-LIQ    PIC 9(06) VALUE ZEROS.
       77 W-CONT-ABERTO PIC 9(06) VALUE ZEROS.
       77 W-CONT-JALIQ  PIC 9(06) VALUE ZEROS.
       77 W-TOT-LIQ     PIC 9(12)V99 VALUE ZEROS.
       77 W-TOT-ABERTO  PIC 9(12)V99 VALUE ZEROS.
       77 W-ED-VALOR    PIC ZZ.ZZ9,99.
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-CMP-ANO     PIC 9(04).
           03 W-CMP-MES     PIC 9(02).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "CHAPA RM    COMPET    DEVIDO  DESCONTO  ".
           03 FILLER        PIC X(40) VALUE
              "  ABERTO OCORRENCIA".
       01 W-DETLIN.
           03 DL-CHAPA      PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-COMPMEN    PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DEVIDO     PIC ZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VALOR      PIC ZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ABERTO     PIC ZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-OCORR      PIC X(30).
       01 W-RODAPE.
           03 FILLER        PIC X(12) VALUE "LIQUIDADAS: ".
           03 RD-LIQ        PIC ZZZZZ9.
           03 FILLER        PIC X(03) VALUE " - ".
           03 RD-VLRLIQ     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(14) VALUE "  EM ABERTO: ".
           03 RD-ABERTO     PIC ZZZZZ9.
           03 FILLER        PIC X(03) VALUE " - ".
           03 RD-VLRABERTO  PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "MENSALID.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MEN
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "MENSALIDADES DESCONTADAS EM FOLHA - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA DA FOLHA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-CMP-MES < 1 OR W-CMP-MES > 12
              DISPLAY "COMPETENCIA INVALIDA"
              GO TO ABR-002.
      *
      * A BAIXA SO ACONTECE COM A FOLHA PAGA (REMESSA GERADA NO
      * BANCOREM) OU FECHADA; A DATA DO RECEBIMENTO E A DO PAGAMENTO
      *
       ABR-003.
           PERFORM ABR-CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLCOMP: "
                      ST-CTRLCOMP
              GO TO ROT-FIM.
           MOVE W-COMPET TO CC-COMPET
           READ CTRLCOMP
           IF ST-CTRLCOMP NOT = "00"
              DISPLAY "COMPETENCIA " W-COMPET " NAO CALCULADA"
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           IF NOT COMP-PAGA AND NOT COMP-FECHADA
              DISPLAY "COMPETENCIA " W-COMPET " AINDA NAO PAGA - "
                      "SITUACAO " CC-SITUACAO
              CLOSE CTRLCOMP
              GO TO ROT-FIM.
           MOVE CC-DTPAGTO TO W-DTLIQ
           IF W-DTLIQ = ZEROS
              MOVE W-HOJE TO W-DTLIQ.
           CLOSE CTRLCOMP.
       ABR-004.
           PERFORM ABR-DESCFOLHA
           IF W-DFM-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESCFOLHA: "
                      ST-DESCFOLHA
              GO TO ROT-FIM.
           OPEN I-O MENSALID
           IF ST-MEN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MENSALID: " ST-MEN
              CLOSE DESCFOLHA
              GO TO ROT-FIM.
           PERFORM ABR-RECMENS
           IF W-RCM-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECMENS: "
                      ST-RECMENS
              CLOSE DESCFOLHA MENSALID
              GO TO ROT-FIM.
           OPEN INPUT CADTURMA
           IF ST-TURMA = "00"
              MOVE "S" TO W-TUR-OK.
           OPEN OUTPUT MENSFOLLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MENSFOLLIST: "
                      ST-LIST
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-FIM.
           MOVE "MENSFOLHA" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET " PAGTO " W-DTLIQ
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "DESCONTO DE MENSALIDADE-FOLHA" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      **************************************
      * DESCONTOS DA FOLHA DA COMPETENCIA  *
      **************************************
      *
       LER-DESC.
           MOVE W-COMPET TO FM-COMPFOL
           MOVE ZEROS    TO FM-CHAPA
           START DESCFOLHA KEY IS NOT LESS THAN FM-CHAVEFOL
           IF ST-DESCFOLHA NOT = "00"
              GO TO ROT-RODAPE.
       LER-DESC1.
           READ DESCFOLHA NEXT RECORD
           IF ST-DESCFOLHA NOT = "00" AND ST-DESCFOLHA NOT = "02"
              GO TO ROT-RODAPE.
           IF FM-COMPFOL NOT = W-COMPET
              GO TO ROT-RODAPE.
           IF DESC-LIQUIDADO
              ADD 1 TO W-CONT-JALIQ
              GO TO LER-DESC1.
           MOVE FM-CHAPA   TO DL-CHAPA
           MOVE FM-RM      TO DL-RM
           MOVE FM-COMPMEN TO DL-COMPMEN
           MOVE FM-DEVIDO  TO DL-DEVIDO
           MOVE FM-VALOR   TO DL-VALOR
           MOVE ZEROS      TO DL-ABERTO
           MOVE SPACES     TO DL-OCORR
           MOVE FM-RM      TO MN-RM
           MOVE FM-COMPMEN TO MN-COMPET
           READ MENSALID
           IF ST-MEN NOT = "00"
              MOVE "MENSALIDADE NAO ENCONTRADA" TO DL-OCORR
              PERFORM IMPRIME-DET
              GO TO LER-DESC1.
           MOVE MN-RM       TO W-RCM-RM
           MOVE MN-COMPET   TO W-RCM-COMPET
           MOVE MN-VALOR    TO W-RCM-VALOR
           MOVE MN-SITUACAO TO W-RCM-SITUACAO
           MOVE MN-DTVENC   TO W-RCM-DTVENC
           PERFORM SALDO-MENS THRU SALDO-MENS-FIM
           IF DESC-NAOCOUBE
              MOVE W-RCM-SALDO TO DL-ABERTO
              MOVE "NAO COUBE NO TETO - EM ABERTO" TO DL-OCORR
              ADD 1 TO W-CONT-ABERTO
              ADD W-RCM-SALDO TO W-TOT-ABERTO
              PERFORM IMPRIME-DET
              GO TO LER-DESC1.
           PERFORM LIQUIDA THRU LIQUIDA-FIM
           GO TO LER-DESC1.
      *
      **************************************
      * BAIXA DA MENSALIDADE               *
      **************************************
      *
      * O DESCONTO ENTRA NO HISTORICO DE RECEBIMENTOS COMO NO RETORNO
      * BANCARIO, COM OS ENCARGOS ATE A DATA DO PAGAMENTO DA FOLHA.
      * O QUE NAO COUBE NO TETO FICA EM ABERTO PARA A TESOURARIA;
      * MENSALIDADE QUITADA NO CAIXA DEPOIS DO CALCULO DA FOLHA FICA
      * COM O DESCONTO COMO EXCEDENTE A DEVOLVER AO FUNCIONARIO
      *
       LIQUIDA.
           PERFORM TAXA-TURMA THRU TAXA-TURMA-FIM
           MOVE W-DTLIQ TO W-RCM-DATA
           PERFORM ENCARGO-MENS THRU ENCARGO-MENS-FIM
           MOVE FM-VALOR TO W-RCM-RECEB
           PERFORM APURA-RECEB THRU APURA-RECEB-FIM
           MOVE MN-RM        TO RC-RM
           MOVE MN-COMPET    TO RC-COMPET
           COMPUTE RC-SEQ = W-RCM-ULTSEQ + 1
           MOVE W-DTLIQ      TO RC-DTRECEB
           MOVE FM-VALOR     TO RC-VLRRECEB
           MOVE W-RCM-PRINC  TO RC-PRINCIPAL
           MOVE W-RCM-PMULTA TO RC-MULTA
           MOVE W-RCM-PJUROS TO RC-JUROS
           MOVE W-RCM-DIAS   TO RC-DIASATRASO
           MOVE "FOLHA"      TO RC-OPERADOR
           MOVE W-RCM-EXCED  TO RC-EXCEDENTE
           MOVE "F"          TO RC-ORIGEM
           WRITE REGRECMENS
           IF ST-RECMENS NOT = "00" AND ST-RECMENS NOT = "02"
              MOVE "ERRO NA GRAVACAO DO RECMENS" TO DL-OCORR
              PERFORM IMPRIME-DET
              GO TO LIQUIDA-FIM.
           MOVE W-DTLIQ  TO MN-DTPAGTO
           ADD FM-VALOR  TO MN-VLRPAGO
           IF W-RCM-NSALDO = ZEROS
              MOVE "P" TO MN-SITUACAO
           ELSE
              MOVE "R" TO MN-SITUACAO.
           REWRITE REGMENSALID
           IF ST-MEN NOT = "00" AND ST-MEN NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DA MENSALIDADE" TO DL-OCORR
              PERFORM IMPRIME-DET
              GO TO LIQUIDA-FIM.
           MOVE "L"     TO FM-SITUACAO
           MOVE W-DTLIQ TO FM-DTLIQ
           MOVE RC-SEQ  TO FM-SEQREC
           REWRITE REGDESCFOLHA
           IF ST-DESCFOLHA NOT = "00" AND ST-DESCFOLHA NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO DESCFOLHA: "
                      ST-DESCFOLHA " RM " FM-RM " COMPET " FM-COMPMEN.
           ADD 1 TO W-CONT-LIQ
           ADD FM-VALOR TO W-TOT-LIQ
           MOVE W-RCM-NSALDO TO DL-ABERTO
           MOVE "LIQUIDADA NA FOLHA" TO DL-OCORR
           IF W-RCM-NSALDO NOT = ZEROS
              ADD 1 TO W-CONT-ABERTO
              ADD W-RCM-NSALDO TO W-TOT-ABERTO
              MOVE "PARCIAL - SALDO EM ABERTO" TO DL-OCORR.
           IF W-RCM-EXCED NOT = ZEROS
              MOVE W-RCM-EXCED TO W-ED-VALOR
              MOVE SPACES TO DL-OCORR
              STRING "EXCEDENTE A DEVOLVER " W-ED-VALOR
                     DELIMITED BY SIZE INTO DL-OCORR.
           PERFORM IMPRIME-DET.
       LIQUIDA-FIM.
           EXIT.
      *
       IMPRIME-DET.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
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
       ROT-RODAPE.
           IF W-CONT-LIQ = ZEROS AND W-CONT-ABERTO = ZEROS
              MOVE "NENHUM DESCONTO PENDENTE DE BAIXA NA COMPETENCIA"
                                                        TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-LIQ    TO RD-LIQ
           MOVE W-TOT-LIQ     TO RD-VLRLIQ
           MOVE W-CONT-ABERTO TO RD-ABERTO
           MOVE W-TOT-ABERTO  TO RD-VLRABERTO
           MOVE W-RODAPE      TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
           CLOSE MENSFOLLIST
           DISPLAY "MENSALIDADES LIQUIDADAS ...: " W-CONT-LIQ
           DISPLAY "VALOR DESCONTADO EM FOLHA .: " W-TOT-LIQ
           DISPLAY "EM ABERTO P/ TESOURARIA ...: " W-CONT-ABERTO
           IF W-CONT-JALIQ NOT = ZEROS
              DISPLAY "JA LIQUIDADAS ANTERIORMENTE: " W-CONT-JALIQ.
      *
       ROT-FIM.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           CLOSE DESCFOLHA MENSALID RECMENS
           IF W-TUR-OK = "S"
              CLOSE CADTURMA.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "CTCPAR.CPY".
           COPY "DFMPAR.CPY".
           COPY "RCMPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-MENSFOLLIST==.
           COPY "SPLPAR.CPY".
