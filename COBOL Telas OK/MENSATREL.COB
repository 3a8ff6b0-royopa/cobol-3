       AUTHOR. MATEUS.
      ***************************************************
      * INADIMPLENCIA DE MENSALIDADES POR TURMA         *
      * SALDOS EM ABERTO COM ENCARGOS E FAIXAS DE ATRASO*
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT MENSALID ASSIGN TO DYNAMIC W-ARQ-MEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-RM
                    FILE STATUS  IS ST-RESP.
       SELECT CADTURMA ASSIGN TO DYNAMIC W-ARQ-TURMA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-TURMA.
           COPY "RCMSEL.CPY".
       SELECT MENSATLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
       FD MENSALID
               LABEL RECORD IS STANDARD.
       01 REGMENSALID.
                03 MN-SITUACAO     PIC X(01).
                   88 MENS-ABERTA     VALUE "A".
                   88 MENS-PAGA       VALUE "P".
                   88 MENS-PARCIAL    VALUE "R".
                03 MN-DTPAGTO      PIC 9(08).
                03 MN-VLRPAGO      PIC 9(06)V99.
                03 MN-DTVENC       PIC 9(08).
                03 FILLER          PIC X(01).
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.
                03 RF-CPF          PIC 9(11).
                03 RF-ENDERECO     PIC X(30).
                03 FILLER          PIC X(14).
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
           COPY "RCMFD.CPY".
       FD MENSATLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-MENSATLIST PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "RCMWS.CPY".
       77 ST-MEN        PIC X(02) VALUE "00".
       77 ST-ALUNO      PIC X(02) VALUE "00".
       77 ST-RESP       PIC X(02) VALUE "00".
       77 W-ARQ-MEN     PIC X(64) VALUE SPACES.
       77 W-ARQ-ALUNO   PIC X(64) VALUE SPACES.
       77 W-ARQ-RESP    PIC X(64) VALUE SPACES.
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 W-ARQ-TURMA   PIC X(64) VALUE SPACES.
       77 W-TUR-OK      PIC X(01) VALUE "N".
       77 W-RESP-OK     PIC X(01) VALUE "N".
       77 W-CONT-ABER   PIC 9(05) VALUE ZEROS.
       77 W-TOT-ABER    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-GERAL   PIC 9(10)V99 VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-FX          PIC 9(01) VALUE ZEROS.
       77 W-IDX         PIC 9(02) VALUE ZEROS.
       77 W-QT-TUR      PIC 9(02) VALUE ZEROS.
       01 TAB-TUR.
               05 TU-TURMA     PIC X(05).
               05 TU-QTDE      PIC 9(04).
               05 TU-VALOR     PIC 9(08)V99.
               05 TU-TOTAL     PIC 9(08)V99.
      *
      * FAIXAS DE ATRASO: 1=NO PRAZO 2=1-30 3=31-60 4=61-90 5=90+
      *
       01 TAB-FAIXAS.
           03 FILLER        PIC X(16) VALUE "NO PRAZO".
           03 FILLER        PIC X(16) VALUE "1 A 30 DIAS".
           03 FILLER        PIC X(16) VALUE "31 A 60 DIAS".
           03 FILLER        PIC X(16) VALUE "61 A 90 DIAS".
           03 FILLER        PIC X(16) VALUE "ACIMA DE 90 DIAS".
       01 TAB-FAIXAS-R REDEFINES TAB-FAIXAS.
           03 FX-NOME       PIC X(16) OCCURS 5 TIMES.
       01 TAB-AGING VALUE ZEROS.
           03 TAB-AG-ITEM OCCURS 5 TIMES.
               05 AG-QTDE      PIC 9(05).
               05 AG-SALDO     PIC 9(10)V99.
               05 AG-TOTAL     PIC 9(10)V99.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "TURMA RM    ALUNO          COMPET DIAS  ".
           03 FILLER        PIC X(40) VALUE
              "   SALDO ENCARGOS      TOTAL RESPONSAVEL".
       01 W-DETLIN.
           03 DL-TURMA      PIC X(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(14).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-COMPET     PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DIAS       PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-VALOR      PIC ZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-ENCARGO    PIC Z.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-TOTAL      PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-RESP       PIC X(11).
       01 W-TURLIN.
           03 FILLER        PIC X(06) VALUE "TURMA ".
           03 TL-TURMA      PIC X(05).
           03 FILLER        PIC X(09) VALUE "  MENS.: ".
           03 TL-QTDE       PIC ZZZ9.
           03 FILLER        PIC X(09) VALUE "  SALDO: ".
           03 TL-VALOR      PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(19) VALUE "  COM ENCARGOS:    ".
           03 TL-TOTAL      PIC Z.ZZZ.ZZ9,99.
       01 W-FAIXALIN.
           03 FILLER        PIC X(07) VALUE "FAIXA: ".
           03 FL-NOME       PIC X(16).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 FL-QTDE       PIC ZZZZ9.
           03 FILLER        PIC X(09) VALUE "  SALDO: ".
           03 FL-SALDO      PIC Z.ZZZ.ZZ9,99.
           03 FILLER        PIC X(09) VALUE "  TOTAL: ".
           03 FL-TOTAL      PIC Z.ZZZ.ZZ9,99.
       01 W-RODAPE.
           03 FILLER        PIC X(22) VALUE "MENSALIDADES ABERTAS: ".
           03 RD-QTDE       PIC ZZZZ9.
           03 FILLER        PIC X(09) VALUE "  SALDO: ".
           03 RD-VALOR      PIC Z.ZZZ.ZZ9,99.
           03 FILLER        PIC X(09) VALUE "  TOTAL: ".
           03 RD-TOTAL      PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "RESPFIN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RESP
           MOVE "CADTURMA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-TURMA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-RCM-DATA
           DISPLAY "INADIMPLENCIA - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           OPEN INPUT MENSALID
           OPEN INPUT RESPFIN
           IF ST-RESP = "00"
              MOVE "S" TO W-RESP-OK.
           OPEN INPUT CADTURMA
           IF ST-TURMA = "00"
              MOVE "S" TO W-TUR-OK.
           PERFORM ABR-RECMENS
           OPEN OUTPUT MENSATLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MENSATLIST: "
                      ST-LIST
              CLOSE MENSALID CADALUNO
              GO TO ROT-FIM.
           MOVE "MENSATREL" TO REL-PROGRAMA
           STRING "ENCARGOS ATE " W-HOJE DELIMITED BY SIZE
                  INTO REL-PARAMETROS
           MOVE "MENSALIDADES EM ABERTO"  TO REL-TITULO
           MOVE W-CABCOLS                 TO REL-COLUNAS.
      *
       LER-MENS.
           READ MENSALID NEXT RECORD
               AT END GO TO ROT-TURMAS.
           IF NOT MENS-ABERTA AND NOT MENS-PARCIAL
              GO TO LER-MENS.
           MOVE MN-RM       TO W-RCM-RM
           MOVE MN-COMPET   TO W-RCM-COMPET
           MOVE MN-VALOR    TO W-RCM-VALOR
           MOVE MN-SITUACAO TO W-RCM-SITUACAO
           MOVE MN-DTVENC   TO W-RCM-DTVENC
           PERFORM SALDO-MENS THRU SALDO-MENS-FIM
           IF W-RCM-SALDO = ZEROS
              GO TO LER-MENS.
           PERFORM TAXA-TURMA THRU TAXA-TURMA-FIM
           PERFORM ENCARGO-MENS THRU ENCARGO-MENS-FIM
           ADD 1 TO W-CONT-ABER
           ADD W-RCM-SALDO TO W-TOT-ABER
           ADD W-RCM-TOTAL TO W-TOT-GERAL
           MOVE MN-RM TO AL-RM
           READ CADALUNO
           IF ST-ALUNO = "00"
           MOVE MN-TURMA  TO DL-TURMA
           MOVE MN-RM     TO DL-RM
           MOVE MN-COMPET TO DL-COMPET
           MOVE W-RCM-DIAS  TO DL-DIAS
           MOVE W-RCM-SALDO TO DL-VALOR
           COMPUTE DL-ENCARGO = W-RCM-MULTA + W-RCM-JUROS
           MOVE W-RCM-TOTAL TO DL-TOTAL
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           PERFORM SOMA-TURMA THRU SOMA-TURMA-FIM
           PERFORM SOMA-FAIXA THRU SOMA-FAIXA-FIM
           GO TO LER-MENS.
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
       SOMA-FAIXA.
           MOVE 5 TO W-FX
           IF W-RCM-DIAS NOT > 90
              MOVE 4 TO W-FX.
           IF W-RCM-DIAS NOT > 60
              MOVE 3 TO W-FX.
           IF W-RCM-DIAS NOT > 30
              MOVE 2 TO W-FX.
           IF W-RCM-DIAS = ZEROS
              MOVE 1 TO W-FX.
           ADD 1           TO AG-QTDE (W-FX)
           ADD W-RCM-SALDO TO AG-SALDO (W-FX)
           ADD W-RCM-TOTAL TO AG-TOTAL (W-FX).
       SOMA-FAIXA-FIM.
           EXIT.
      *
       SOMA-TURMA.
           MOVE 1 TO W-IDX.
                 MOVE W-QT-TUR TO W-IDX
                 MOVE MN-TURMA TO TU-TURMA (W-IDX)
                 MOVE ZEROS TO TU-QTDE (W-IDX) TU-VALOR (W-IDX)
                               TU-TOTAL (W-IDX)
                 GO TO SOMA-TURMA2
              ELSE
                 GO TO SOMA-TURMA-FIM.
           GO TO SOMA-TURMA1.
       SOMA-TURMA2.
           ADD 1 TO TU-QTDE (W-IDX)
           ADD W-RCM-SALDO TO TU-VALOR (W-IDX)
           ADD W-RCM-TOTAL TO TU-TOTAL (W-IDX).
       SOMA-TURMA-FIM.
           EXIT.
      *
           MOVE 1 TO W-IDX.
       ROT-TURMAS1.
           IF W-IDX > W-QT-TUR
              GO TO ROT-FAIXAS.
           MOVE TU-TURMA (W-IDX) TO TL-TURMA
           MOVE TU-QTDE (W-IDX)  TO TL-QTDE
           MOVE TU-VALOR (W-IDX) TO TL-VALOR
           MOVE TU-TOTAL (W-IDX) TO TL-TOTAL
           MOVE W-TURLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           ADD 1 TO W-IDX
           GO TO ROT-TURMAS1.
      *
      ***************************************
      * TOTAIS POR FAIXA DE ATRASO          *
      ***************************************
      *
       ROT-FAIXAS.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE 1 TO W-FX.
       ROT-FAIXAS1.
           MOVE FX-NOME (W-FX)  TO FL-NOME
           MOVE AG-QTDE (W-FX)  TO FL-QTDE
           MOVE AG-SALDO (W-FX) TO FL-SALDO
           MOVE AG-TOTAL (W-FX) TO FL-TOTAL
           MOVE W-FAIXALIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           IF W-FX < 5
              ADD 1 TO W-FX
              GO TO ROT-FAIXAS1.
      *
       ROT-RODAPE.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-ABER TO RD-QTDE
           MOVE W-TOT-ABER  TO RD-VALOR
           MOVE W-TOT-GERAL TO RD-TOTAL
           MOVE W-RODAPE    TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
           CLOSE MENSALID CADALUNO MENSATLIST
           IF W-RESP-OK = "S"
              CLOSE RESPFIN.
           IF W-TUR-OK = "S"
              CLOSE CADTURMA.
           IF W-RCM-OK = "S"
              CLOSE RECMENS.
           DISPLAY "LISTAGEM EMITIDA - EM ABERTO: " W-CONT-ABER.
      *
       ROT-FIM.
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-MENSATLIST==.
           COPY "SPLPAR.CPY".
           COPY "RCMPAR.CPY".
