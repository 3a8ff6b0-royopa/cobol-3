       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCREL.
       AUTHOR. MATEUS.
      ***************************************************
      * BOLSAS E DESCONTOS CONCEDIDOS NA COMPETENCIA    *
      * RECEITA RENUNCIADA POR TIPO DE DESCONTO         *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
           COPY "DSCSEL.CPY".
       SELECT CADALUNO ASSIGN TO DYNAMIC W-ARQ-ALUNO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS AL-NOME
                               WITH DUPLICATES.
       SELECT DESCLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
           COPY "DSCFD.CPY".
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.
                03 AL-RM           PIC 9(05).
                03 AL-NOME         PIC X(35).
                03 AL-SEXO         PIC X(01).
                03 AL-DATANASC     PIC 9(08).
                03 AL-SITUACAO     PIC X(01).
                03 AL-DTTRANSF     PIC 9(08).
                03 FILLER          PIC X(06).
       FD DESCLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-DESCLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "DSCWS.CPY".
       77 ST-ALUNO      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-ALUNO   PIC X(64) VALUE SPACES.
       77 W-ALUNO-OK    PIC X(01) VALUE "N".
       77 W-CONT-LIN    PIC 9(05) VALUE ZEROS.
       77 W-TOT-DESC    PIC 9(10)V99 VALUE ZEROS.
       77 W-RMANT       PIC 9(05) VALUE ZEROS.
       77 W-CONT-ALU    PIC 9(05) VALUE ZEROS.
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-CMP-ANO     PIC 9(04).
           03 W-CMP-MES     PIC 9(02).
      *
      * TOTAIS POR TIPO, NA ORDEM DE W-DSC-TIPOS (B, I, F)
      *
       01 TAB-TIPOS VALUE ZEROS.
           03 TAB-TP-ITEM OCCURS 3 TIMES.
               05 TP-QTDE      PIC 9(05).
               05 TP-BRUTO     PIC 9(10)V99.
               05 TP-DESCONTO  PIC 9(10)V99.
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "RM    ALUNO                     TURMA TI".
           03 FILLER        PIC X(40) VALUE
              "PO                  BRUTO   DESCONTO".
       01 W-DETLIN.
           03 DL-RM         PIC 9(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-NOME       PIC X(25).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-TURMA      PIC X(05).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-TIPO       PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-BRUTO      PIC ZZ.ZZ9,99.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-DESCONTO   PIC ZZ.ZZ9,99.
       01 W-TIPOLIN.
           03 TL-NOME       PIC X(20).
           03 FILLER        PIC X(08) VALUE " ALUNOS:".
           03 TL-QTDE       PIC ZZZZ9.
           03 FILLER        PIC X(09) VALUE "  BRUTO: ".
           03 TL-BRUTO      PIC Z.ZZZ.ZZ9,99.
           03 FILLER        PIC X(12) VALUE "  RENUNCIA: ".
           03 TL-DESCONTO   PIC Z.ZZZ.ZZ9,99.
       01 W-RODAPE.
           03 FILLER        PIC X(28) VALUE
              "ALUNOS COM DESCONTO ......:".
           03 RD-QTDE       PIC ZZZZ9.
           03 FILLER        PIC X(21) VALUE
              "  RECEITA RENUNCIADA:".
           03 RD-TOTAL      PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADALUNO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ALUNO
           DISPLAY "BOLSAS E DESCONTOS - AMBIENTE: " AMB-AMBIENTE.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           IF W-CMP-MES < 1 OR W-CMP-MES > 12
              DISPLAY "COMPETENCIA INVALIDA: " W-COMPET
              GO TO ABR-002.
       ABR-003.
           PERFORM ABR-DESCMENS
           IF W-DSM-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESCMENS: "
                      ST-DESCMENS
              GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ALUNO = "00"
              MOVE "S" TO W-ALUNO-OK.
           OPEN OUTPUT DESCLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESCLIST: " ST-LIST
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              GO TO ROT-FIM.
           MOVE "DESCREL" TO REL-PROGRAMA
           STRING "COMPET " W-COMPET
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "BOLSAS E DESCONTOS"      TO REL-TITULO
           MOVE W-CABCOLS                 TO REL-COLUNAS.
      *
      **************************************
      * DESCONTOS APLICADOS NA GERACAO     *
      **************************************
      *
       LER-DESC.
           READ DESCMENS NEXT RECORD
               AT END GO TO ROT-TIPOS.
           IF DM-COMPET NOT = W-COMPET
              GO TO LER-DESC.
           MOVE 1 TO W-DSC-IDX.
       LER-DESC1.
           IF W-DSC-TIPO (W-DSC-IDX) = DM-TIPO
              GO TO LER-DESC2.
           IF W-DSC-IDX < 3
              ADD 1 TO W-DSC-IDX
              GO TO LER-DESC1.
           GO TO LER-DESC.
       LER-DESC2.
           ADD 1           TO TP-QTDE (W-DSC-IDX)
           ADD DM-BRUTO    TO TP-BRUTO (W-DSC-IDX)
           ADD DM-DESCONTO TO TP-DESCONTO (W-DSC-IDX)
           ADD DM-DESCONTO TO W-TOT-DESC
           ADD 1 TO W-CONT-LIN
           IF DM-RM NOT = W-RMANT
              ADD 1 TO W-CONT-ALU
              MOVE DM-RM TO W-RMANT.
           MOVE "(SEM CADASTRO)" TO DL-NOME
           IF W-ALUNO-OK = "S"
              MOVE DM-RM TO AL-RM
              READ CADALUNO
              IF ST-ALUNO = "00"
                 MOVE AL-NOME TO DL-NOME.
           MOVE DM-RM                  TO DL-RM
           MOVE DM-TURMA               TO DL-TURMA
           MOVE W-DSC-NOME (W-DSC-IDX) TO DL-TIPO
           MOVE DM-BRUTO               TO DL-BRUTO
           MOVE DM-DESCONTO            TO DL-DESCONTO
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           GO TO LER-DESC.
      *
      **************************************
      * TOTAIS POR TIPO DE DESCONTO        *
      **************************************
      *
       ROT-TIPOS.
           IF W-CONT-LIN = ZEROS
              MOVE "NENHUM DESCONTO NA COMPETENCIA" TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE 1 TO W-DSC-IDX.
       ROT-TIPOS1.
           MOVE W-DSC-NOME (W-DSC-IDX)  TO TL-NOME
           MOVE TP-QTDE (W-DSC-IDX)     TO TL-QTDE
           MOVE TP-BRUTO (W-DSC-IDX)    TO TL-BRUTO
           MOVE TP-DESCONTO (W-DSC-IDX) TO TL-DESCONTO
           MOVE W-TIPOLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           IF W-DSC-IDX < 3
              ADD 1 TO W-DSC-IDX
              GO TO ROT-TIPOS1.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-CONT-ALU TO RD-QTDE
           MOVE W-TOT-DESC TO RD-TOTAL
           MOVE W-RODAPE   TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
       ROT-FECHA.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
           CLOSE DESCLIST
           DISPLAY "ALUNOS COM DESCONTO: " W-CONT-ALU
           DISPLAY "RECEITA RENUNCIADA : " W-TOT-DESC.
      *
       ROT-FIM.
           STOP RUN.
      *
       FECHA-ARQUIVOS.
           CLOSE DESCMENS
           IF W-ALUNO-OK = "S"
              CLOSE CADALUNO.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "DSCPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-DESCLIST==.
           COPY "SPLPAR.CPY".
