       AUTHOR. MATEUS.
      ***************************************************
      * GERACAO DAS MENSALIDADES DO MES POR ALUNO       *
      * COM BOLSAS E DESCONTOS DE IRMAOS E FUNCIONARIOS *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT RESPFIN ASSIGN TO DYNAMIC W-ARQ-RESP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-RM
                    FILE STATUS  IS ST-RESP.
           COPY "FRDSEL.CPY".
           COPY "DSCSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 MN-SITUACAO     PIC X(01).
                   88 MENS-ABERTA     VALUE "A".
                   88 MENS-PAGA       VALUE "P".
                   88 MENS-PARCIAL    VALUE "R".
                03 MN-DTPAGTO      PIC 9(08).
                03 MN-VLRPAGO      PIC 9(06)V99.
                03 MN-DTVENC       PIC 9(08).
                03 FILLER          PIC X(01).
       FD RESPFIN
               LABEL RECORD IS STANDARD.
       01 REGRESPFIN.
                03 RF-RM           PIC 9(05).
                03 RF-NOME         PIC X(30).
                03 RF-CPF          PIC 9(11).
                03 RF-ENDERECO     PIC X(30).
                03 FILLER          PIC X(14).
           COPY "FRDFD.CPY".
           COPY "DSCFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "FRDWS.CPY".
           COPY "DSCWS.CPY".
       77 ST-NOTA       PIC X(02) VALUE "00".
       77 ST-ALUNO      PIC X(02) VALUE "00".
       77 ST-TURMA      PIC X(02) VALUE "00".
       77 W-ARQ-ALUNO   PIC X(64) VALUE SPACES.
       77 W-ARQ-TURMA   PIC X(64) VALUE SPACES.
       77 W-ARQ-MEN     PIC X(64) VALUE SPACES.
       77 ST-RESP       PIC X(02) VALUE "00".
       77 W-ARQ-RESP    PIC X(64) VALUE SPACES.
       77 W-RESP-OK     PIC X(01) VALUE "N".
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-CMP-ANO     PIC 9(04).
           03 W-CMP-MES     PIC 9(02).
       77 W-RMANT       PIC 9(05) VALUE ZEROS.
       77 W-DIAVENC     PIC 9(02) VALUE ZEROS.
       77 W-DTVENC      PIC 9(08) VALUE ZEROS.
       77 W-CONT-GER    PIC 9(05) VALUE ZEROS.
       77 W-CONT-JA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMV   PIC 9(05) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-DESC    PIC 9(10)V99 VALUE ZEROS.
       77 W-CONT-DESC   PIC 9(05) VALUE ZEROS.
       77 W-CONT-IRMAO  PIC 9(05) VALUE ZEROS.
      *
      * RESPONSAVEIS (CPF) COM MAIS DE UM ALUNO ATIVO: O MENOR RM
      * PAGA CHEIO E OS DEMAIS TEM DESCONTO DE IRMAOS
      *
       77 W-QT-CPF      PIC 9(04) VALUE ZEROS.
       77 W-ICP         PIC 9(04) VALUE ZEROS.
       01 TAB-CPF.
           03 TAB-CP-ITEM OCCURS 2000 TIMES.
               05 CP-CPF       PIC 9(11).
               05 CP-QTDE      PIC 9(03).
               05 CP-MENORRM   PIC 9(05).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "MENSALID.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MEN
           MOVE "RESPFIN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RESP
           DISPLAY "GERACAO DE MENSALIDADES - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           ACCEPT W-COMPET
           IF W-CMP-MES < 1 OR W-CMP-MES > 12
              GO TO ABR-002.
       ABR-002V.
           DISPLAY "DIA DO VENCIMENTO (1 A 28, 0=10): "
           ACCEPT W-DIAVENC
           IF W-DIAVENC = ZEROS
              MOVE 10 TO W-DIAVENC.
           IF W-DIAVENC > 28
              GO TO ABR-002V.
      *
      * VENCIMENTO EM FIM DE SEMANA OU FERIADO PASSA PARA O PROXIMO
      * DIA UTIL
      *
           PERFORM ABR-FERIADO
           COMPUTE W-FRD-DATA = W-COMPET * 100 + W-DIAVENC
           PERFORM UTIL-SEGUINTE THRU UTIL-SEGUINTE-FIM
           MOVE W-FRD-DATA TO W-DTVENC
           PERFORM FECHA-FERIADO
           DISPLAY "VENCIMENTO DAS MENSALIDADES: " W-DTVENC.
       ABR-003.
           OPEN INPUT CADNOTA
           IF ST-NOTA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MENSALID: " ST-MEN
              CLOSE CADNOTA CADALUNO CADTURMA
              GO TO ROT-FIM.
           PERFORM ABR-DESCONTO
           IF W-DSC-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESCONTO: "
                      ST-DESCONTO
              CLOSE CADNOTA CADALUNO CADTURMA MENSALID
              GO TO ROT-FIM.
           PERFORM ABR-DESCMENS
           IF W-DSM-OK NOT = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESCMENS: "
                      ST-DESCMENS
              CLOSE CADNOTA CADALUNO CADTURMA MENSALID DESCONTO
              GO TO ROT-FIM.
           OPEN INPUT RESPFIN
           IF ST-RESP = "00"
              MOVE "S" TO W-RESP-OK
              PERFORM CARGA-IRMAOS THRU CARGA-IRMAOS-FIM
           ELSE
              DISPLAY "AVISO: SEM RESPFIN - DESCONTO DE IRMAOS SO "
                      "PELO CADASTRO DE DESCONTOS".
      *
      * A CARGA DOS IRMAOS POSICIONOU O CADNOTA: VOLTA AO INICIO
      *
           IF W-RESP-OK = "S"
              MOVE ZEROS TO RM ANO-LETIVO CODDISC
              START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
              IF ST-NOTA NOT = "00"
                 GO TO ROT-FECHA.
      *
      **************************************
      * UM ALUNO MATRICULADO POR RM        *
              ADD 1 TO W-CONT-SEMV
              DISPLAY "TURMA SEM VALOR DE MENSALIDADE: " TURMA
              GO TO LER-NOTA.
           MOVE RM             TO W-DSC-RM
           MOVE W-COMPET       TO W-DSC-COMPET
           MOVE TU-MENSALIDADE TO W-DSC-BRUTO
           PERFORM VERIFICA-IRMAO THRU VERIFICA-IRMAO-FIM
           PERFORM APURA-DESCONTO THRU APURA-DESCONTO-FIM
           MOVE RM            TO MN-RM
           MOVE W-COMPET      TO MN-COMPET
           MOVE TURMA         TO MN-TURMA
           MOVE W-DSC-LIQUIDO TO MN-VALOR
           MOVE "A"           TO MN-SITUACAO
      *
      * BOLSA INTEGRAL: NADA A RECEBER
      *
           IF W-DSC-LIQUIDO = ZEROS
              MOVE "P"        TO MN-SITUACAO.
           MOVE ZEROS         TO MN-DTPAGTO MN-VLRPAGO
           MOVE W-DTVENC      TO MN-DTVENC
           WRITE REGMENSALID
           IF ST-MEN = "22"
              ADD 1 TO W-CONT-JA
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MENSALID: " ST-MEN
              GO TO ROT-FECHA.
           ADD 1 TO W-CONT-GER
           ADD W-DSC-LIQUIDO TO W-TOT-VALOR
           IF W-DSC-TOTAL NOT = ZEROS
              ADD 1 TO W-CONT-DESC
              ADD W-DSC-TOTAL TO W-TOT-DESC
              PERFORM GRAVA-DESCMENS THRU GRAVA-DESCMENS-FIM.
           IF W-DSC-VLR (2) NOT = ZEROS
              ADD 1 TO W-CONT-IRMAO.
           GO TO LER-NOTA.
      *
      **************************************
      * DESCONTO APLICADO POR TIPO         *
      **************************************
      *
       GRAVA-DESCMENS.
           MOVE 1 TO W-DSC-IDX.
       GRAVA-DESCMENS1.
           IF W-DSC-VLR (W-DSC-IDX) = ZEROS
              GO TO GRAVA-DESCMENS2.
           MOVE RM                     TO DM-RM
           MOVE W-COMPET               TO DM-COMPET
           MOVE W-DSC-TIPO (W-DSC-IDX) TO DM-TIPO
           MOVE TURMA                  TO DM-TURMA
           MOVE TU-MENSALIDADE         TO DM-BRUTO
           MOVE W-DSC-VLR (W-DSC-IDX)  TO DM-DESCONTO
           WRITE REGDESCMENS
           IF ST-DESCMENS = "22"
              REWRITE REGDESCMENS.
           IF ST-DESCMENS NOT = "00" AND ST-DESCMENS NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO DESCMENS: "
                      ST-DESCMENS " RM " RM.
       GRAVA-DESCMENS2.
           IF W-DSC-IDX < 3
              ADD 1 TO W-DSC-IDX
              GO TO GRAVA-DESCMENS1.
       GRAVA-DESCMENS-FIM.
           EXIT.
      *
      **************************************
      * IRMAOS PELO CPF DO RESPONSAVEL     *
      **************************************
      *
       CARGA-IRMAOS.
           READ RESPFIN NEXT RECORD
               AT END GO TO CARGA-IRMAOS-FIM.
           IF RF-CPF NOT NUMERIC OR RF-CPF = ZEROS
              GO TO CARGA-IRMAOS.
           MOVE RF-RM TO AL-RM
           READ CADALUNO
           IF ST-ALUNO NOT = "00"
              GO TO CARGA-IRMAOS.
           IF ALU-TRANSFERIDO
              GO TO CARGA-IRMAOS.
      *
      * SO CONTA O IRMAO MATRICULADO NO ANO E EM TURMA COM MENSALIDADE,
      * OU SEJA, QUE TAMBEM SERA COBRADO NESTA COMPETENCIA
      *
           MOVE RF-RM     TO RM
           MOVE W-CMP-ANO TO ANO-LETIVO
           MOVE ZEROS     TO CODDISC
           START CADNOTA KEY IS NOT LESS THAN CHAVE-NOTA
           IF ST-NOTA NOT = "00"
              GO TO CARGA-IRMAOS.
           READ CADNOTA NEXT RECORD
           IF ST-NOTA NOT = "00" OR RM NOT = RF-RM
                                 OR ANO-LETIVO NOT = W-CMP-ANO
              GO TO CARGA-IRMAOS.
           MOVE TURMA     TO TU-CODIGO
           MOVE W-CMP-ANO TO TU-ANOLET
           READ CADTURMA
           IF ST-TURMA NOT = "00" OR TU-MENSALIDADE = ZEROS
              GO TO CARGA-IRMAOS.
           PERFORM BUSCA-CPF THRU BUSCA-CPF-FIM
           IF W-ICP > W-QT-CPF
              IF W-QT-CPF < 2000
                 ADD 1 TO W-QT-CPF
                 MOVE W-QT-CPF TO W-ICP
                 MOVE RF-CPF   TO CP-CPF (W-ICP)
                 MOVE ZEROS    TO CP-QTDE (W-ICP)
                 MOVE RF-RM    TO CP-MENORRM (W-ICP)
              ELSE
                 GO TO CARGA-IRMAOS.
           ADD 1 TO CP-QTDE (W-ICP)
           IF RF-RM < CP-MENORRM (W-ICP)
              MOVE RF-RM TO CP-MENORRM (W-ICP).
           GO TO CARGA-IRMAOS.
       CARGA-IRMAOS-FIM.
           EXIT.
      *
       BUSCA-CPF.
           MOVE 1 TO W-ICP.
       BUSCA-CPF1.
           IF W-ICP > W-QT-CPF
              GO TO BUSCA-CPF-FIM.
           IF CP-CPF (W-ICP) = RF-CPF
              GO TO BUSCA-CPF-FIM.
           ADD 1 TO W-ICP
           GO TO BUSCA-CPF1.
       BUSCA-CPF-FIM.
           EXIT.
      *
       VERIFICA-IRMAO.
           MOVE "N" TO W-DSC-IRMAO
           IF W-RESP-OK NOT = "S"
              GO TO VERIFICA-IRMAO-FIM.
           MOVE RM TO RF-RM
           READ RESPFIN
           IF ST-RESP NOT = "00"
              GO TO VERIFICA-IRMAO-FIM.
           IF RF-CPF NOT NUMERIC OR RF-CPF = ZEROS
              GO TO VERIFICA-IRMAO-FIM.
           PERFORM BUSCA-CPF THRU BUSCA-CPF-FIM
           IF W-ICP > W-QT-CPF
              GO TO VERIFICA-IRMAO-FIM.
           IF CP-QTDE (W-ICP) > 1 AND CP-MENORRM (W-ICP) NOT = RM
              MOVE "S" TO W-DSC-IRMAO.
       VERIFICA-IRMAO-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE CADNOTA CADALUNO CADTURMA MENSALID
           CLOSE DESCONTO DESCMENS
           IF W-RESP-OK = "S"
              CLOSE RESPFIN.
           DISPLAY "MENSALIDADES GERADAS : " W-CONT-GER
           DISPLAY "JA EXISTENTES        : " W-CONT-JA
           DISPLAY "TURMAS SEM VALOR     : " W-CONT-SEMV
           DISPLAY "COM DESCONTO         : " W-CONT-DESC
           DISPLAY "  DESCONTO DE IRMAOS : " W-CONT-IRMAO
           DISPLAY "TOTAL DE DESCONTOS   : " W-TOT-DESC
           DISPLAY "VALOR TOTAL LIQUIDO  : " W-TOT-VALOR.
      *
       ROT-FIM.
           STOP RUN.
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "FRDPAR.CPY".
           COPY "DSCPAR.CPY".
