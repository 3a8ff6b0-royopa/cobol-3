           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
           COPY "CTRSEL.CPY".
           COPY "SINSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 FSTATUS        PIC X(01).
                   88 FUNC-ATIVO     VALUE "A".
                   88 FUNC-DEMITIDO  VALUE "D".
                   88 FUNC-PREADM    VALUE "P".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 FDDD           PIC 9(02).
                03 FFONE          PIC 9(09).
                03 FEMPRESA       PIC 9(02).
                03 FTIPOCONTR     PIC X(01).
                   88 CONTR-INDETERM VALUE "I".
                   88 CONTR-EXPERIEN VALUE "E".
                   88 CONTR-DETERMIN VALUE "D".
                   88 CONTR-ESTAGIO  VALUE "T".
                03 FDTFIMCONTR.
                   05 FCDIA       PIC 9(02).
                   05 FCMES       PIC 9(02).
                   05 FCANO       PIC 9(04).
                03 FPRORROG       PIC X(01).
                03 FSINDICATO     PIC 9(03).
                03 FASSOCSIND     PIC X(01).
                03 FOPOSICAO      PIC X(01).
                03 FMOTDESLIG     PIC X(01).
                   88 DESLIG-PEDIDO   VALUE "P".
                   88 DESLIG-SEMJUSTA VALUE "S".
                   88 DESLIG-JUSTA    VALUE "J".
                   88 DESLIG-TERMO    VALUE "T".
                   88 DESLIG-ACORDO   VALUE "A".
                03 FSEXO          PIC X(01).
                   88 SEXO-MASC      VALUE "M".
                   88 SEXO-FEM       VALUE "F".
                03 FILLER         PIC X(01).
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTOX.
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
           COPY "CTRFD.CPY".
           COPY "SINFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "CTRWS.CPY".
           COPY "SINWS.CPY".
       77 W-SINDNOME   PIC X(22) VALUE SPACES.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
           OPEN INPUT CADCEP
           IF ST-CEPF = "00"
              MOVE "S" TO W-CEPF-OK.
           MOVE "CADSINDIC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-SINDIC
           OPEN INPUT CADSINDIC
           IF ST-SINDIC = "00"
              MOVE "S" TO W-SIN-OK.
           MOVE "PENDALT.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PENDALT
           PERFORM ABR-AUDITORIA
           MOVE "FP201614" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL
           PERFORM ABR-CONTR.

       INC-001.
                MOVE ZEROS  TO CHAPA CPF RG DATANASC FDEPART FCARGO
                MOVE ZEROS  TO FSALBASE DTADMISSAO DTDEMISSAO
                MOVE ZEROS  TO FBANCO FAGENCIA FCONTA
                MOVE ZEROS  TO FCEP FDDD FFONE FEMPRESA
                MOVE ZEROS  TO FDTFIMCONTR FSINDICATO
                MOVE SPACES TO NOME ESTCIVIL TIPOSAL FCONTADV FMOTDESLIG
                MOVE SPACES TO FSEXO
                MOVE "E"    TO FTIPOCONTR
                MOVE "N"    TO FPRORROG FASSOCSIND FOPOSICAO
                MOVE SPACES TO FENDERECO FBAIRRO FCIDADE FUF
                MOVE "A"    TO FSTATUS
                DISPLAY TELAFUNCIONARIO
                      MOVE FBANCO   TO W-BANCOANT
                      MOVE FAGENCIA TO W-AGENANT
                      MOVE FCONTA   TO W-CONTAANT
                      PERFORM NORMALIZA-SIND THRU NORMALIZA-SIND-FIM
                      DISPLAY  TELAFUNCIONARIO
                      PERFORM MOSTRA-SIND THRU MOSTRA-SIND-FIM
                      PERFORM CONTA-DEP THRU CONTA-DEP-FIM
                      IF FUNC-PREADM
                         GO TO PRE-001
                      ELSE
                         MOVE "*** CHAPA JA CADASTRADA ***" TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         MOVE 1 TO W-SEL
                         GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADFUNC"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.

       INC-007A.
                ACCEPT TSEXO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF FSEXO = "m" MOVE "M" TO FSEXO.
                IF FSEXO = "f" MOVE "F" TO FSEXO.
                IF NOT SEXO-MASC AND NOT SEXO-FEM
                   MOVE "*** SEXO: DIGITE M OU F ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007A.

       INC-008.
                ACCEPT TDEPART
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007A.
                IF FDEPART = ZEROS
                   MOVE "*** DEPARTAMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE DAANO TO MASCDATA5
                DISPLAY (21, 31) MASCDATA.

       INC-012T.
                ACCEPT TTIPOCONTR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF CONTR-INDETERM
                   MOVE ZEROS TO FDTFIMCONTR
                   DISPLAY TDTFIMCONTR
                   PERFORM CONFERE-CONTR THRU CONFERE-CONTR-FIM
                   GO TO INC-012B.
                IF NOT CONTR-EXPERIEN AND NOT CONTR-DETERMIN
                                      AND NOT CONTR-ESTAGIO
                   MOVE "*** TIPO DE CONTRATO INVALIDO (I/E/D/T) ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012T.
                IF CONTR-EXPERIEN AND FDTFIMCONTR = ZEROS
                   PERFORM SUGERE-FIMEXP THRU SUGERE-FIMEXP-FIM
                   DISPLAY TDTFIMCONTR.

       INC-012U.
                ACCEPT TDTFIMCONTR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012T.
                PERFORM CONFERE-CONTR THRU CONFERE-CONTR-FIM
                IF W-CTR-ERRO NOT = SPACES
                   MOVE W-CTR-ERRO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012U.

       INC-012B.
                ACCEPT TENDERECO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF CONTR-INDETERM
                      GO TO INC-012T
                   ELSE
                      GO TO INC-012U.

       INC-012C.
                ACCEPT TBAIRRO
                   MOVE 1 TO FEMPRESA
                   DISPLAY TEMPRESA.

       INC-017.
                ACCEPT TSINDICATO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-016.
                PERFORM MOSTRA-SIND THRU MOSTRA-SIND-FIM
                IF FSINDICATO = ZEROS
                   MOVE "N" TO FASSOCSIND FOPOSICAO
                   DISPLAY TASSOCSIND
                   DISPLAY TOPOSICAO
                   GO TO INC-OPC.
                IF W-SIN-OK = "S" AND ST-SINDIC NOT = "00"
                   MOVE "*** SINDICATO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-017.

       INC-018.
                ACCEPT TASSOCSIND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-017.
                IF FASSOCSIND = "s" MOVE "S" TO FASSOCSIND.
                IF FASSOCSIND = "n" MOVE "N" TO FASSOCSIND.
                IF FASSOCSIND NOT = "S" AND FASSOCSIND NOT = "N"
                   MOVE "*** ASSOCIADO: DIGITE S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-018.

       INC-019.
                ACCEPT TOPOSICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-018.
                IF FOPOSICAO = "s" MOVE "S" TO FOPOSICAO.
                IF FOPOSICAO = "n" MOVE "N" TO FOPOSICAO.
                IF FOPOSICAO NOT = "S" AND FOPOSICAO NOT = "N"
                   MOVE "*** CARTA DE OPOSICAO: DIGITE S OU N ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-019.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF FSINDICATO = ZEROS
                      GO TO INC-017
                   ELSE
                      GO TO INC-019.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 3
                   GO TO PRE-RW1.

       INC-WR1.
                WRITE REGFUNC
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL-FUNC THRU
                              GRAVA-JORNAL-FUNC-FIM
                      PERFORM GRAVA-CONTR-INI THRU GRAVA-CONTR-INI-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
       ABR-PENDALT-FIM.
                EXIT.
      *
      *****************************************
      * PRE-ADMISSAO VINDA DO RECRUTAMENTO    *
      * (FP201639): OPERADOR COMPLETA A FICHA *
      * E O FUNCIONARIO PASSA A ATIVO         *
      *****************************************
      *
       PRE-001.
                IF FTIPOCONTR = SPACES
                   MOVE "E" TO FTIPOCONTR
                   MOVE "N" TO FPRORROG.
                IF FDTFIMCONTR NOT NUMERIC
                   MOVE ZEROS TO FDTFIMCONTR.
                PERFORM NORMALIZA-SIND THRU NORMALIZA-SIND-FIM
                PERFORM MOSTRA-SIND THRU MOSTRA-SIND-FIM
                MOVE "*** PRE-ADMISSAO - COMPLETE OS DADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 3 TO W-SEL
                GO TO INC-003.
      *
       PRE-RW1.
                MOVE "A" TO FSTATUS
                DISPLAY TSTATUS
                REWRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAPA TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL-FUNC THRU
                           GRAVA-JORNAL-FUNC-FIM
                   PERFORM GRAVA-CONTR-INI THRU GRAVA-CONTR-INI-FIM
                   MOVE "*** ADMISSAO CONCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO CADFUNC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************
      * ROTINA DE DEMISSAO        *
      *****************************
                MOVE DDDIA TO MASCDATA1
                MOVE DDMES TO MASCDATA3
                MOVE DDANO TO MASCDATA5
                DISPLAY (21, 57) MASCDATA.
       DEM-003.
                DISPLAY (23, 12)
                   "MOTIVO P=PEDIDO S=S/JUSTA J=JUSTA T=TERMO A=ACORDO"
                ACCEPT TMOTDESLIG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (23, 12) LIMPA
                   GO TO DEM-002.
                IF FMOTDESLIG = "p" MOVE "P" TO FMOTDESLIG.
                IF FMOTDESLIG = "s" MOVE "S" TO FMOTDESLIG.
                IF FMOTDESLIG = "j" MOVE "J" TO FMOTDESLIG.
                IF FMOTDESLIG = "t" MOVE "T" TO FMOTDESLIG.
                IF FMOTDESLIG = "a" MOVE "A" TO FMOTDESLIG.
                IF NOT DESLIG-PEDIDO AND NOT DESLIG-SEMJUSTA
                   AND NOT DESLIG-JUSTA AND NOT DESLIG-TERMO
                   AND NOT DESLIG-ACORDO
                   MOVE "*** MOTIVO DO DESLIGAMENTO INVALIDO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEM-003.
                DISPLAY (23, 12) LIMPA
                DISPLAY TMOTDESLIG
                MOVE "D" TO FSTATUS
                DISPLAY TSTATUS.
       DEM-RW1.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REA-OPC.
                MOVE "A" TO FSTATUS
                MOVE SPACES TO FMOTDESLIG
                DISPLAY TSTATUS
                DISPLAY TMOTDESLIG.
       REA-RW1.
                REWRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
       GRAVA-JORNAL-FUNC-FIM.
                EXIT.
      *
      *****************************************
      * CONTRATO DE TRABALHO                  *
      *****************************************
      *
       CONFERE-CONTR.
                MOVE FTIPOCONTR TO W-CTR-TIPO
                COMPUTE W-CTR-DTINI = DAANO * 10000 + DAMES * 100
                                    + DADIA
                COMPUTE W-CTR-DTFIM = FCANO * 10000 + FCMES * 100
                                    + FCDIA
                PERFORM VALIDA-CONTR THRU VALIDA-CONTR-FIM.
       CONFERE-CONTR-FIM.
                EXIT.
      *
      * PRIMEIRO PERIODO DE EXPERIENCIA: 45 DIAS CONTANDO A ADMISSAO
      *
       SUGERE-FIMEXP.
                COMPUTE W-CTR-DTCALC = DAANO * 10000 + DAMES * 100
                                     + DADIA
                MOVE 44 TO W-CTR-SOMA
                PERFORM SOMA-DIAS-CTR THRU SOMA-DIAS-CTR-FIM
                MOVE W-CTR-CDIA TO FCDIA
                MOVE W-CTR-CMES TO FCMES
                MOVE W-CTR-CANO TO FCANO.
       SUGERE-FIMEXP-FIM.
                EXIT.
      *
       GRAVA-CONTR-INI.
                MOVE CHAPA      TO W-CTR-CHAPA
                MOVE "I"        TO W-CTR-EVENTO
                MOVE FTIPOCONTR TO W-CTR-TIPO
                COMPUTE W-CTR-DTINI = DAANO * 10000 + DAMES * 100
                                    + DADIA
                COMPUTE W-CTR-DTFIM = FCANO * 10000 + FCMES * 100
                                    + FCDIA
                MOVE ZEROS      TO W-CTR-DTFIMANT
                MOVE "FP201614" TO W-CTR-ORIGEM
                MOVE "ADMISSAO" TO W-CTR-OBS
                PERFORM GRAVA-CONTR THRU GRAVA-CONTR-FIM.
       GRAVA-CONTR-INI-FIM.
                EXIT.
      *
      *****************************************
      * SINDICATO DA CATEGORIA                *
      *****************************************
      *
      * FICHAS ANTERIORES AO CADASTRO DE SINDICATOS TEM OS CAMPOS EM
      * BRANCO: SEM SINDICATO, NAO ASSOCIADO E SEM CARTA DE OPOSICAO
      *
       NORMALIZA-SIND.
                IF FSINDICATO NOT NUMERIC
                   MOVE ZEROS TO FSINDICATO.
                IF FASSOCSIND NOT = "S"
                   MOVE "N" TO FASSOCSIND.
                IF FOPOSICAO NOT = "S"
                   MOVE "N" TO FOPOSICAO.
       NORMALIZA-SIND-FIM.
                EXIT.
      *
       MOSTRA-SIND.
                MOVE SPACES TO W-SINDNOME
                MOVE "00" TO ST-SINDIC
                IF FSINDICATO = ZEROS OR W-SIN-OK NOT = "S"
                   GO TO MOSTRA-SIND-EXIBE.
                MOVE FSINDICATO TO SN-CODIGO
                READ CADSINDIC
                IF ST-SINDIC = "00"
                   MOVE SN-NOME TO W-SINDNOME
                ELSE
                   MOVE "*** NAO CADASTRADO ***" TO W-SINDNOME.
       MOSTRA-SIND-EXIBE.
                DISPLAY (09, 58) W-SINDNOME.
       MOSTRA-SIND-FIM.
                EXIT.
      *
      ************************************
      * BUSCA DE CEP E VALIDACAO DE DDD  *
      ************************************
                   CLOSE CADFUNC2.
                IF W-CEPF-OK = "S"
                   CLOSE CADCEP.
                IF W-SIN-OK = "S"
                   CLOSE CADSINDIC.
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
                CLOSE JORNAL
                PERFORM FECHA-CONTR
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
           COPY "EVTPAR.CPY".
           COPY "AMBPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "CTRPAR.CPY".
           COPY "CTDPAR.CPY".
       FIM-ROT-TEMPO.
