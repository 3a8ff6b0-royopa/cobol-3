       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.
       AUTHOR. MATEUS.
      ***************************************************
      * ANONIMIZACAO DE DADOS PESSOAIS APOS A RETENCAO  *
      * FUNCIONARIOS DEMITIDOS E SEUS DEPENDENTES,      *
      * RESPONSAVEIS DE ALUNOS TRANSFERIDOS E CONTATOS  *
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
       SELECT CADDEP ASSIGN TO DYNAMIC W-ARQ-DEP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DP-CHAVE
                    FILE STATUS  IS ST-DEP.
       SELECT CADALUNO ASSIGN TO DYNAMIC W-ARQ-ALUNO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-RM
                    FILE STATUS  IS ST-ALUNO.
       SELECT RESPFIN ASSIGN TO DYNAMIC W-ARQ-RESP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-RM
                    FILE STATUS  IS ST-RESP.
       SELECT CADAMIGO ASSIGN TO DYNAMIC W-ARQ-AMIGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMIGO.
       SELECT ANONLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
           COPY "AUDISEL.CPY".
           COPY "JRNSEL.CPY".
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
                   88 FUNC-DEMITIDO  VALUE "D".
                03 NOME           PIC X(35).
                03 CPF            PIC 9(11).
                03 RG             PIC 9(15).
                03 DATANASC       PIC 9(08).
                03 ESTCIVIL       PIC X(01).
                03 FDEPART        PIC 9(03).
                03 FCARGO         PIC 9(03).
                03 TIPOSAL        PIC X(02).
                03 FSALBASE       PIC 9(06)V99.
                03 DTADMISSAO     PIC 9(08).
                03 DTDEMISSAO.
                   05 DDDIA       PIC 9(02).
                   05 DDMES       PIC 9(02).
                   05 DDANO       PIC 9(04).
                03 FBANCO         PIC 9(03).
                03 FAGENCIA       PIC 9(05).
                03 FCONTA         PIC 9(10).
                03 FCONTADV       PIC X(01).
                03 FENDERECO      PIC X(30).
                03 FBAIRRO        PIC X(20).
                03 FCIDADE        PIC X(20).
                03 FUF            PIC X(02).
                03 FCEP           PIC 9(08).
                03 FDDD           PIC 9(02).
                03 FFONE          PIC 9(09).
                03 FILLER         PIC X(19).
                03 FANONIM        PIC X(01).
                   88 FUNC-ANONIMIZADO VALUE "S".
       FD CADDEP
               LABEL RECORD IS STANDARD.
       01 REGDEP.
                03 DP-CHAVE.
                   05 DP-CHAPA     PIC 9(05).
                   05 DP-SEQ       PIC 9(02).
                03 DP-NOME         PIC X(35).
                03 DP-DTNASC       PIC 9(08).
                03 DP-PARENTESCO   PIC 9(01).
                03 DP-IRRF         PIC X(01).
                03 DP-SALFAM       PIC X(01).
                03 FILLER          PIC X(11).
       FD CADALUNO
               LABEL RECORD IS STANDARD.
       01 REGALUNO.
                03 AL-RM           PIC 9(05).
                03 AL-NOME         PIC X(35).
                03 AL-SEXO         PIC X(01).
                03 AL-DATANASC     PIC 9(08).
                03 AL-SITUACAO     PIC X(01).
                   88 ALU-TRANSFERIDO VALUE "T".
                03 AL-DTTRANSF     PIC 9(08).
                03 FILLER          PIC X(06).
       FD RESPFIN
               LABEL RECORD IS STANDARD.
       01 REGRESPFIN.
                03 RF-RM           PIC 9(05).
                03 RF-NOME         PIC X(30).
                03 RF-CPF          PIC 9(11).
                03 RF-ENDERECO     PIC X(30).
                03 RF-APELIDO      PIC X(12).
                03 FILLER          PIC X(02).
       FD CADAMIGO
               LABEL RECORD IS STANDARD.
       01 REGAMIGO.
                03 APELIDO        PIC X(12).
                03 NOME-AMIGO     PIC X(30).
                03 FILLER         PIC X(131).
                03 DTREFER        PIC 9(06).
                03 DTREFER-X REDEFINES DTREFER PIC X(06).
                03 FILLER         PIC X(01).
       FD ANONLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-ANONLIST   PIC X(80).
           COPY "AUDIFD.CPY".
           COPY "JRNFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "AUDIWS.CPY".
           COPY "JRNWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-DEP        PIC X(02) VALUE "00".
       77 ST-ALUNO      PIC X(02) VALUE "00".
       77 ST-RESP       PIC X(02) VALUE "00".
       77 ST-AMIGO      PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-FUNC    PIC X(64) VALUE SPACES.
       77 W-ARQ-DEP     PIC X(64) VALUE SPACES.
       77 W-ARQ-ALUNO   PIC X(64) VALUE SPACES.
       77 W-ARQ-RESP    PIC X(64) VALUE SPACES.
       77 W-ARQ-AMIGO   PIC X(64) VALUE SPACES.
       77 W-DEP-OK      PIC X(01) VALUE "N".
       77 W-ALUNO-OK    PIC X(01) VALUE "N".
       77 W-RESP-OK     PIC X(01) VALUE "N".
       77 W-AMIGO-OK    PIC X(01) VALUE "N".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-SIMULA      PIC X(01) VALUE "S".
      *
      * PRAZOS DE RETENCAO EM ANOS: FUNCIONARIO A PARTIR DA DEMISSAO,
      * RESPONSAVEL FINANCEIRO A PARTIR DA TRANSFERENCIA DO ALUNO E
      * CONTATO A PARTIR DA COMPETENCIA DE REFERENCIA (DTREFER)
      *
       77 W-ANOS-FUNC   PIC 9(02) VALUE ZEROS.
       77 W-ANOS-ALUNO  PIC 9(02) VALUE ZEROS.
       77 W-ANOS-AMIGO  PIC 9(02) VALUE ZEROS.
       77 W-MIN-FUNC    PIC 9(02) VALUE 5.
       77 W-MIN-ALUNO   PIC 9(02) VALUE 5.
       77 W-MIN-AMIGO   PIC 9(02) VALUE 1.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HJ-ANO      PIC 9(04).
           03 W-HJ-MES      PIC 9(02).
           03 W-HJ-DIA      PIC 9(02).
       77 W-COMPHOJE    PIC 9(06) VALUE ZEROS.
       77 W-CORTE-FUNC  PIC 9(08) VALUE ZEROS.
       77 W-CORTE-ALUNO PIC 9(08) VALUE ZEROS.
       77 W-CORTE-AMIGO PIC 9(06) VALUE ZEROS.
       77 W-DTDEM       PIC 9(08) VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-CONT-FUNC   PIC 9(05) VALUE ZEROS.
       77 W-CONT-DEP    PIC 9(05) VALUE ZEROS.
       77 W-CONT-RESP   PIC 9(05) VALUE ZEROS.
       77 W-CONT-AMIGO  PIC 9(05) VALUE ZEROS.
       77 W-CONT-INIC   PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMDT  PIC 9(05) VALUE ZEROS.
       77 W-CONT-ERRO   PIC 9(05) VALUE ZEROS.
       01 W-MARCA-DEP   PIC X(35) VALUE "DEPENDENTE ANONIMIZADO".
       01 W-MARCA-RESP  PIC X(30) VALUE "RESPONSAVEL ANONIMIZADO".
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "ARQUIVO  CHAVE            DATA REF. ACAO".
           03 FILLER        PIC X(40) VALUE SPACES.
      *
      * A LISTAGEM SO TRAZ CHAVES E DATAS, NUNCA O DADO PESSOAL
      *
       01 W-DETLIN.
           03 DL-ARQUIVO    PIC X(08).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-CHAVE      PIC X(15).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-DATA       PIC X(08).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 DL-ACAO       PIC X(40).
           03 FILLER        PIC X(04) VALUE SPACES.
       01 W-TOTLIN.
           03 TL-DESCR      PIC X(40).
           03 TL-QTDE       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADDEP.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEP
           MOVE "CADALUNO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ALUNO
           MOVE "RESPFIN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RESP
           MOVE "CADAMIGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-AMIGO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-COMPHOJE = W-HJ-ANO * 100 + W-HJ-MES
           DISPLAY "ANONIMIZACAO DE DADOS PESSOAIS - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "ANOS DE RETENCAO APOS A DEMISSAO (0=" W-MIN-FUNC
                   "): "
           ACCEPT W-ANOS-FUNC
           IF W-ANOS-FUNC = ZEROS
              MOVE W-MIN-FUNC TO W-ANOS-FUNC.
           IF W-ANOS-FUNC < W-MIN-FUNC
              DISPLAY "MINIMO PARA FUNCIONARIOS: " W-MIN-FUNC " ANOS"
              GO TO ABR-002.
       ABR-002A.
           DISPLAY "ANOS DE RETENCAO APOS A TRANSFERENCIA DO ALUNO (0="
                   W-MIN-ALUNO "): "
           ACCEPT W-ANOS-ALUNO
           IF W-ANOS-ALUNO = ZEROS
              MOVE W-MIN-ALUNO TO W-ANOS-ALUNO.
           IF W-ANOS-ALUNO < W-MIN-ALUNO
              DISPLAY "MINIMO PARA RESPONSAVEIS: " W-MIN-ALUNO " ANOS"
              GO TO ABR-002A.
       ABR-002B.
           DISPLAY "ANOS DE RETENCAO DOS CONTATOS DO CADAMIGO (0=2): "
           ACCEPT W-ANOS-AMIGO
           IF W-ANOS-AMIGO = ZEROS
              MOVE 2 TO W-ANOS-AMIGO.
           IF W-ANOS-AMIGO < W-MIN-AMIGO
              GO TO ABR-002B.
       ABR-002C.
           DISPLAY "SOMENTE SIMULAR, SEM GRAVAR (S/N): "
           ACCEPT W-SIMULA
           IF W-SIMULA = "s"
              MOVE "S" TO W-SIMULA.
           IF W-SIMULA = "n"
              MOVE "N" TO W-SIMULA.
           IF W-SIMULA NOT = "S" AND W-SIMULA NOT = "N"
              GO TO ABR-002C.
           IF W-SIMULA = "N"
              DISPLAY "A ANONIMIZACAO NAO PODE SER DESFEITA. "
                      "CONFIRMA (S/N)? "
              ACCEPT W-OPCAO
              IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                 DISPLAY "PROCESSAMENTO CANCELADO"
                 GO TO ROT-FIM.
      *
      * DATAS DE CORTE: O QUE FOR ANTERIOR OU IGUAL JA CUMPRIU O PRAZO
      *
           COMPUTE W-CORTE-FUNC = (W-HJ-ANO - W-ANOS-FUNC) * 10000
                                + W-HJ-MES * 100 + W-HJ-DIA
           COMPUTE W-CORTE-ALUNO = (W-HJ-ANO - W-ANOS-ALUNO) * 10000
                                 + W-HJ-MES * 100 + W-HJ-DIA
           COMPUTE W-CORTE-AMIGO = (W-HJ-ANO - W-ANOS-AMIGO) * 100
                                 + W-HJ-MES.
       ABR-003.
           OPEN I-O CADFUNC
           IF ST-FUNC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-FUNC
              GO TO ROT-FIM.
           OPEN OUTPUT ANONLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ANONLIST: " ST-LIST
              CLOSE CADFUNC
              GO TO ROT-FIM.
           OPEN I-O CADDEP
           IF ST-DEP = "00"
              MOVE "S" TO W-DEP-OK.
           OPEN INPUT CADALUNO
           IF ST-ALUNO = "00"
              MOVE "S" TO W-ALUNO-OK.
           OPEN I-O RESPFIN
           IF ST-RESP = "00"
              MOVE "S" TO W-RESP-OK.
           OPEN I-O CADAMIGO
           IF ST-AMIGO = "00"
              MOVE "S" TO W-AMIGO-OK.
           MOVE "ANONIMIZ" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           PERFORM ABR-JORNAL
           MOVE "ANONIMIZA" TO REL-PROGRAMA
           STRING "SIMULACAO " W-SIMULA
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           IF W-SIMULA = "S"
              MOVE "ANONIMIZACAO - SIMULACAO" TO REL-TITULO
           ELSE
              MOVE "ANONIMIZACAO DE DADOS" TO REL-TITULO.
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      **************************************
      * FUNCIONARIOS DEMITIDOS             *
      **************************************
      *
      * FICAM CHAPA, NOME, NASCIMENTO, DATAS E DADOS CONTRATUAIS QUE
      * AMARRAM O HISTORICO DE FOLHA (FOLHARES, FICHAFIN) MANTIDO POR
      * OBRIGACAO LEGAL. SAEM DOCUMENTOS, ENDERECO, TELEFONE E CONTA
      *
       FUN-001.
           MOVE ZEROS TO CHAPA
           START CADFUNC KEY IS NOT LESS THAN CHAPA
           IF ST-FUNC NOT = "00"
              GO TO ALU-001.
       FUN-002.
           READ CADFUNC NEXT RECORD
           IF ST-FUNC NOT = "00"
              GO TO ALU-001.
           IF NOT FUNC-DEMITIDO OR FUNC-ANONIMIZADO
              GO TO FUN-002.
           MOVE "CADFUNC"  TO DL-ARQUIVO
           MOVE CHAPA      TO DL-CHAVE
           MOVE DTDEMISSAO TO DL-DATA
           IF DDANO = ZEROS
              ADD 1 TO W-CONT-SEMDT
              MOVE "DEMITIDO SEM DATA - NAO ANONIMIZADO" TO DL-ACAO
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO FUN-002.
           COMPUTE W-DTDEM = DDANO * 10000 + DDMES * 100 + DDDIA
           IF W-DTDEM > W-CORTE-FUNC
              GO TO FUN-002.
           MOVE "CADFUNC" TO JRN-ARQUIVO
           MOVE ZEROS  TO CPF RG FBANCO FAGENCIA FCONTA FCEP FDDD FFONE
           MOVE SPACES TO ESTCIVIL FCONTADV FENDERECO FBAIRRO FCIDADE
                          FUF
           MOVE "S"    TO FANONIM
           MOVE "DOCUMENTOS, ENDERECO, FONE E CONTA" TO DL-ACAO
           IF W-SIMULA = "S"
              ADD 1 TO W-CONT-FUNC
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              MOVE CHAPA TO W-CHAPA
              PERFORM FUN-DEP THRU FUN-DEP-FIM
              GO TO FUN-002.
           REWRITE REGFUNC
           IF ST-FUNC NOT = "00" AND ST-FUNC NOT = "02"
              ADD 1 TO W-CONT-ERRO
              MOVE "ERRO NA GRAVACAO - STATUS" TO DL-ACAO
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO FUN-002.
           ADD 1 TO W-CONT-FUNC
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
           MOVE CHAPA TO AUD-CHAVE JRN-CHAVE
      *
      * O JORNAL RECEBE A IMAGEM JA ANONIMIZADA NOS DOIS LADOS: A
      * RECUPERACAO REFAZ A ANONIMIZACAO SEM GUARDAR O DADO ANTIGO
      *
           MOVE REGFUNC TO JRN-ANTES JRN-DEPOIS
           PERFORM GRAVA-ANON THRU GRAVA-ANON-FIM
           MOVE CHAPA TO W-CHAPA
           PERFORM FUN-DEP THRU FUN-DEP-FIM
           GO TO FUN-002.
      *
      * DEPENDENTES DO FUNCIONARIO ANONIMIZADO: SAEM NOME E NASCIMENTO
      *
       FUN-DEP.
           IF W-DEP-OK NOT = "S"
              GO TO FUN-DEP-FIM.
           MOVE W-CHAPA TO DP-CHAPA
           MOVE ZEROS   TO DP-SEQ
           START CADDEP KEY IS NOT LESS THAN DP-CHAVE
           IF ST-DEP NOT = "00"
              GO TO FUN-DEP-FIM.
       FUN-DEP1.
           READ CADDEP NEXT RECORD
           IF ST-DEP NOT = "00"
              GO TO FUN-DEP-FIM.
           IF DP-CHAPA NOT = W-CHAPA
              GO TO FUN-DEP-FIM.
           IF DP-NOME = W-MARCA-DEP
              GO TO FUN-DEP1.
           MOVE "CADDEP"    TO DL-ARQUIVO JRN-ARQUIVO
           MOVE DP-CHAVE    TO DL-CHAVE
           MOVE DP-DTNASC   TO DL-DATA
           MOVE "NOME E NASCIMENTO DO DEPENDENTE" TO DL-ACAO
           MOVE W-MARCA-DEP TO DP-NOME
           MOVE ZEROS       TO DP-DTNASC
           IF W-SIMULA = "S"
              ADD 1 TO W-CONT-DEP
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO FUN-DEP1.
           REWRITE REGDEP
           IF ST-DEP NOT = "00" AND ST-DEP NOT = "02"
              ADD 1 TO W-CONT-ERRO
              MOVE "ERRO NA GRAVACAO - STATUS" TO DL-ACAO
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO FUN-DEP1.
           ADD 1 TO W-CONT-DEP
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
           MOVE DP-CHAVE TO AUD-CHAVE JRN-CHAVE
           MOVE REGDEP   TO JRN-ANTES JRN-DEPOIS
           PERFORM GRAVA-ANON THRU GRAVA-ANON-FIM
           GO TO FUN-DEP1.
       FUN-DEP-FIM.
           EXIT.
      *
      **************************************
      * RESPONSAVEIS DE ALUNOS TRANSFERIDOS*
      **************************************
      *
      * O CADALUNO FICA COMO ESTA: NOME E NASCIMENTO DO ALUNO SUSTENTAM
      * O HISTORICO ESCOLAR. SAEM NOME, CPF E ENDERECO DO RESPONSAVEL
      *
       ALU-001.
           IF W-ALUNO-OK NOT = "S" OR W-RESP-OK NOT = "S"
              GO TO AMI-001.
           MOVE ZEROS TO AL-RM
           START CADALUNO KEY IS NOT LESS THAN AL-RM
           IF ST-ALUNO NOT = "00"
              GO TO AMI-001.
       ALU-002.
           READ CADALUNO NEXT RECORD
           IF ST-ALUNO NOT = "00"
              GO TO AMI-001.
           IF NOT ALU-TRANSFERIDO OR AL-DTTRANSF = ZEROS
              GO TO ALU-002.
           IF AL-DTTRANSF > W-CORTE-ALUNO
              GO TO ALU-002.
           MOVE AL-RM TO RF-RM
           READ RESPFIN
           IF ST-RESP NOT = "00"
              GO TO ALU-002.
           IF RF-NOME = W-MARCA-RESP AND RF-CPF = ZEROS
              GO TO ALU-002.
           MOVE "RESPFIN"   TO DL-ARQUIVO JRN-ARQUIVO
           MOVE RF-RM       TO DL-CHAVE
           MOVE AL-DTTRANSF TO DL-DATA
           MOVE "NOME, CPF E ENDERECO DO RESPONSAVEL" TO DL-ACAO
           MOVE W-MARCA-RESP TO RF-NOME
           MOVE ZEROS        TO RF-CPF
           MOVE SPACES       TO RF-ENDERECO RF-APELIDO
           IF W-SIMULA = "S"
              ADD 1 TO W-CONT-RESP
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO ALU-002.
           REWRITE REGRESPFIN
           IF ST-RESP NOT = "00" AND ST-RESP NOT = "02"
              ADD 1 TO W-CONT-ERRO
              MOVE "ERRO NA GRAVACAO - STATUS" TO DL-ACAO
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO ALU-002.
           ADD 1 TO W-CONT-RESP
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
           MOVE RF-RM      TO AUD-CHAVE JRN-CHAVE
           MOVE REGRESPFIN TO JRN-ANTES JRN-DEPOIS
           PERFORM GRAVA-ANON THRU GRAVA-ANON-FIM
           GO TO ALU-002.
      *
      **************************************
      * CONTATOS DO CADAMIGO               *
      **************************************
      *
      * O CONTATO NAO TEM HISTORICO A PRESERVAR E A PROPRIA CHAVE
      * (APELIDO) E DADO PESSOAL: VENCIDO O PRAZO, O REGISTRO E
      * EXCLUIDO. CONTATO SEM DTREFER GANHA A COMPETENCIA ATUAL E O
      * PRAZO COMECA A CONTAR DESTA EXECUCAO
      *
       AMI-001.
           IF W-AMIGO-OK NOT = "S"
              GO TO ROT-TOTAIS.
           MOVE LOW-VALUES TO APELIDO
           START CADAMIGO KEY IS NOT LESS THAN APELIDO
           IF ST-AMIGO NOT = "00"
              GO TO ROT-TOTAIS.
       AMI-002.
           READ CADAMIGO NEXT RECORD
           IF ST-AMIGO NOT = "00"
              GO TO ROT-TOTAIS.
           IF DTREFER-X NOT NUMERIC OR DTREFER = ZEROS
              ADD 1 TO W-CONT-INIC
              IF W-SIMULA = "N"
                 MOVE W-COMPHOJE TO DTREFER
                 REWRITE REGAMIGO.
           IF DTREFER-X NOT NUMERIC OR DTREFER = ZEROS
              GO TO AMI-002.
           IF DTREFER > W-CORTE-AMIGO
              GO TO AMI-002.
           MOVE "CADAMIGO" TO DL-ARQUIVO
           MOVE APELIDO    TO DL-CHAVE
           MOVE DTREFER-X  TO DL-DATA
           MOVE "CONTATO EXCLUIDO" TO DL-ACAO
           IF W-SIMULA = "S"
              ADD 1 TO W-CONT-AMIGO
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO AMI-002.
           DELETE CADAMIGO RECORD
           IF ST-AMIGO NOT = "00"
              ADD 1 TO W-CONT-ERRO
              MOVE "ERRO NA EXCLUSAO - STATUS" TO DL-ACAO
              PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
              GO TO AMI-002.
           ADD 1 TO W-CONT-AMIGO
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
           MOVE APELIDO TO AUD-CHAVE
           MOVE "E"     TO AUD-OPERACAO
           PERFORM GRAVA-AUDITORIA
           GO TO AMI-002.
      *
      **************************************
      * TOTAIS                             *
      **************************************
      *
       ROT-TOTAIS.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE "FUNCIONARIOS ANONIMIZADOS ..........:" TO TL-DESCR
           MOVE W-CONT-FUNC TO TL-QTDE
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "DEPENDENTES ANONIMIZADOS ...........:" TO TL-DESCR
           MOVE W-CONT-DEP TO TL-QTDE
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "RESPONSAVEIS ANONIMIZADOS ..........:" TO TL-DESCR
           MOVE W-CONT-RESP TO TL-QTDE
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "CONTATOS EXCLUIDOS .................:" TO TL-DESCR
           MOVE W-CONT-AMIGO TO TL-QTDE
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "CONTATOS COM PRAZO INICIADO AGORA ..:" TO TL-DESCR
           MOVE W-CONT-INIC TO TL-QTDE
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "DEMITIDOS SEM DATA DE DEMISSAO .....:" TO TL-DESCR
           MOVE W-CONT-SEMDT TO TL-QTDE
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "ERROS DE GRAVACAO ..................:" TO TL-DESCR
           MOVE W-CONT-ERRO TO TL-QTDE
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           IF W-DEP-OK NOT = "S"
              DISPLAY "AVISO: SEM ARQUIVO CADDEP NO AMBIENTE".
           IF W-ALUNO-OK NOT = "S" OR W-RESP-OK NOT = "S"
              DISPLAY "AVISO: SEM CADALUNO/RESPFIN NO AMBIENTE".
           IF W-AMIGO-OK NOT = "S"
              DISPLAY "AVISO: SEM ARQUIVO CADAMIGO NO AMBIENTE".
           IF W-SIMULA = "S"
              DISPLAY "SIMULACAO CONCLUIDA - NADA FOI GRAVADO".
           DISPLAY "FUNCIONARIOS: " W-CONT-FUNC " DEPENDENTES: "
                   W-CONT-DEP " RESPONSAVEIS: " W-CONT-RESP
                   " CONTATOS: " W-CONT-AMIGO
           DISPLAY "VEJA A LISTAGEM ANONLIST".
      *
       ROT-FECHA.
           CLOSE CADFUNC ANONLIST AUDITORIA JORNAL
           IF W-DEP-OK = "S"
              CLOSE CADDEP.
           IF W-ALUNO-OK = "S"
              CLOSE CADALUNO.
           IF W-RESP-OK = "S"
              CLOSE RESPFIN.
           IF W-AMIGO-OK = "S"
              CLOSE CADAMIGO.
      *
       ROT-FIM.
           STOP RUN.
      *
       GRAVA-ANON.
           MOVE "A" TO AUD-OPERACAO JRN-OPERACAO
           PERFORM GRAVA-AUDITORIA
           PERFORM GRAVA-JORNAL.
       GRAVA-ANON-FIM.
           EXIT.
      *
       IMPRIME-DET.
           MOVE W-DETLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-DET-FIM.
           EXIT.
      *
       IMPRIME-TOT.
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-TOT-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "AUDIPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-ANONLIST==.
           COPY "SPLPAR.CPY".
