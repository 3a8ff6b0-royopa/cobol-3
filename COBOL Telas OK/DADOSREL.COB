       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOSREL.
       AUTHOR. MATEUS.
      ***************************************************
      * RELATORIO DE DADOS PESSOAIS DO TITULAR          *
      * BUSCA POR CPF OU NOME EM CADFUNC, CADDEP,       *
      * RESPFIN, CADAMIGO E CADALUNO                    *
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
       SELECT DADOSLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
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
                03 DTDEMISSAO     PIC 9(08).
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
                03 FEMPRESA       PIC 9(02).
                03 FTIPOCONTR     PIC X(01).
                03 FDTFIMCONTR    PIC 9(08).
                03 FPRORROG       PIC X(01).
                03 FSINDICATO     PIC 9(03).
                03 FASSOCSIND     PIC X(01).
                03 FOPOSICAO      PIC X(01).
                03 FMOTDESLIG     PIC X(01).
                03 FSEXO          PIC X(01).
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
                03 AL-DTTRANSF     PIC 9(08).
                03 FILLER          PIC X(06).
       FD RESPFIN
               LABEL RECORD IS STANDARD.
       01 REGRESPFIN.
                03 RF-RM           PIC 9(05).
                03 RF-NOME         PIC X(30).
                03 RF-CPF          PIC 9(11).
                03 RF-ENDERECO     PIC X(30).
                03 FILLER          PIC X(14).
       FD CADAMIGO
               LABEL RECORD IS STANDARD.
       01 REGAMIGO.
                03 APELIDO        PIC X(12).
                03 NOME-AMIGO     PIC X(30).
                03 ENDERECO       PIC X(30).
                03 BAIRRO         PIC X(20).
                03 CIDADE         PIC X(20).
                03 UF             PIC X(02).
                03 CEP            PIC 9(08).
                03 DDD            PIC 9(02).
                03 TELEFONE       PIC 9(09).
                03 EMAIL          PIC X(30).
                03 SEXO           PIC X(01).
                03 DATANASC-AMIGO PIC 9(08).
                03 TPAMIGO        PIC 9(01).
                03 DTREFER        PIC X(06).
                03 FILLER         PIC X(01).
       FD DADOSLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-DADOSLIST  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
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
       77 W-FUNC-OK     PIC X(01) VALUE "N".
       77 W-DEP-OK      PIC X(01) VALUE "N".
       77 W-ALUNO-OK    PIC X(01) VALUE "N".
       77 W-RESP-OK     PIC X(01) VALUE "N".
       77 W-AMIGO-OK    PIC X(01) VALUE "N".
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-CONT-REG    PIC 9(05) VALUE ZEROS.
      *
      * BUSCA POR NOME: COMPARA O INICIO DO NOME GRAVADO COM AS
      * W-TAM POSICOES DIGITADAS
      *
       01 W-BUSCA       PIC X(35) VALUE SPACES.
       01 W-BUSCA-R REDEFINES W-BUSCA.
           03 W-BUSCA-C     PIC X(01) OCCURS 35 TIMES.
       01 W-CMP         PIC X(35) VALUE SPACES.
       01 W-CMP-R REDEFINES W-CMP.
           03 W-CMP-C       PIC X(01) OCCURS 35 TIMES.
       77 W-TAM         PIC 9(02) VALUE ZEROS.
       77 W-IDX         PIC 9(02) VALUE ZEROS.
       77 W-MIN-TAM     PIC 9(02) VALUE 3.
       01 W-ED-DATA     PIC 99/99/9999.
       01 W-ED-AMD      PIC 9999/99/99.
       01 W-ED-VALOR    PIC ZZZ.ZZ9,99.
       01 W-ED-CPF      PIC 999.999.999/99.
       01 W-ED-CONTA.
           03 EC-BANCO      PIC 9(03).
           03 FILLER        PIC X(06) VALUE " AG. ".
           03 EC-AGENCIA    PIC 9(05).
           03 FILLER        PIC X(07) VALUE " CONTA ".
           03 EC-CONTA      PIC 9(10).
           03 FILLER        PIC X(01) VALUE "-".
           03 EC-DV         PIC X(01).
       01 W-ED-FONE.
           03 FILLER        PIC X(01) VALUE "(".
           03 EF-DDD        PIC 9(02).
           03 FILLER        PIC X(02) VALUE ") ".
           03 EF-FONE       PIC 9(09).
       01 W-ED-LOCAL.
           03 EL-CIDADE     PIC X(20).
           03 FILLER        PIC X(03) VALUE " - ".
           03 EL-UF         PIC X(02).
       01 W-ED-CODIGO.
           03 ED-COD1       PIC 9(03).
           03 FILLER        PIC X(03) VALUE " / ".
           03 ED-COD2       PIC 9(03).
       01 W-BLOCO.
           03 FILLER        PIC X(04) VALUE "*** ".
           03 BL-ARQUIVO    PIC X(10).
           03 BL-DESCR      PIC X(40).
           03 BL-CHAVE      PIC X(15).
           03 FILLER        PIC X(11) VALUE SPACES.
       01 W-LINDADO.
           03 FILLER        PIC X(04) VALUE SPACES.
           03 LD-ROTULO     PIC X(20).
           03 LD-VALOR      PIC X(56).
       01 W-CRITERIO.
           03 FILLER        PIC X(22) VALUE "CRITERIO DA BUSCA ...:".
           03 CR-TIPO       PIC X(06).
           03 CR-VALOR      PIC X(35).
       01 W-RODAPE.
           03 FILLER        PIC X(22) VALUE "REGISTROS LOCALIZADOS:".
           03 RD-QTDE       PIC ZZZZ9.
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
           DISPLAY "DADOS PESSOAIS DO TITULAR - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           MOVE ZEROS  TO W-CPF
           MOVE SPACES TO W-BUSCA
           DISPLAY "CPF DO TITULAR (0=BUSCAR POR NOME): "
           ACCEPT W-CPF
           IF W-CPF NOT = ZEROS
              GO TO ABR-003.
           DISPLAY "NOME OU INICIO DO NOME: "
           ACCEPT W-BUSCA
           INSPECT W-BUSCA CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 35 TO W-TAM.
       ABR-002A.
           IF W-TAM > ZEROS
              IF W-BUSCA-C (W-TAM) = SPACE
                 SUBTRACT 1 FROM W-TAM
                 GO TO ABR-002A.
           IF W-TAM < W-MIN-TAM
              DISPLAY "INFORME O CPF OU AO MENOS " W-MIN-TAM
                      " LETRAS DO NOME"
              GO TO ABR-002.
       ABR-003.
           OPEN OUTPUT DADOSLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DADOSLIST: " ST-LIST
              GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUNC = "00"
              MOVE "S" TO W-FUNC-OK.
           OPEN INPUT CADDEP
           IF ST-DEP = "00"
              MOVE "S" TO W-DEP-OK.
           OPEN INPUT CADALUNO
           IF ST-ALUNO = "00"
              MOVE "S" TO W-ALUNO-OK.
           OPEN INPUT RESPFIN
           IF ST-RESP = "00"
              MOVE "S" TO W-RESP-OK.
           OPEN INPUT CADAMIGO
           IF ST-AMIGO = "00"
              MOVE "S" TO W-AMIGO-OK.
           MOVE "DADOSREL" TO REL-PROGRAMA
           MOVE "DADOS PESSOAIS DO TITULAR" TO REL-TITULO
           MOVE SPACES TO REL-COLUNAS
           IF W-CPF NOT = ZEROS
              MOVE "CPF"  TO CR-TIPO
              MOVE W-CPF  TO W-ED-CPF
              MOVE W-ED-CPF TO CR-VALOR
           ELSE
              MOVE "NOME"  TO CR-TIPO
              MOVE W-BUSCA TO CR-VALOR.
           STRING "BUSCA POR " CR-TIPO
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE W-CRITERIO TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
      *
      **************************************
      * FUNCIONARIOS (CPF OU NOME)         *
      **************************************
      *
       FUN-001.
           IF W-FUNC-OK NOT = "S"
              GO TO DEP-001.
           MOVE ZEROS TO CHAPA
           START CADFUNC KEY IS NOT LESS THAN CHAPA
           IF ST-FUNC NOT = "00"
              GO TO DEP-001.
       FUN-002.
           READ CADFUNC NEXT RECORD
           IF ST-FUNC NOT = "00"
              GO TO DEP-001.
           IF W-CPF NOT = ZEROS
              IF CPF NOT = W-CPF
                 GO TO FUN-002.
           IF W-CPF = ZEROS
              MOVE NOME TO W-CMP
              PERFORM CONFERE-NOME THRU CONFERE-NOME-FIM
              IF W-ACHOU NOT = "S"
                 GO TO FUN-002.
           PERFORM IMP-FUNC THRU IMP-FUNC-FIM
           MOVE CHAPA TO W-CHAPA
           PERFORM IMP-DEPS THRU IMP-DEPS-FIM
           GO TO FUN-002.
      *
      **************************************
      * DEPENDENTES (SO POR NOME)          *
      **************************************
      *
       DEP-001.
           IF W-DEP-OK NOT = "S" OR W-CPF NOT = ZEROS
              GO TO RES-001.
           MOVE LOW-VALUES TO DP-CHAVE
           START CADDEP KEY IS NOT LESS THAN DP-CHAVE
           IF ST-DEP NOT = "00"
              GO TO RES-001.
       DEP-002.
           READ CADDEP NEXT RECORD
           IF ST-DEP NOT = "00"
              GO TO RES-001.
           MOVE DP-NOME TO W-CMP
           PERFORM CONFERE-NOME THRU CONFERE-NOME-FIM
           IF W-ACHOU NOT = "S"
              GO TO DEP-002.
           PERFORM IMP-DEP THRU IMP-DEP-FIM
           GO TO DEP-002.
      *
      **************************************
      * RESPONSAVEIS FINANCEIROS           *
      **************************************
      *
       RES-001.
           IF W-RESP-OK NOT = "S"
              GO TO AMI-001.
           MOVE ZEROS TO RF-RM
           START RESPFIN KEY IS NOT LESS THAN RF-RM
           IF ST-RESP NOT = "00"
              GO TO AMI-001.
       RES-002.
           READ RESPFIN NEXT RECORD
           IF ST-RESP NOT = "00"
              GO TO AMI-001.
           IF W-CPF NOT = ZEROS
              IF RF-CPF NOT = W-CPF
                 GO TO RES-002.
           IF W-CPF = ZEROS
              MOVE RF-NOME TO W-CMP
              PERFORM CONFERE-NOME THRU CONFERE-NOME-FIM
              IF W-ACHOU NOT = "S"
                 GO TO RES-002.
           PERFORM IMP-RESP THRU IMP-RESP-FIM
           GO TO RES-002.
      *
      **************************************
      * CONTATOS DO CADAMIGO (SO POR NOME) *
      **************************************
      *
       AMI-001.
           IF W-AMIGO-OK NOT = "S" OR W-CPF NOT = ZEROS
              GO TO ALU-001.
           MOVE LOW-VALUES TO APELIDO
           START CADAMIGO KEY IS NOT LESS THAN APELIDO
           IF ST-AMIGO NOT = "00"
              GO TO ALU-001.
       AMI-002.
           READ CADAMIGO NEXT RECORD
           IF ST-AMIGO NOT = "00"
              GO TO ALU-001.
           MOVE NOME-AMIGO TO W-CMP
           PERFORM CONFERE-NOME THRU CONFERE-NOME-FIM
           IF W-ACHOU NOT = "S"
              GO TO AMI-002.
           PERFORM IMP-AMIGO THRU IMP-AMIGO-FIM
           GO TO AMI-002.
      *
      **************************************
      * ALUNOS (SO POR NOME)               *
      **************************************
      *
       ALU-001.
           IF W-ALUNO-OK NOT = "S" OR W-CPF NOT = ZEROS
              GO TO ROT-RODAPE.
           MOVE ZEROS TO AL-RM
           START CADALUNO KEY IS NOT LESS THAN AL-RM
           IF ST-ALUNO NOT = "00"
              GO TO ROT-RODAPE.
       ALU-002.
           READ CADALUNO NEXT RECORD
           IF ST-ALUNO NOT = "00"
              GO TO ROT-RODAPE.
           MOVE AL-NOME TO W-CMP
           PERFORM CONFERE-NOME THRU CONFERE-NOME-FIM
           IF W-ACHOU NOT = "S"
              GO TO ALU-002.
           PERFORM IMP-ALUNO THRU IMP-ALUNO-FIM
           GO TO ALU-002.
      *
       ROT-RODAPE.
           MOVE W-CONT-REG TO RD-QTDE
           MOVE W-RODAPE TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           IF W-CONT-REG = ZEROS
              MOVE "NENHUM DADO PESSOAL LOCALIZADO PARA O TITULAR"
                                                       TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           IF W-FUNC-OK NOT = "S" OR W-DEP-OK NOT = "S"
              OR W-RESP-OK NOT = "S" OR W-AMIGO-OK NOT = "S"
              OR W-ALUNO-OK NOT = "S"
              MOVE "ATENCAO: HA ARQUIVOS AUSENTES NO AMBIENTE"
                                                       TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           DISPLAY "REGISTROS LOCALIZADOS: " W-CONT-REG
                   " - VEJA A LISTAGEM DADOSLIST".
      *
       ROT-FECHA.
           CLOSE DADOSLIST
           IF W-FUNC-OK = "S"
              CLOSE CADFUNC.
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
      **************************************
      * IMPRESSAO DOS REGISTROS            *
      **************************************
      *
       IMP-FUNC.
           ADD 1 TO W-CONT-REG
           MOVE "CADFUNC"            TO BL-ARQUIVO
           MOVE "FUNCIONARIO - CHAPA" TO BL-DESCR
           MOVE CHAPA                TO BL-CHAVE
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM
           MOVE "NOME" TO LD-ROTULO
           MOVE NOME   TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "SITUACAO" TO LD-ROTULO
           MOVE FSTATUS    TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "CPF"    TO LD-ROTULO
           MOVE CPF      TO W-ED-CPF
           MOVE W-ED-CPF TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "RG" TO LD-ROTULO
           MOVE RG   TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "NASCIMENTO" TO LD-ROTULO
           MOVE DATANASC     TO W-ED-DATA
           MOVE W-ED-DATA    TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "SEXO" TO LD-ROTULO
           MOVE FSEXO  TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "ESTADO CIVIL" TO LD-ROTULO
           MOVE ESTCIVIL       TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "DEPTO / CARGO" TO LD-ROTULO
           MOVE FDEPART         TO ED-COD1
           MOVE FCARGO          TO ED-COD2
           MOVE W-ED-CODIGO     TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "EMPRESA" TO LD-ROTULO
           MOVE FEMPRESA  TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "SALARIO BASE" TO LD-ROTULO
           MOVE FSALBASE       TO W-ED-VALOR
           MOVE W-ED-VALOR     TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "ADMISSAO"  TO LD-ROTULO
           MOVE DTADMISSAO  TO W-ED-DATA
           MOVE W-ED-DATA   TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "DEMISSAO"  TO LD-ROTULO
           MOVE DTDEMISSAO  TO W-ED-DATA
           MOVE W-ED-DATA   TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "CONTA BANCARIA" TO LD-ROTULO
           MOVE FBANCO           TO EC-BANCO
           MOVE FAGENCIA         TO EC-AGENCIA
           MOVE FCONTA           TO EC-CONTA
           MOVE FCONTADV         TO EC-DV
           MOVE W-ED-CONTA       TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "ENDERECO" TO LD-ROTULO
           MOVE FENDERECO  TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "BAIRRO" TO LD-ROTULO
           MOVE FBAIRRO  TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "CIDADE / UF" TO LD-ROTULO
           MOVE FCIDADE       TO EL-CIDADE
           MOVE FUF           TO EL-UF
           MOVE W-ED-LOCAL    TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "CEP" TO LD-ROTULO
           MOVE FCEP  TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "TELEFONE" TO LD-ROTULO
           MOVE FDDD       TO EF-DDD
           MOVE FFONE      TO EF-FONE
           MOVE W-ED-FONE  TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "SINDICATO" TO LD-ROTULO
           MOVE FSINDICATO  TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           IF FUNC-ANONIMIZADO
              MOVE "ANONIMIZADO" TO LD-ROTULO
              MOVE "SIM - RETENCAO VENCIDA, HISTORICO LEGAL MANTIDO"
                                 TO LD-VALOR
              PERFORM IMP-DADO THRU IMP-DADO-FIM.
       IMP-FUNC-FIM.
           EXIT.
      *
      * DEPENDENTES DO FUNCIONARIO LOCALIZADO
      *
       IMP-DEPS.
           IF W-DEP-OK NOT = "S"
              GO TO IMP-DEPS-FIM.
           MOVE W-CHAPA TO DP-CHAPA
           MOVE ZEROS   TO DP-SEQ
           START CADDEP KEY IS NOT LESS THAN DP-CHAVE
           IF ST-DEP NOT = "00"
              GO TO IMP-DEPS-FIM.
       IMP-DEPS1.
           READ CADDEP NEXT RECORD
           IF ST-DEP NOT = "00"
              GO TO IMP-DEPS-FIM.
           IF DP-CHAPA NOT = W-CHAPA
              GO TO IMP-DEPS-FIM.
           PERFORM IMP-DEP THRU IMP-DEP-FIM
           GO TO IMP-DEPS1.
       IMP-DEPS-FIM.
           EXIT.
      *
       IMP-DEP.
           ADD 1 TO W-CONT-REG
           MOVE "CADDEP"                TO BL-ARQUIVO
           MOVE "DEPENDENTE - CHAPA/SEQ" TO BL-DESCR
           MOVE DP-CHAVE                TO BL-CHAVE
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM
           MOVE "NOME"  TO LD-ROTULO
           MOVE DP-NOME TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "NASCIMENTO" TO LD-ROTULO
           MOVE DP-DTNASC    TO W-ED-DATA
           MOVE W-ED-DATA    TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "PARENTESCO"  TO LD-ROTULO
           MOVE DP-PARENTESCO TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "DEPENDENTE IRRF" TO LD-ROTULO
           MOVE DP-IRRF           TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "SALARIO-FAMILIA" TO LD-ROTULO
           MOVE DP-SALFAM         TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM.
       IMP-DEP-FIM.
           EXIT.
      *
      * RESPONSAVEL E O ALUNO A QUE ESTA VINCULADO
      *
       IMP-RESP.
           ADD 1 TO W-CONT-REG
           MOVE "RESPFIN"                 TO BL-ARQUIVO
           MOVE "RESPONSAVEL FINANCEIRO - RM" TO BL-DESCR
           MOVE RF-RM                     TO BL-CHAVE
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM
           MOVE "NOME"  TO LD-ROTULO
           MOVE RF-NOME TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "CPF"    TO LD-ROTULO
           MOVE RF-CPF   TO W-ED-CPF
           MOVE W-ED-CPF TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "ENDERECO"  TO LD-ROTULO
           MOVE RF-ENDERECO TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           IF W-ALUNO-OK NOT = "S"
              GO TO IMP-RESP-FIM.
           MOVE RF-RM TO AL-RM
           READ CADALUNO
           IF ST-ALUNO NOT = "00"
              GO TO IMP-RESP-FIM.
           MOVE "ALUNO VINCULADO" TO LD-ROTULO
           MOVE AL-NOME           TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM.
       IMP-RESP-FIM.
           EXIT.
      *
       IMP-AMIGO.
           ADD 1 TO W-CONT-REG
           MOVE "CADAMIGO"            TO BL-ARQUIVO
           MOVE "CONTATO - APELIDO"   TO BL-DESCR
           MOVE APELIDO               TO BL-CHAVE
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM
           MOVE "NOME"     TO LD-ROTULO
           MOVE NOME-AMIGO TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "ENDERECO" TO LD-ROTULO
           MOVE ENDERECO   TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "BAIRRO" TO LD-ROTULO
           MOVE BAIRRO   TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "CIDADE / UF" TO LD-ROTULO
           MOVE CIDADE        TO EL-CIDADE
           MOVE UF            TO EL-UF
           MOVE W-ED-LOCAL    TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "CEP" TO LD-ROTULO
           MOVE CEP   TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "TELEFONE" TO LD-ROTULO
           MOVE DDD        TO EF-DDD
           MOVE TELEFONE   TO EF-FONE
           MOVE W-ED-FONE  TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "E-MAIL" TO LD-ROTULO
           MOVE EMAIL    TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "SEXO" TO LD-ROTULO
           MOVE SEXO   TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "NASCIMENTO"   TO LD-ROTULO
           MOVE DATANASC-AMIGO TO W-ED-DATA
           MOVE W-ED-DATA      TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "TIPO DE CONTATO" TO LD-ROTULO
           MOVE TPAMIGO           TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM.
       IMP-AMIGO-FIM.
           EXIT.
      *
       IMP-ALUNO.
           ADD 1 TO W-CONT-REG
           MOVE "CADALUNO"     TO BL-ARQUIVO
           MOVE "ALUNO - RM"   TO BL-DESCR
           MOVE AL-RM          TO BL-CHAVE
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM
           MOVE "NOME"  TO LD-ROTULO
           MOVE AL-NOME TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "SEXO"  TO LD-ROTULO
           MOVE AL-SEXO TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "NASCIMENTO" TO LD-ROTULO
           MOVE AL-DATANASC  TO W-ED-DATA
           MOVE W-ED-DATA    TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           MOVE "SITUACAO"  TO LD-ROTULO
           MOVE AL-SITUACAO TO LD-VALOR
           PERFORM IMP-DADO THRU IMP-DADO-FIM
           IF AL-DTTRANSF NOT = ZEROS
              MOVE "TRANSFERENCIA" TO LD-ROTULO
              MOVE AL-DTTRANSF     TO W-ED-AMD
              MOVE W-ED-AMD        TO LD-VALOR
              PERFORM IMP-DADO THRU IMP-DADO-FIM.
       IMP-ALUNO-FIM.
           EXIT.
      *
       IMP-BLOCO.
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE W-BLOCO TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMP-BLOCO-FIM.
           EXIT.
      *
       IMP-DADO.
           MOVE W-LINDADO TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE SPACES TO LD-VALOR.
       IMP-DADO-FIM.
           EXIT.
      *
      * W-CMP RECEBE O NOME GRAVADO; APAGA O QUE PASSA DE W-TAM E
      * COMPARA COM O QUE FOI DIGITADO
      *
       CONFERE-NOME.
           MOVE "N" TO W-ACHOU
           MOVE W-TAM TO W-IDX.
       CONFERE-NOME1.
           ADD 1 TO W-IDX
           IF W-IDX > 35
              GO TO CONFERE-NOME2.
           MOVE SPACE TO W-CMP-C (W-IDX)
           GO TO CONFERE-NOME1.
       CONFERE-NOME2.
           IF W-CMP = W-BUSCA
              MOVE "S" TO W-ACHOU.
       CONFERE-NOME-FIM.
           EXIT.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-DADOSLIST==.
           COPY "SPLPAR.CPY".
