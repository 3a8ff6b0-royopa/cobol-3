       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201628.
       AUTHOR. MATEUS.
      ********************************************
      * UNIFICACAO DE CONTATOS DUPLICADOS        *
      * DO CADAMIGO                              *
      ********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAMIGO ASSIGN TO DYNAMIC W-ARQ-AMIGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMIGO
                    ALTERNATE RECORD KEY IS CIDADE-UF
                               WITH DUPLICATES.
       SELECT RESPFIN ASSIGN TO DYNAMIC W-ARQ-RESP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-RM
                    FILE STATUS  IS ST-RESP.
           COPY "AMHSEL.CPY".
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAMIGO
               LABEL RECORD IS STANDARD.
       01 REGAMIGO.
                03 APELIDO        PIC X(12).
                03 NOME           PIC X(30).
                03 ENDERECO       PIC X(30).
                03 BAIRRO         PIC X(20).
                03 CIDADE-UF.
                   05 CIDADE      PIC X(20).
                   05 UF          PIC X(02).
                03 CEP            PIC 9(08).
                03 DDD            PIC 9(02).
                03 TELEFONE       PIC 9(09).
                03 EMAIL          PIC X(30).
                03 SEXO           PIC X(01).
                03 DATANASC       PIC 9(08).
                03 TPAMIGO        PIC 9(01).
                03 DTREFER        PIC 9(06).
                03 DTREFER-X REDEFINES DTREFER PIC X(06).
                03 FILLER         PIC X(01).
       FD RESPFIN
               LABEL RECORD IS STANDARD.
       01 REGRESPFIN.
                03 RF-RM           PIC 9(05).
                03 RF-NOME         PIC X(30).
                03 RF-CPF          PIC 9(11).
                03 RF-ENDERECO     PIC X(30).
                03 RF-APELIDO      PIC X(12).
                03 FILLER          PIC X(02).
           COPY "AMHFD.CPY".
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "JRNWS.CPY".
           COPY "AMBWS.CPY".
           COPY "AMHWS.CPY".
           COPY "AMDWS.CPY".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-AMIGO     PIC X(02) VALUE "00".
       77 ST-RESP      PIC X(02) VALUE "00".
       77 W-RESP-OK    PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-AMIGO  PIC X(64) VALUE SPACES.
       77 W-ARQ-RESP   PIC X(64) VALUE SPACES.
       77 W-APEL-MT    PIC X(12) VALUE SPACES.
       77 W-APEL-EL    PIC X(12) VALUE SPACES.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-QT-RESP    PIC 9(03) VALUE ZEROS.
       77 W-QT-ATUAL   PIC 9(03) VALUE ZEROS.
       77 W-REPONTA    PIC X(01) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 HR-HHMMSS    PIC 9(06).
           03 FILLER       PIC 9(02).
      *
      * CONTATO MANTIDO (MT-) E CONTATO ELIMINADO (EL-) COMO LIDOS
      *
       01 W-REGMT.
           03 MT-APELIDO   PIC X(12).
           03 MT-NOME      PIC X(30).
           03 MT-ENDERECO  PIC X(30).
           03 MT-BAIRRO    PIC X(20).
           03 MT-CIDADE-UF.
               05 MT-CIDADE    PIC X(20).
               05 MT-UF        PIC X(02).
           03 MT-CEP       PIC 9(08).
           03 MT-DDD       PIC 9(02).
           03 MT-TELEFONE  PIC 9(09).
           03 MT-EMAIL     PIC X(30).
           03 MT-SEXO      PIC X(01).
           03 MT-DATANASC  PIC 9(08).
           03 MT-TPAMIGO   PIC 9(01).
           03 MT-DTREFER   PIC 9(06).
           03 MT-DTREFER-X REDEFINES MT-DTREFER PIC X(06).
           03 FILLER       PIC X(01).
       01 W-REGEL.
           03 EL-APELIDO   PIC X(12).
           03 EL-NOME      PIC X(30).
           03 EL-ENDERECO  PIC X(30).
           03 EL-BAIRRO    PIC X(20).
           03 EL-CIDADE-UF.
               05 EL-CIDADE    PIC X(20).
               05 EL-UF        PIC X(02).
           03 EL-CEP       PIC 9(08).
           03 EL-DDD       PIC 9(02).
           03 EL-TELEFONE  PIC 9(09).
           03 EL-EMAIL     PIC X(30).
           03 EL-SEXO      PIC X(01).
           03 EL-DATANASC  PIC 9(08).
           03 EL-TPAMIGO   PIC 9(01).
           03 EL-DTREFER   PIC 9(06).
           03 EL-DTREFER-X REDEFINES EL-DTREFER PIC X(06).
           03 FILLER       PIC X(01).
      *
      * UMA LINHA POR CAMPO: VALOR DO MANTIDO, DO ELIMINADO E A
      * ESCOLHA DO OPERADOR (1=MANTIDO 2=ELIMINADO)
      *
       01 TAB-CAMPOS.
           03 TAB-CP-ITEM OCCURS 10 TIMES.
               05 TC-VALMT     PIC X(30).
               05 TC-VALEL     PIC X(30).
               05 TC-ESC       PIC 9(01).
       01 W-ROTULOS.
           03 FILLER       PIC X(10) VALUE "NOME      ".
           03 FILLER       PIC X(10) VALUE "ENDERECO  ".
           03 FILLER       PIC X(10) VALUE "BAIRRO    ".
           03 FILLER       PIC X(10) VALUE "CIDADE-UF ".
           03 FILLER       PIC X(10) VALUE "CEP       ".
           03 FILLER       PIC X(10) VALUE "TELEFONE  ".
           03 FILLER       PIC X(10) VALUE "E-MAIL    ".
           03 FILLER       PIC X(10) VALUE "SEXO      ".
           03 FILLER       PIC X(10) VALUE "NASCIMENTO".
           03 FILLER       PIC X(10) VALUE "TIPO      ".
       01 W-ROTULOS-R REDEFINES W-ROTULOS.
           03 W-ROTULO     PIC X(10) OCCURS 10 TIMES.
       01 W-FMTCIDUF.
           03 FC-CIDADE    PIC X(20).
           03 FILLER       PIC X(01) VALUE "-".
           03 FC-UF        PIC X(02).
       01 W-FMTCEP.
           03 FP-CEP5      PIC 9(05).
           03 FILLER       PIC X(01) VALUE "-".
           03 FP-CEP3      PIC 9(03).
       01 W-CEPNUM     PIC 9(08) VALUE ZEROS.
       01 W-CEPNUM-R REDEFINES W-CEPNUM.
           03 W-CEPN5      PIC 9(05).
           03 W-CEPN3      PIC 9(03).
       01 W-FMTFONE.
           03 FILLER       PIC X(01) VALUE "(".
           03 FF-DDD       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ")".
           03 FF-TELEFONE  PIC 9(09).
       01 W-DTAUX      PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
           03 DX-ANO       PIC 9(04).
           03 DX-MES       PIC 9(02).
           03 DX-DIA       PIC 9(02).
       01 W-DTBR.
           03 DB-DIA       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 DB-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 DB-ANO       PIC 9(04).
       01 W-LINPONTOS.
           03 FILLER       PIC X(11) VALUE "PONTUACAO: ".
           03 LP-PONTOS    PIC ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LP-CRIT      PIC X(26).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADAMIGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-AMIGO
           MOVE "RESPFIN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RESP
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           OPEN I-O CADAMIGO
           IF ST-AMIGO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAMIGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM ABR-AMIGOHIS
           IF W-AMH-OK NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO AMIGOHIS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAMIGO
              GO TO ROT-FIM.
           OPEN I-O RESPFIN
           IF ST-RESP = "00"
              MOVE "S" TO W-RESP-OK.
           MOVE "P201628" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "P201628" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL.

       INC-001.
                MOVE SPACES TO W-APEL-MT W-APEL-EL
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 14)
                   "UNIFICACAO DE CONTATOS DUPLICADOS - CADAMIGO"
                DISPLAY (03, 06) "AMBIENTE: "
                DISPLAY (03, 16) AMB-AMBIENTE
                DISPLAY (05, 02) "APELIDO MANTIDO  : "
                DISPLAY (06, 02) "APELIDO ELIMINADO: "
                DISPLAY (08, 02) "CAMPO"
                DISPLAY (08, 13) "1 = MANTIDO"
                DISPLAY (08, 45) "2 = ELIMINADO"
                DISPLAY (08, 76) "ESC".

       INC-002.
                ACCEPT (05, 21) W-APEL-MT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADAMIGO AMIGOHIS
                   IF W-RESP-OK = "S"
                      CLOSE RESPFIN
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF W-APEL-MT = SPACES
                   MOVE "*** APELIDO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-APEL-MT TO APELIDO
                READ CADAMIGO
                IF ST-AMIGO NOT = "00"
                   MOVE "*** CONTATO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE REGAMIGO TO W-REGMT
                DISPLAY (05, 34) MT-NOME.

       INC-003.
                ACCEPT (06, 21) W-APEL-EL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-APEL-EL = SPACES
                   MOVE "*** APELIDO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-APEL-EL = W-APEL-MT
                   MOVE "*** INFORME DOIS CONTATOS DIFERENTES ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-APEL-EL TO APELIDO
                READ CADAMIGO
                IF ST-AMIGO NOT = "00"
                   MOVE "*** CONTATO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE REGAMIGO TO W-REGEL
                DISPLAY (06, 34) EL-NOME
                PERFORM MONTA-CAMPOS THRU MONTA-CAMPOS-FIM
                PERFORM MOSTRA-CAMPOS THRU MOSTRA-CAMPOS-FIM
                PERFORM CALC-PONTOS THRU CALC-PONTOS-FIM
                IF W-AMD-PONTOS < 25
                   MOVE "*** CONTATOS POUCO SEMELHANTES - CONFIRA ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE 1 TO W-IDX.
      *
      * ESCOLHA, CAMPO A CAMPO, DO VALOR QUE FICA NO CONTATO MANTIDO
      *
       INC-004.
                IF W-IDX > 10
                   GO TO INC-OPC.
                COMPUTE W-LINHA = W-IDX + 8
                ACCEPT (W-LINHA, 77) TC-ESC (W-IDX) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-IDX = 1
                      GO TO INC-003
                   ELSE
                      SUBTRACT 1 FROM W-IDX
                      GO TO INC-004.
                IF TC-ESC (W-IDX) NOT = 1 AND TC-ESC (W-IDX) NOT = 2
                   MOVE "*** DIGITE 1=MANTIDO OU 2=ELIMINADO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                ADD 1 TO W-IDX
                GO TO INC-004.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "UNIFICAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE 10 TO W-IDX
                   GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** UNIFICACAO CANCELADA PELO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      *****************************************
      * UNIFICACAO                            *
      *****************************************
      *
      * 1) O MANTIDO RECEBE OS CAMPOS ESCOLHIDOS DO ELIMINADO
      *
       UNI-001.
                MOVE W-APEL-MT TO APELIDO
                READ CADAMIGO
                IF ST-AMIGO NOT = "00"
                   MOVE "*** CONTATO MANTIDO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE REGAMIGO TO W-REGMT JRN-ANTES
                IF TC-ESC (1) = 2
                   MOVE EL-NOME     TO NOME.
                IF TC-ESC (2) = 2
                   MOVE EL-ENDERECO TO ENDERECO.
                IF TC-ESC (3) = 2
                   MOVE EL-BAIRRO   TO BAIRRO.
                IF TC-ESC (4) = 2
                   MOVE EL-CIDADE   TO CIDADE
                   MOVE EL-UF       TO UF.
                IF TC-ESC (5) = 2
                   MOVE EL-CEP      TO CEP.
                IF TC-ESC (6) = 2
                   MOVE EL-DDD      TO DDD
                   MOVE EL-TELEFONE TO TELEFONE.
                IF TC-ESC (7) = 2
                   MOVE EL-EMAIL    TO EMAIL.
                IF TC-ESC (8) = 2
                   MOVE EL-SEXO     TO SEXO.
                IF TC-ESC (9) = 2
                   MOVE EL-DATANASC TO DATANASC.
                IF TC-ESC (10) = 2
                   MOVE EL-TPAMIGO  TO TPAMIGO.
      *
      * A RETENCAO DO CONTATO PASSA A CONTAR DA REFERENCIA MAIS RECENTE
      *
                IF EL-DTREFER-X NUMERIC
                   IF DTREFER-X NOT NUMERIC OR EL-DTREFER > DTREFER
                      MOVE EL-DTREFER TO DTREFER.
                REWRITE REGAMIGO
                IF ST-AMIGO NOT = "00" AND ST-AMIGO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO CONTATO MANTIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE APELIDO TO AUD-CHAVE JRN-CHAVE
                MOVE "A" TO AUD-OPERACAO JRN-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "CADAMIGO" TO JRN-ARQUIVO
                MOVE REGAMIGO TO JRN-DEPOIS
                PERFORM GRAVA-JORNAL.
      *
      * 2) RESPONSAVEIS FINANCEIROS LIGADOS AO ELIMINADO PASSAM PARA
      *    O MANTIDO
      *
       UNI-002.
                MOVE ZEROS TO W-QT-RESP W-QT-ATUAL
                IF W-RESP-OK NOT = "S"
                   GO TO UNI-003.
                PERFORM REAPONTA-RESP THRU REAPONTA-RESP-FIM.
      *
      * 3) O ELIMINADO VAI PARA O HISTORICO ANTES DE SAIR DO CADAMIGO
      *
       UNI-003.
                ACCEPT W-HORA FROM TIME
                MOVE W-APEL-EL    TO AH-APELIDO
                MOVE W-HOJE       TO AH-DTFUSAO
                MOVE HR-HHMMSS    TO AH-HRFUSAO
                MOVE W-APEL-MT    TO AH-SOBREVIVE
                MOVE W-AMD-PONTOS TO AH-PONTOS
                MOVE W-QT-RESP    TO AH-QTRESP
                MOVE W-REGEL      TO AH-REGAMIGO
                WRITE REGAMIGOHIS
                IF ST-AMIGOHIS NOT = "00" AND ST-AMIGOHIS NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO AMIGOHIS - NAO EXCLUIDO"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       UNI-004.
                MOVE W-APEL-EL TO APELIDO
                DELETE CADAMIGO RECORD
                IF ST-AMIGO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO CONTATO ELIMINADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-APEL-EL TO AUD-CHAVE JRN-CHAVE
                MOVE "E" TO AUD-OPERACAO JRN-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "CADAMIGO" TO JRN-ARQUIVO
                MOVE W-REGEL TO JRN-ANTES
                MOVE SPACES  TO JRN-DEPOIS
                PERFORM GRAVA-JORNAL
                MOVE SPACES TO MENS
                STRING "*** CONTATOS UNIFICADOS - RESPFIN REAPONTADOS: "
                       W-QT-RESP DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * REAPONTAMENTO DO RESPFIN              *
      *****************************************
      *
      * LIGADO AO ELIMINADO E O RESPFIN COM RF-APELIDO DO ELIMINADO OU,
      * NOS VINCULOS ANTIGOS SEM APELIDO GRAVADO, COM O MESMO NOME E
      * ENDERECO DO ELIMINADO. NOME E ENDERECO COPIADOS DO CONTATO SO
      * ACOMPANHAM O MANTIDO SE NAO FORAM ALTERADOS NO RESPFIN
      *
       REAPONTA-RESP.
                MOVE ZEROS TO RF-RM
                START RESPFIN KEY IS NOT LESS THAN RF-RM
                IF ST-RESP NOT = "00"
                   GO TO REAPONTA-RESP-FIM.
       REAPONTA-RESP1.
                READ RESPFIN NEXT RECORD
                IF ST-RESP NOT = "00"
                   GO TO REAPONTA-RESP-FIM.
                MOVE "N" TO W-REPONTA
                IF RF-APELIDO = W-APEL-EL
                   MOVE "S" TO W-REPONTA.
                IF RF-APELIDO = SPACES OR RF-APELIDO = LOW-VALUES
                   IF RF-NOME = EL-NOME AND RF-ENDERECO = EL-ENDERECO
                      MOVE "S" TO W-REPONTA.
                IF W-REPONTA = "S"
                   GO TO REAPONTA-RESP2.
                IF RF-APELIDO = W-APEL-MT
                   IF RF-NOME = MT-NOME AND NOME NOT = MT-NOME
                      OR RF-ENDERECO = MT-ENDERECO
                         AND ENDERECO NOT = MT-ENDERECO
                      GO TO REAPONTA-RESP3.
                GO TO REAPONTA-RESP1.
       REAPONTA-RESP2.
                MOVE REGRESPFIN TO JRN-ANTES
                MOVE W-APEL-MT TO RF-APELIDO
                IF RF-NOME = EL-NOME
                   MOVE NOME TO RF-NOME.
                IF RF-ENDERECO = EL-ENDERECO
                   MOVE ENDERECO TO RF-ENDERECO.
                ADD 1 TO W-QT-RESP
                GO TO REAPONTA-RESP4.
      *
      * RESPFIN JA LIGADO AO MANTIDO ACOMPANHA OS CAMPOS TROCADOS
      *
       REAPONTA-RESP3.
                MOVE REGRESPFIN TO JRN-ANTES
                IF RF-NOME = MT-NOME
                   MOVE NOME TO RF-NOME.
                IF RF-ENDERECO = MT-ENDERECO
                   MOVE ENDERECO TO RF-ENDERECO.
                ADD 1 TO W-QT-ATUAL.
       REAPONTA-RESP4.
                REWRITE REGRESPFIN
                IF ST-RESP NOT = "00" AND ST-RESP NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO RESPFIN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REAPONTA-RESP1.
                MOVE RF-RM TO AUD-CHAVE JRN-CHAVE
                MOVE "A" TO AUD-OPERACAO JRN-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "RESPFIN" TO JRN-ARQUIVO
                MOVE REGRESPFIN TO JRN-DEPOIS
                PERFORM GRAVA-JORNAL
                GO TO REAPONTA-RESP1.
       REAPONTA-RESP-FIM.
                EXIT.
      *
      *****************************************
      * MONTAGEM DA TELA DE COMPARACAO        *
      *****************************************
      *
      * CAMPO VAZIO NO MANTIDO E PREENCHIDO NO ELIMINADO JA VEM
      * SUGERIDO COMO 2
      *
       MONTA-CAMPOS.
                MOVE SPACES TO TAB-CAMPOS
                MOVE MT-NOME     TO TC-VALMT (1)
                MOVE EL-NOME     TO TC-VALEL (1)
                MOVE MT-ENDERECO TO TC-VALMT (2)
                MOVE EL-ENDERECO TO TC-VALEL (2)
                MOVE MT-BAIRRO   TO TC-VALMT (3)
                MOVE EL-BAIRRO   TO TC-VALEL (3)
                IF MT-CIDADE-UF NOT = SPACES
                   MOVE MT-CIDADE TO FC-CIDADE
                   MOVE MT-UF     TO FC-UF
                   MOVE W-FMTCIDUF TO TC-VALMT (4).
                IF EL-CIDADE-UF NOT = SPACES
                   MOVE EL-CIDADE TO FC-CIDADE
                   MOVE EL-UF     TO FC-UF
                   MOVE W-FMTCIDUF TO TC-VALEL (4).
                IF MT-CEP NOT = ZEROS
                   MOVE MT-CEP TO W-CEPNUM
                   MOVE W-CEPN5 TO FP-CEP5
                   MOVE W-CEPN3 TO FP-CEP3
                   MOVE W-FMTCEP TO TC-VALMT (5).
                IF EL-CEP NOT = ZEROS
                   MOVE EL-CEP TO W-CEPNUM
                   MOVE W-CEPN5 TO FP-CEP5
                   MOVE W-CEPN3 TO FP-CEP3
                   MOVE W-FMTCEP TO TC-VALEL (5).
                IF MT-TELEFONE NOT = ZEROS
                   MOVE MT-DDD      TO FF-DDD
                   MOVE MT-TELEFONE TO FF-TELEFONE
                   MOVE W-FMTFONE TO TC-VALMT (6).
                IF EL-TELEFONE NOT = ZEROS
                   MOVE EL-DDD      TO FF-DDD
                   MOVE EL-TELEFONE TO FF-TELEFONE
                   MOVE W-FMTFONE TO TC-VALEL (6).
                MOVE MT-EMAIL    TO TC-VALMT (7)
                MOVE EL-EMAIL    TO TC-VALEL (7)
                MOVE MT-SEXO     TO TC-VALMT (8)
                MOVE EL-SEXO     TO TC-VALEL (8)
                IF MT-DATANASC NOT = ZEROS
                   MOVE MT-DATANASC TO W-DTAUX
                   MOVE DX-DIA TO DB-DIA
                   MOVE DX-MES TO DB-MES
                   MOVE DX-ANO TO DB-ANO
                   MOVE W-DTBR TO TC-VALMT (9).
                IF EL-DATANASC NOT = ZEROS
                   MOVE EL-DATANASC TO W-DTAUX
                   MOVE DX-DIA TO DB-DIA
                   MOVE DX-MES TO DB-MES
                   MOVE DX-ANO TO DB-ANO
                   MOVE W-DTBR TO TC-VALEL (9).
                IF MT-TPAMIGO NOT = ZEROS
                   MOVE MT-TPAMIGO TO TC-VALMT (10).
                IF EL-TPAMIGO NOT = ZEROS
                   MOVE EL-TPAMIGO TO TC-VALEL (10).
                MOVE 1 TO W-IDX.
       MONTA-CAMPOS1.
                IF W-IDX > 10
                   GO TO MONTA-CAMPOS-FIM.
                MOVE 1 TO TC-ESC (W-IDX)
                IF TC-VALMT (W-IDX) = SPACES
                   AND TC-VALEL (W-IDX) NOT = SPACES
                   MOVE 2 TO TC-ESC (W-IDX).
                ADD 1 TO W-IDX
                GO TO MONTA-CAMPOS1.
       MONTA-CAMPOS-FIM.
                EXIT.
      *
       MOSTRA-CAMPOS.
                MOVE 1 TO W-IDX.
       MOSTRA-CAMPOS1.
                IF W-IDX > 10
                   GO TO MOSTRA-CAMPOS-FIM.
                COMPUTE W-LINHA = W-IDX + 8
                DISPLAY (W-LINHA, 02) W-ROTULO (W-IDX)
                DISPLAY (W-LINHA, 13) TC-VALMT (W-IDX)
                DISPLAY (W-LINHA, 45) TC-VALEL (W-IDX)
                DISPLAY (W-LINHA, 77) TC-ESC (W-IDX)
                ADD 1 TO W-IDX
                GO TO MOSTRA-CAMPOS1.
       MOSTRA-CAMPOS-FIM.
                EXIT.
      *
      * MESMA PONTUACAO DO RELATORIO DE DUPLICADOS (AMIGODUP)
      *
       CALC-PONTOS.
                MOVE MT-NOME     TO AMN-NOME
                MOVE MT-ENDERECO TO AMN-ENDERECO
                MOVE MT-CEP      TO AMN-CEP
                MOVE MT-DDD      TO AMN-DDD
                MOVE MT-TELEFONE TO AMN-TELEFONE
                MOVE MT-EMAIL    TO AMN-EMAIL
                PERFORM NORMALIZA-AMIGO THRU NORMALIZA-AMIGO-FIM
                MOVE W-AMD-CHAVE TO W-AMD-CHV1
                MOVE EL-NOME     TO AMN-NOME
                MOVE EL-ENDERECO TO AMN-ENDERECO
                MOVE EL-CEP      TO AMN-CEP
                MOVE EL-DDD      TO AMN-DDD
                MOVE EL-TELEFONE TO AMN-TELEFONE
                MOVE EL-EMAIL    TO AMN-EMAIL
                PERFORM NORMALIZA-AMIGO THRU NORMALIZA-AMIGO-FIM
                MOVE W-AMD-CHAVE TO W-AMD-CHV2
                PERFORM PONTUA-PAR THRU PONTUA-PAR-FIM
                MOVE W-AMD-PONTOS TO LP-PONTOS
                MOVE W-AMD-CRIT   TO LP-CRIT
                DISPLAY (20, 02) W-LINPONTOS.
       CALC-PONTOS-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE AUDITORIA
                CLOSE EVENTOLOG
                CLOSE JORNAL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS
               PERFORM GRAVA-EVENTOLOG.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 300000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      *************************
      * ROTINA DE AUDITORIA   *
      *************************
      *
           COPY "AUDIPAR.CPY".
           COPY "EVTPAR.CPY".
           COPY "AMBPAR.CPY".
           COPY "JRNPAR.CPY".
           COPY "AMHPAR.CPY".
           COPY "AMDPAR.CPY".
       FIM-ROT-TEMPO.
