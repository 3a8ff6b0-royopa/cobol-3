       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201639.
       AUTHOR. MATEUS.
      **************************************
      * CANDIDATOS DAS REQUISICOES DE VAGA *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RQVSEL.CPY".
           COPY "CANSEL.CPY".
       SELECT CADFUNC ASSIGN TO DYNAMIC W-ARQ-FUNC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADEPTO ASSIGN TO DYNAMIC W-ARQ-DEPTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEPTO.
       SELECT CADCARGO ASSIGN TO DYNAMIC W-ARQ-CARGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-CARGO.
           COPY "AUDISEL.CPY".
           COPY "EVTSEL.CPY".
           COPY "JRNSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "RQVFD.CPY".
           COPY "CANFD.CPY".
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
                03 FILLER         PIC X(08).
       FD CADEPTO
               LABEL RECORD IS STANDARD.
       01 REGDEPTO.
                03 CODIGO         PIC 9(03).
                03 DENOMINACAO    PIC X(15).
                03 CENTRODECUSTO  PIC 9(02).
                03 DEPTOPAI       PIC 9(03).
                03 FILLER         PIC X(41).
       FD CADCARGO
               LABEL RECORD IS STANDARD.
       01 REGCARGO.
                03 CODIGO2        PIC 9(03).
                03 DENOMINACAO2   PIC X(20).
                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 NIVELESCOLAR2  PIC 9(01).
                03 FILLER         PIC X(31).
           COPY "AUDIFD.CPY".
           COPY "EVTFD.CPY".
           COPY "JRNFD.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AUDIWS.CPY".
           COPY "EVTWS.CPY".
           COPY "AMBWS.CPY".
           COPY "JRNWS.CPY".
           COPY "RQVWS.CPY".
           COPY "CANWS.CPY".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-DEPTO     PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQ-FUNC   PIC X(64) VALUE SPACES.
       77 W-ARQ-DEPTO  PIC X(64) VALUE SPACES.
       77 W-ARQ-CARGO  PIC X(64) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-REQ        PIC 9(05) VALUE ZEROS.
       77 W-PROXSEQ    PIC 9(03) VALUE ZEROS.
       77 W-ETAPAANT   PIC X(01) VALUE SPACES.
       77 W-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-CPFDUP     PIC 9(05) VALUE ZEROS.
       01 W-CANDANT    PIC X(150) VALUE SPACES.
       01 W-REQANT     PIC X(150) VALUE SPACES.
      *
      * ADMISSAO DIGITADA NO FORMATO DO CADFUNC (DDMMAAAA)
      *
       01 W-DTADM.
           03 W-ADIA       PIC 9(02).
           03 W-AMES       PIC 9(02).
           03 W-AANO       PIC 9(04).
       01 W-DTADM-N REDEFINES W-DTADM PIC 9(08).
       01 W-LINREQ.
           03 FILLER       PIC X(07) VALUE "DEPTO: ".
           03 LR-DEPTO     PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LR-DEPNOME   PIC X(15).
           03 FILLER       PIC X(08) VALUE " CARGO: ".
           03 LR-CARGO     PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LR-CARNOME   PIC X(20).
       01 W-LINREQ2.
           03 FILLER       PIC X(06) VALUE "VAGAS ".
           03 LR-QTD       PIC Z9.
           03 FILLER       PIC X(14) VALUE "  PREENCHIDAS ".
           03 LR-PREENCH   PIC Z9.
           03 FILLER       PIC X(12) VALUE "  SITUACAO ".
           03 LR-SITUACAO  PIC X(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACAND.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            CANDIDATOS DA REQUISICAO DE VAGA".
           05  LINE 04  COLUMN 01
               VALUE  "      AMBIENTE:".
           05  LINE 05  COLUMN 01
               VALUE  "      REQUISICAO:".
           05  LINE 09  COLUMN 01
               VALUE  "      CANDIDATO (0=NOVO):".
           05  LINE 11  COLUMN 01
               VALUE  "      NOME:".
           05  LINE 12  COLUMN 01
               VALUE  "      CPF:".
           05  LINE 13  COLUMN 01
               VALUE  "      NASCIMENTO:".
           05  LINE 14  COLUMN 01
               VALUE  "      TELEFONE:".
           05  LINE 15  COLUMN 01
               VALUE  "      SALARIO PROPOSTO:".
           05  LINE 16  COLUMN 01
               VALUE  "      OBSERVACAO:".
           05  LINE 18  COLUMN 01
               VALUE  "      ETAPA:".
           05  LINE 18  COLUMN 17
               VALUE  "(T=TRIAGEM E=ENTREVISTA P=PROPOSTA".
           05  LINE 19  COLUMN 17
               VALUE  " D=DISPENSADO S=DESISTENTE C=CONTRATADO)".
           05  TAMBIENTE
               LINE 04  COLUMN 17  PIC X(08)
               USING  AMB-AMBIENTE.
           05  TREQ
               LINE 05  COLUMN 19  PIC 9(05)
               USING  W-REQ
               HIGHLIGHT.
           05  TSEQ
               LINE 09  COLUMN 27  PIC 9(03)
               USING  CA-SEQ
               HIGHLIGHT.
           05  TNOME
               LINE 11  COLUMN 13  PIC X(35)
               USING  CA-NOME
               HIGHLIGHT.
           05  TCPF
               LINE 12  COLUMN 13  PIC 9(11)
               USING  CA-CPF
               HIGHLIGHT.
           05  TNASC
               LINE 13  COLUMN 19  PIC 99/99/9999
               USING  CA-DATANASC
               HIGHLIGHT.
           05  TDDD
               LINE 14  COLUMN 17  PIC 9(02)
               USING  CA-DDD
               HIGHLIGHT.
           05  TFONE
               LINE 14  COLUMN 20  PIC 9(09)
               USING  CA-FONE
               HIGHLIGHT.
           05  TSALPROP
               LINE 15  COLUMN 25  PIC 999.999,99
               USING  CA-SALPROP
               HIGHLIGHT.
           05  TOBS
               LINE 16  COLUMN 19  PIC X(30)
               USING  CA-OBS
               HIGHLIGHT.
           05  TETAPA
               LINE 18  COLUMN 14  PIC X(01)
               USING  CA-ETAPA
               HIGHLIGHT.
           05  TDTADM
               LINE 21  COLUMN 31  PIC 99/99/9999
               USING  W-DTADM
               HIGHLIGHT.
           05  TCHAPA
               LINE 21  COLUMN 13  PIC 9(05)
               USING  W-CHAPA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           PERFORM ABR-AMBIENTE
           MOVE "CADFUNC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FUNC
           MOVE "CADEPTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DEPTO
           MOVE "CADCARGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CARGO
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP0A.
           PERFORM ABR-REQVAGA
           IF ST-REQ NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REQVAGA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           PERFORM ABR-CADCAND
           IF ST-CAND NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQVAGA
              GO TO ROT-FIMP.
           OPEN I-O CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQVAGA CADCAND
              GO TO ROT-FIMP.
           OPEN INPUT CADEPTO
           IF ST-DEPTO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQVAGA CADCAND CADFUNC
              GO TO ROT-FIMP.
           OPEN INPUT CADCARGO
           IF ST-CARGO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQVAGA CADCAND CADFUNC CADEPTO
              GO TO ROT-FIMP.
           MOVE "FP201639" TO AUD-PROGRAMA
           PERFORM ABR-AUDITORIA
           MOVE "FP201639" TO EVT-PROGRAMA
           PERFORM ABR-EVENTOLOG
           PERFORM ABR-JORNAL.
      *
      ***************************************
      * ESCOLHA DA REQUISICAO               *
      ***************************************
      *
       INC-001.
                MOVE ZEROS TO W-REQ
                PERFORM LIMPA-CAND THRU LIMPA-CAND-FIM
                DISPLAY TELACAND.

       INC-002.
                ACCEPT TREQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FECHA.
                MOVE W-REQ TO RQ-NUMERO
                READ REQVAGA
                IF ST-REQ NOT = "00"
                   MOVE "*** REQUISICAO NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM MOSTRA-REQ THRU MOSTRA-REQ-FIM.
      *
      ***************************************
      * ESCOLHA DO CANDIDATO                *
      ***************************************
      *
       INC-003.
                PERFORM LIMPA-CAND THRU LIMPA-CAND-FIM
                DISPLAY TSEQ TNOME TCPF TNASC TDDD TFONE TSALPROP
                        TOBS TETAPA.
       INC-003A.
                ACCEPT TSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE 0 TO W-SEL
                IF CA-SEQ = ZEROS
                   GO TO INC-NOVO.
                MOVE W-REQ TO CA-REQ
                READ CADCAND
                IF ST-CAND NOT = "00"
                   MOVE "*** CANDIDATO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE REGCAND TO W-CANDANT
                MOVE CA-ETAPA TO W-ETAPAANT
                DISPLAY TSEQ TNOME TCPF TNASC TDDD TFONE TSALPROP
                        TOBS TETAPA
                MOVE 1 TO W-SEL
                GO TO ACE-001.
      *
       INC-NOVO.
                IF NOT REQ-ABERTA
                   MOVE "*** REQUISICAO ENCERRADA - SO CONSULTA ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE ZEROS TO W-PROXSEQ
                MOVE W-REQ TO CA-REQ
                MOVE ZEROS TO CA-SEQ
                START CADCAND KEY IS NOT LESS THAN CA-CHAVE
                IF ST-CAND NOT = "00"
                   GO TO INC-NOVO2.
       INC-NOVO1.
                READ CADCAND NEXT RECORD
                IF ST-CAND NOT = "00"
                   GO TO INC-NOVO2.
                IF CA-REQ NOT = W-REQ
                   GO TO INC-NOVO2.
                MOVE CA-SEQ TO W-PROXSEQ
                GO TO INC-NOVO1.
       INC-NOVO2.
                PERFORM LIMPA-CAND THRU LIMPA-CAND-FIM
                MOVE W-REQ TO CA-REQ
                ADD 1 W-PROXSEQ GIVING CA-SEQ
                MOVE "T" TO CA-ETAPA W-ETAPAANT
                MOVE W-HOJE TO CA-DTETAPA
                DISPLAY TSEQ TNOME TCPF TNASC TDDD TFONE TSALPROP
                        TOBS TETAPA.
      *
       INC-004.
                ACCEPT TNOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CA-NOME = SPACES
                   MOVE "*** NOME INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.

       INC-005.
                ACCEPT TCPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CA-CPF = ZEROS
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.

       INC-006.
                ACCEPT TNASC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.

       INC-007.
                ACCEPT TDDD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                ACCEPT TFONE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.

       INC-008.
                ACCEPT TSALPROP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.

       INC-009.
                ACCEPT TOBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-SEL = 0
                   GO TO INC-OPC.

       INC-010.
                ACCEPT TETAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF CA-ETAPA = "t" MOVE "T" TO CA-ETAPA.
                IF CA-ETAPA = "e" MOVE "E" TO CA-ETAPA.
                IF CA-ETAPA = "p" MOVE "P" TO CA-ETAPA.
                IF CA-ETAPA = "d" MOVE "D" TO CA-ETAPA.
                IF CA-ETAPA = "s" MOVE "S" TO CA-ETAPA.
                IF NOT CAND-EM-SELECAO AND NOT CAND-DISPENSADO
                                       AND NOT CAND-DESISTENTE
                   MOVE "*** ETAPA INVALIDA (CONTRATAR PELO F3) ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE W-ETAPAANT TO CA-ETAPA
                   GO TO INC-010.
                IF CA-ETAPA NOT = W-ETAPAANT
                   MOVE W-HOJE TO CA-DTETAPA.
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGCAND
                IF ST-CAND = "00" OR "02"
                      MOVE CA-CHAVE TO AUD-CHAVE
                      MOVE "I" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA
                      MOVE "CADCAND" TO JRN-ARQUIVO
                      MOVE SPACES TO JRN-ANTES
                      MOVE REGCAND TO JRN-DEPOIS
                      MOVE CA-CHAVE TO JRN-CHAVE
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM GRAVA-JORNAL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                IF ST-CAND = "22"
                      MOVE "*** CANDIDATO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCAND" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FECHA.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/CONTRATO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO CANDIDATO  F2=ALTERAR  F3=CONTRATAR"
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-003.
                IF NOT CAND-EM-SELECAO
                   MOVE "*** CANDIDATO FORA DO PROCESSO SELETIVO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-ACT = 03
                   GO TO INC-004.
                GO TO CON-001.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCAND
                IF ST-CAND = "00" OR "02"
                   MOVE CA-CHAVE TO AUD-CHAVE
                   MOVE "A" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "CADCAND" TO JRN-ARQUIVO
                   MOVE W-CANDANT TO JRN-ANTES
                   MOVE REGCAND TO JRN-DEPOIS
                   MOVE CA-CHAVE TO JRN-CHAVE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM GRAVA-JORNAL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCAND" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FECHA.
      *
      *****************************************
      * CONTRATACAO: GERA O CADFUNC EM        *
      * PRE-ADMISSAO PARA O FP201614 COMPLETAR*
      *****************************************
      *
       CON-001.
                MOVE W-REQ TO RQ-NUMERO
                READ REQVAGA
                IF ST-REQ NOT = "00" OR NOT REQ-APROVADA
                   MOVE "*** REQUISICAO NAO ESTA APROVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF RQ-PREENCH NOT < RQ-QTD
                   MOVE "*** REQUISICAO JA PREENCHIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF NOT CAND-PROPOSTA
                   MOVE "*** SO CONTRATA CANDIDATO NA ETAPA PROPOSTA"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM CPF-DUPLICADO THRU CPF-DUPLICADO-FIM
                IF W-CPFDUP NOT = ZEROS
                   MOVE "*** CPF JA ATIVO NO CADFUNC - CHAPA:" TO MENS
                   DISPLAY (22, 12) W-CPFDUP
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY (22, 12) LIMPA
                   GO TO ACE-001.
                MOVE ZEROS TO W-CHAPA W-DTADM-N
                DISPLAY (21, 06) "CHAPA:"
                DISPLAY (21, 20) "ADMISSAO:".
       CON-002.
                ACCEPT TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (21, 06) LIMPA
                   GO TO ACE-001.
                IF W-CHAPA = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-002.
                MOVE W-CHAPA TO CHAPA
                READ CADFUNC
                IF ST-FUNC NOT = "23"
                   MOVE "*** CHAPA JA CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-002.
       CON-003.
                ACCEPT TDTADM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CON-002.
                IF W-ADIA < 1 OR W-ADIA > 31 OR W-AMES < 1
                   OR W-AMES > 12 OR W-AANO < 1900
                   MOVE "*** DATA DE ADMISSAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-003.
       CON-004.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONTRATAR (S/N): ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CON-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONTRATACAO NAO EFETUADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY (21, 06) LIMPA
                   GO TO INC-003.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-004.
      *
      * FICHA MINIMA: O RESTANTE E COMPLETADO NO FP201614, QUE PASSA
      * O FUNCIONARIO DE PRE-ADMISSAO (P) PARA ATIVO
      *
       CON-WR1.
                MOVE SPACES TO REGFUNC
                MOVE ZEROS  TO CPF RG DATANASC FDEPART FCARGO FSALBASE
                MOVE ZEROS  TO DTADMISSAO DTDEMISSAO FBANCO FAGENCIA
                MOVE ZEROS  TO FCONTA FCEP FDDD FFONE FEMPRESA
                MOVE ZEROS  TO FDTFIMCONTR
                MOVE W-CHAPA     TO CHAPA
                MOVE "P"         TO FSTATUS
                MOVE CA-NOME     TO NOME
                MOVE CA-CPF      TO CPF
                MOVE CA-DATANASC TO DATANASC
                MOVE RQ-DEPTO    TO FDEPART
                MOVE RQ-CARGO    TO FCARGO
                MOVE CA-SALPROP  TO FSALBASE
                IF FSALBASE = ZEROS
                   MOVE RQ-CARGO TO CODIGO2
                   READ CADCARGO
                   IF ST-CARGO = "00"
                      MOVE SALARIOBASE2 TO FSALBASE.
                MOVE W-DTADM-N   TO DTADMISSAO
                MOVE CA-DDD      TO FDDD
                MOVE CA-FONE     TO FFONE
                MOVE 1           TO FEMPRESA
                MOVE "E"         TO FTIPOCONTR
                MOVE "N"         TO FPRORROG
                WRITE REGFUNC
                IF ST-FUNC NOT = "00" AND ST-FUNC NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFUNC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
                MOVE CHAPA TO AUD-CHAVE
                MOVE "I" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "CADFUNC" TO JRN-ARQUIVO
                MOVE SPACES TO JRN-ANTES
                MOVE REGFUNC TO JRN-DEPOIS
                MOVE CHAPA TO JRN-CHAVE
                MOVE "I" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL.
       CON-RW1.
                MOVE "C"    TO CA-ETAPA
                MOVE W-HOJE TO CA-DTETAPA
                MOVE W-CHAPA TO CA-CHAPA
                COMPUTE CA-DTADM = W-AANO * 10000 + W-AMES * 100
                                 + W-ADIA
                REWRITE REGCAND
                IF ST-CAND NOT = "00" AND ST-CAND NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCAND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
                MOVE CA-CHAVE TO AUD-CHAVE
                MOVE "A" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "CADCAND" TO JRN-ARQUIVO
                MOVE W-CANDANT TO JRN-ANTES
                MOVE REGCAND TO JRN-DEPOIS
                MOVE CA-CHAVE TO JRN-CHAVE
                MOVE "A" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL.
       CON-RW2.
                MOVE REGREQVAGA TO W-REQANT
                ADD 1 TO RQ-PREENCH
                IF RQ-PREENCH NOT < RQ-QTD
                   MOVE "F" TO RQ-SITUACAO
                   MOVE W-HOJE TO RQ-DTFECHA.
                REWRITE REGREQVAGA
                IF ST-REQ NOT = "00" AND ST-REQ NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO REQVAGA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
                MOVE RQ-NUMERO TO AUD-CHAVE
                MOVE "A" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA
                MOVE "REQVAGA" TO JRN-ARQUIVO
                MOVE W-REQANT TO JRN-ANTES
                MOVE REGREQVAGA TO JRN-DEPOIS
                MOVE RQ-NUMERO TO JRN-CHAVE
                MOVE "A" TO JRN-OPERACAO
                PERFORM GRAVA-JORNAL
                PERFORM MOSTRA-REQ THRU MOSTRA-REQ-FIM
                DISPLAY (21, 06) LIMPA
                MOVE "*** CONTRATADO - COMPLETE A FICHA NO FP201614"
                                                            TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-003.
      *
      ***************************************
      * CPF DO CANDIDATO JA EM CHAPA NAO    *
      * DEMITIDA (W-CPFDUP = CHAPA ACHADA)  *
      ***************************************
      *
       CPF-DUPLICADO.
                MOVE ZEROS TO W-CPFDUP
                MOVE ZEROS TO CHAPA
                START CADFUNC KEY IS NOT LESS THAN CHAPA
                IF ST-FUNC NOT = "00"
                   GO TO CPF-DUPLICADO-FIM.
       CPF-DUPLICADO1.
                READ CADFUNC NEXT RECORD
                IF ST-FUNC NOT = "00"
                   GO TO CPF-DUPLICADO-FIM.
                IF CPF = CA-CPF AND NOT FUNC-DEMITIDO
                   MOVE CHAPA TO W-CPFDUP
                   GO TO CPF-DUPLICADO-FIM.
                GO TO CPF-DUPLICADO1.
       CPF-DUPLICADO-FIM.
                EXIT.
      *
      ***************************************
      * DADOS DA REQUISICAO NA TELA         *
      ***************************************
      *
       MOSTRA-REQ.
                MOVE RQ-DEPTO TO LR-DEPTO CODIGO
                MOVE RQ-CARGO TO LR-CARGO CODIGO2
                MOVE SPACES TO LR-DEPNOME LR-CARNOME
                READ CADEPTO
                IF ST-DEPTO = "00"
                   MOVE DENOMINACAO TO LR-DEPNOME.
                READ CADCARGO
                IF ST-CARGO = "00"
                   MOVE DENOMINACAO2 TO LR-CARNOME.
                MOVE RQ-QTD      TO LR-QTD
                MOVE RQ-PREENCH  TO LR-PREENCH
                MOVE RQ-SITUACAO TO LR-SITUACAO
                DISPLAY (06, 07) W-LINREQ
                DISPLAY (07, 07) W-LINREQ2.
       MOSTRA-REQ-FIM.
                EXIT.
      *
       LIMPA-CAND.
                MOVE SPACES TO CA-NOME CA-ETAPA CA-OBS
                MOVE ZEROS  TO CA-SEQ CA-CPF CA-DATANASC CA-DDD
                MOVE ZEROS  TO CA-FONE CA-DTETAPA CA-SALPROP CA-CHAPA
                MOVE ZEROS  TO CA-DTADM
                MOVE W-REQ  TO CA-REQ.
       LIMPA-CAND-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA.
                CLOSE REQVAGA CADCAND CADFUNC CADEPTO CADCARGO.
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
           COPY "RQVPAR.CPY".
           COPY "CANPAR.CPY".
       FIM-ROT-TEMPO.
