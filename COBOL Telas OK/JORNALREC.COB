                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-MENS.
       SELECT RECMENS ASSIGN TO DYNAMIC W-ARQ-RCM
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-CHAVE
                    FILE STATUS  IS ST-RCM.
       SELECT DEPENDE ASSIGN TO DYNAMIC W-ARQ-DPE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DPE-CHAVE
                    FILE STATUS  IS ST-DPE.
       SELECT CONSELHO ASSIGN TO DYNAMIC W-ARQ-CNS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CS-CHAVE
                    FILE STATUS  IS ST-CNS.
       SELECT DESCONTO ASSIGN TO DYNAMIC W-ARQ-DSC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DS-CHAVE
                    FILE STATUS  IS ST-DSC.
       SELECT BCOHORAS ASSIGN TO DYNAMIC W-ARQ-BCO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-BCO.
       SELECT CADPENSAO ASSIGN TO DYNAMIC W-ARQ-PEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PE-CHAVE
                    FILE STATUS  IS ST-PEN.
       SELECT CADPLANO ASSIGN TO DYNAMIC W-ARQ-PLA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CODIGO
                    FILE STATUS  IS ST-PLA.
       SELECT CADPLBEN ASSIGN TO DYNAMIC W-ARQ-PLB
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PB-CHAVE
                    FILE STATUS  IS ST-PLB
                    ALTERNATE RECORD KEY IS PB-CARTEIRA
                               WITH DUPLICATES.
       SELECT CADSINDIC ASSIGN TO DYNAMIC W-ARQ-SIN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SN-CODIGO
                    FILE STATUS  IS ST-SIN.
       SELECT CADRATEIO ASSIGN TO DYNAMIC W-ARQ-RTO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RO-CHAVE
                    FILE STATUS  IS ST-RTO.
       SELECT PARFOLHA ASSIGN TO DYNAMIC W-ARQ-PFL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CHAVE
                    FILE STATUS  IS ST-PFL.
       SELECT CADFERIADO ASSIGN TO DYNAMIC W-ARQ-FRD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRD-CHAVE
                    FILE STATUS  IS ST-FRD.
       SELECT CADASO ASSIGN TO DYNAMIC W-ARQ-ASO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AS-CHAVE
                    FILE STATUS  IS ST-ASO.
       SELECT CADCAND ASSIGN TO DYNAMIC W-ARQ-CAN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CHAVE
                    FILE STATUS  IS ST-CAN.
       SELECT REQVAGA ASSIGN TO DYNAMIC W-ARQ-RQV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RQ-NUMERO
                    FILE STATUS  IS ST-RQV.
       SELECT PREMATRIC ASSIGN TO DYNAMIC W-ARQ-PMT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PM-CHAVE
                    FILE STATUS  IS ST-PMT.
       SELECT AUTFOLHA ASSIGN TO DYNAMIC W-ARQ-AUF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AE-RM
                    FILE STATUS  IS ST-AUF
                    ALTERNATE RECORD KEY IS AE-CHAPA
                               WITH DUPLICATES.
       SELECT OCORRENC ASSIGN TO DYNAMIC W-ARQ-OCR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-CHAVE
                    FILE STATUS  IS ST-OCR
                    ALTERNATE RECORD KEY IS OC-CHVTURMA
                               WITH DUPLICATES.
       SELECT CADAMIGO ASSIGN TO DYNAMIC W-ARQ-AMG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMG
                    ALTERNATE RECORD KEY IS CIDADE-UF
                               WITH DUPLICATES.
       SELECT CONFFOLHA ASSIGN TO DYNAMIC W-ARQ-CNF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CF-CHAVE
                    FILE STATUS  IS ST-CNF.
       SELECT AULADADA ASSIGN TO DYNAMIC W-ARQ-ADA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AD-CHAVE
                    FILE STATUS  IS ST-ADA.
       SELECT AVALIACAO ASSIGN TO DYNAMIC W-ARQ-AVL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-AVL.
       SELECT TABIRPLR ASSIGN TO DYNAMIC W-ARQ-IRP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TP-CHAVE
                    FILE STATUS  IS ST-IRP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                   05 MN-RM        PIC 9(05).
                   05 MN-COMPET    PIC 9(06).
                03 FILLER          PIC X(39).
       FD RECMENS
               LABEL RECORD IS STANDARD.
       01 REGRECMENSJ.
                03 RC-CHAVE.
                   05 RC-RM        PIC 9(05).
                   05 RC-COMPET    PIC 9(06).
                   05 RC-SEQ       PIC 9(03).
                03 FILLER          PIC X(66).
       FD DEPENDE
               LABEL RECORD IS STANDARD.
       01 REGDEPENDJ.
                03 DPE-CHAVE.
                   05 DPE-RM       PIC 9(05).
                   05 DPE-ANOORIG  PIC 9(04).
                   05 DPE-DISC     PIC 9(03).
                03 FILLER          PIC X(88).
       FD CONSELHO
               LABEL RECORD IS STANDARD.
       01 REGCONSELHOJ.
                03 CS-CHAVE.
                   05 CS-RM        PIC 9(05).
                   05 CS-ANOLET    PIC 9(04).
                   05 CS-DISC      PIC 9(03).
                03 FILLER          PIC X(230).
       FD DESCONTO
               LABEL RECORD IS STANDARD.
       01 REGDESCONTOJ.
                03 DS-CHAVE.
                   05 DS-RM        PIC 9(05).
                   05 DS-TIPO      PIC X(01).
                03 FILLER          PIC X(74).
       FD BCOHORAS
               LABEL RECORD IS STANDARD.
       01 REGBCOHORASJ.
                03 BH-CHAVE.
                   05 BH-CHAPA     PIC 9(05).
                   05 BH-COMPET    PIC 9(06).
                   05 BH-SEQ       PIC 9(03).
                03 FILLER          PIC X(66).
       FD CADPENSAO
               LABEL RECORD IS STANDARD.
       01 REGPENSAOJ.
                03 PE-CHAVE.
                   05 PE-CHAPA     PIC 9(05).
                   05 PE-SEQ       PIC 9(02).
                03 FILLER          PIC X(143).
       FD CADPLANO
               LABEL RECORD IS STANDARD.
       01 REGPLANOJ.
                03 PL-CODIGO       PIC 9(03).
                03 FILLER          PIC X(191).
       FD CADPLBEN
               LABEL RECORD IS STANDARD.
       01 REGPLBENJ.
                03 PB-CHAVE.
                   05 PB-CHAPA     PIC 9(05).
                   05 PB-SEQ       PIC 9(02).
                   05 PB-PLANO     PIC 9(03).
                03 PB-CARTEIRA     PIC X(20).
                03 FILLER          PIC X(36).
       FD CADSINDIC
               LABEL RECORD IS STANDARD.
       01 REGSINDICJ.
                03 SN-CODIGO       PIC 9(03).
                03 FILLER          PIC X(108).
       FD CADRATEIO
               LABEL RECORD IS STANDARD.
       01 REGRATEIOJ.
                03 RO-CHAVE.
                   05 RO-CHAPA     PIC 9(05).
                   05 RO-VIGINI    PIC 9(08).
                03 FILLER          PIC X(77).
       FD PARFOLHA
               LABEL RECORD IS STANDARD.
       01 REGPARFOLHAJ.
                03 PF-CHAVE.
                   05 PF-EMPRESA   PIC 9(02).
                   05 PF-VIGENCIA  PIC 9(06).
                03 FILLER          PIC X(45).
       FD CADFERIADO
               LABEL RECORD IS STANDARD.
       01 REGFERIADOJ.
                03 FRD-CHAVE.
                   05 FRD-DATA     PIC 9(08).
                   05 FRD-ABRANG   PIC X(01).
                03 FILLER          PIC X(71).
       FD CADASO
               LABEL RECORD IS STANDARD.
       01 REGASOJ.
                03 AS-CHAVE.
                   05 AS-CHAPA     PIC 9(05).
                   05 AS-DATA      PIC 9(08).
                   05 AS-TIPO      PIC X(01).
                03 FILLER          PIC X(86).
       FD CADCAND
               LABEL RECORD IS STANDARD.
       01 REGCANDJ.
                03 CA-CHAVE.
                   05 CA-REQ       PIC 9(05).
                   05 CA-SEQ       PIC 9(03).
                03 FILLER          PIC X(142).
       FD REQVAGA
               LABEL RECORD IS STANDARD.
       01 REGREQVAGAJ.
                03 RQ-NUMERO       PIC 9(05).
                03 FILLER          PIC X(145).
       FD PREMATRIC
               LABEL RECORD IS STANDARD.
       01 REGPREMATJ.
                03 PM-CHAVE.
                   05 PM-ANOLET    PIC 9(04).
                   05 PM-NUMERO    PIC 9(05).
                03 FILLER          PIC X(191).
       FD AUTFOLHA
               LABEL RECORD IS STANDARD.
       01 REGAUTFOLHAJ.
                03 AE-RM           PIC 9(05).
                03 AE-CHAPA        PIC 9(05).
                03 FILLER          PIC X(48).
       FD OCORRENC
               LABEL RECORD IS STANDARD.
       01 REGOCORRENCJ.
                03 OC-CHAVE.
                   05 OC-ANOLET    PIC 9(04).
                   05 OC-RM        PIC 9(05).
                   05 OC-SEQ       PIC 9(03).
                03 OC-CHVTURMA.
                   05 OC-TURMA     PIC X(05).
                   05 OC-DTOCOR    PIC 9(08).
                03 FILLER          PIC X(208).
       FD CADAMIGO
               LABEL RECORD IS STANDARD.
       01 REGAMIGOJ.
                03 APELIDO         PIC X(12).
                03 FILLER          PIC X(80).
                03 CIDADE-UF       PIC X(22).
                03 FILLER          PIC X(66).
       FD CONFFOLHA
               LABEL RECORD IS STANDARD.
       01 REGCONFFOLHAJ.
                03 CF-CHAVE.
                   05 CF-COMPET    PIC 9(06).
                   05 CF-CHAPA     PIC 9(05).
                   05 CF-SEQ       PIC 9(03).
                03 FILLER          PIC X(86).
       FD AULADADA
               LABEL RECORD IS STANDARD.
       01 REGAULADADAJ.
                03 AD-CHAVE.
                   05 AD-TURMA     PIC X(05).
                   05 AD-ANOLET    PIC 9(04).
                   05 AD-DISC      PIC 9(03).
                   05 AD-DATA      PIC 9(08).
                03 FILLER          PIC X(30).
       FD AVALIACAO
               LABEL RECORD IS STANDARD.
       01 REGAVALIAJ.
                03 AV-CHAVE.
                   05 AV-ANOLET    PIC 9(04).
                   05 AV-SEGMENTO  PIC X(01).
                   05 AV-DISC      PIC 9(03).
                03 FILLER          PIC X(49).
       FD TABIRPLR
               LABEL RECORD IS STANDARD.
       01 REGIRPLRJ.
                03 TP-CHAVE.
                   05 TP-VIGENCIA  PIC 9(08).
                   05 TP-FAIXA     PIC 9(02).
                03 FILLER          PIC X(36).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MENS      PIC X(02) VALUE "00".
       77 W-ARQ-MENS   PIC X(64) VALUE SPACES.
       77 W-MENS-OK    PIC X(01) VALUE "N".
       77 ST-RCM       PIC X(02) VALUE "00".
       77 W-ARQ-RCM    PIC X(64) VALUE SPACES.
       77 W-RCM-OK     PIC X(01) VALUE "N".
       77 ST-DPE       PIC X(02) VALUE "00".
       77 W-ARQ-DPE    PIC X(64) VALUE SPACES.
       77 W-DPE-OK     PIC X(01) VALUE "N".
       77 ST-CNS       PIC X(02) VALUE "00".
       77 W-ARQ-CNS    PIC X(64) VALUE SPACES.
       77 W-CNS-OK     PIC X(01) VALUE "N".
       77 ST-DSC       PIC X(02) VALUE "00".
       77 W-ARQ-DSC    PIC X(64) VALUE SPACES.
       77 W-DSC-OK     PIC X(01) VALUE "N".
       77 ST-BCO       PIC X(02) VALUE "00".
       77 W-ARQ-BCO    PIC X(64) VALUE SPACES.
       77 W-BCO-OK     PIC X(01) VALUE "N".
       77 ST-PEN       PIC X(02) VALUE "00".
       77 W-ARQ-PEN    PIC X(64) VALUE SPACES.
       77 W-PEN-OK     PIC X(01) VALUE "N".
       77 ST-PLA       PIC X(02) VALUE "00".
       77 W-ARQ-PLA    PIC X(64) VALUE SPACES.
       77 W-PLA-OK     PIC X(01) VALUE "N".
       77 ST-PLB       PIC X(02) VALUE "00".
       77 W-ARQ-PLB    PIC X(64) VALUE SPACES.
       77 W-PLB-OK     PIC X(01) VALUE "N".
       77 ST-SIN       PIC X(02) VALUE "00".
       77 W-ARQ-SIN    PIC X(64) VALUE SPACES.
       77 W-SIN-OK     PIC X(01) VALUE "N".
       77 ST-RTO       PIC X(02) VALUE "00".
       77 W-ARQ-RTO    PIC X(64) VALUE SPACES.
       77 W-RTO-OK     PIC X(01) VALUE "N".
       77 ST-PFL       PIC X(02) VALUE "00".
       77 W-ARQ-PFL    PIC X(64) VALUE SPACES.
       77 W-PFL-OK     PIC X(01) VALUE "N".
       77 ST-FRD       PIC X(02) VALUE "00".
       77 W-ARQ-FRD    PIC X(64) VALUE SPACES.
       77 W-FRD-OK     PIC X(01) VALUE "N".
       77 ST-ASO       PIC X(02) VALUE "00".
       77 W-ARQ-ASO    PIC X(64) VALUE SPACES.
       77 W-ASO-OK     PIC X(01) VALUE "N".
       77 ST-CAN       PIC X(02) VALUE "00".
       77 W-ARQ-CAN    PIC X(64) VALUE SPACES.
       77 W-CAN-OK     PIC X(01) VALUE "N".
       77 ST-RQV       PIC X(02) VALUE "00".
       77 W-ARQ-RQV    PIC X(64) VALUE SPACES.
       77 W-RQV-OK     PIC X(01) VALUE "N".
       77 ST-PMT       PIC X(02) VALUE "00".
       77 W-ARQ-PMT    PIC X(64) VALUE SPACES.
       77 W-PMT-OK     PIC X(01) VALUE "N".
       77 ST-AUF       PIC X(02) VALUE "00".
       77 W-ARQ-AUF    PIC X(64) VALUE SPACES.
       77 W-AUF-OK     PIC X(01) VALUE "N".
       77 ST-OCR       PIC X(02) VALUE "00".
       77 W-ARQ-OCR    PIC X(64) VALUE SPACES.
       77 W-OCR-OK     PIC X(01) VALUE "N".
       77 ST-AMG       PIC X(02) VALUE "00".
       77 W-ARQ-AMG    PIC X(64) VALUE SPACES.
       77 W-AMG-OK     PIC X(01) VALUE "N".
       77 ST-CNF       PIC X(02) VALUE "00".
       77 W-ARQ-CNF    PIC X(64) VALUE SPACES.
       77 W-CNF-OK     PIC X(01) VALUE "N".
       77 ST-ADA       PIC X(02) VALUE "00".
       77 W-ARQ-ADA    PIC X(64) VALUE SPACES.
       77 W-ADA-OK     PIC X(01) VALUE "N".
       77 ST-AVL       PIC X(02) VALUE "00".
       77 W-ARQ-AVL    PIC X(64) VALUE SPACES.
       77 W-AVL-OK     PIC X(01) VALUE "N".
       77 ST-IRP       PIC X(02) VALUE "00".
       77 W-ARQ-IRP    PIC X(64) VALUE SPACES.
       77 W-IRP-OK     PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "MENSALID.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-MENS
           MOVE "RECMENS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RCM
           MOVE "DEPENDE.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DPE
           MOVE "CONSELHO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CNS
           MOVE "DESCONTO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-DSC
           MOVE "BCOHORAS.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-BCO
           MOVE "CADPENSAO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PEN
           MOVE "CADPLANO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PLA
           MOVE "CADPLBEN.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PLB
           MOVE "CADSINDIC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-SIN
           MOVE "CADRATEIO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RTO
           MOVE "PARFOLHA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PFL
           MOVE "CADFERIADO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-FRD
           MOVE "CADASO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ASO
           MOVE "CADCAND.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CAN
           MOVE "REQVAGA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-RQV
           MOVE "PREMATRIC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-PMT
           MOVE "AUTFOLHA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-AUF
           MOVE "OCORRENC.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-OCR
           MOVE "CADAMIGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-AMG
           MOVE "CONFFOLHA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-CNF
           MOVE "AULADADA.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-ADA
           MOVE "AVALIACAO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-AVL
           MOVE "TABIRPLR.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-IRP
           DISPLAY "RECUPERACAO PELO JORNAL - AMBIENTE: "
                   AMB-AMBIENTE
           DISPLAY "EXECUTE ANTES O RESTGERAL COM O ULTIMO BACKUP.".
              MOVE "S" TO W-MENS-OK
           ELSE
              DISPLAY "AVISO: MENSALID INDISPONIVEL - " ST-MENS.
           OPEN I-O RECMENS
           IF ST-RCM = "00"
              MOVE "S" TO W-RCM-OK
           ELSE
              DISPLAY "AVISO: RECMENS INDISPONIVEL - " ST-RCM.
           OPEN I-O DEPENDE
           IF ST-DPE = "00"
              MOVE "S" TO W-DPE-OK
           ELSE
              DISPLAY "AVISO: DEPENDE INDISPONIVEL - " ST-DPE.
           OPEN I-O CONSELHO
           IF ST-CNS = "00"
              MOVE "S" TO W-CNS-OK
           ELSE
              DISPLAY "AVISO: CONSELHO INDISPONIVEL - " ST-CNS.
           OPEN I-O DESCONTO
           IF ST-DSC = "00"
              MOVE "S" TO W-DSC-OK
           ELSE
              DISPLAY "AVISO: DESCONTO INDISPONIVEL - " ST-DSC.
           OPEN I-O BCOHORAS
           IF ST-BCO = "00"
              MOVE "S" TO W-BCO-OK
           ELSE
              DISPLAY "AVISO: BCOHORAS INDISPONIVEL - " ST-BCO.
           OPEN I-O CADPENSAO
           IF ST-PEN = "00"
              MOVE "S" TO W-PEN-OK
           ELSE
              DISPLAY "AVISO: CADPENSAO INDISPONIVEL - " ST-PEN.
           OPEN I-O CADPLANO
           IF ST-PLA = "00"
              MOVE "S" TO W-PLA-OK
           ELSE
              DISPLAY "AVISO: CADPLANO INDISPONIVEL - " ST-PLA.
           OPEN I-O CADPLBEN
           IF ST-PLB = "00"
              MOVE "S" TO W-PLB-OK
           ELSE
              DISPLAY "AVISO: CADPLBEN INDISPONIVEL - " ST-PLB.
           OPEN I-O CADSINDIC
           IF ST-SIN = "00"
              MOVE "S" TO W-SIN-OK
           ELSE
              DISPLAY "AVISO: CADSINDIC INDISPONIVEL - " ST-SIN.
           OPEN I-O CADRATEIO
           IF ST-RTO = "00"
              MOVE "S" TO W-RTO-OK
           ELSE
              DISPLAY "AVISO: CADRATEIO INDISPONIVEL - " ST-RTO.
           OPEN I-O PARFOLHA
           IF ST-PFL = "00"
              MOVE "S" TO W-PFL-OK
           ELSE
              DISPLAY "AVISO: PARFOLHA INDISPONIVEL - " ST-PFL.
           OPEN I-O CADFERIADO
           IF ST-FRD = "00"
              MOVE "S" TO W-FRD-OK
           ELSE
              DISPLAY "AVISO: CADFERIADO INDISPONIVEL - " ST-FRD.
           OPEN I-O CADASO
           IF ST-ASO = "00"
              MOVE "S" TO W-ASO-OK
           ELSE
              DISPLAY "AVISO: CADASO INDISPONIVEL - " ST-ASO.
           OPEN I-O CADCAND
           IF ST-CAN = "00"
              MOVE "S" TO W-CAN-OK
           ELSE
              DISPLAY "AVISO: CADCAND INDISPONIVEL - " ST-CAN.
           OPEN I-O REQVAGA
           IF ST-RQV = "00"
              MOVE "S" TO W-RQV-OK
           ELSE
              DISPLAY "AVISO: REQVAGA INDISPONIVEL - " ST-RQV.
           OPEN I-O PREMATRIC
           IF ST-PMT = "00"
              MOVE "S" TO W-PMT-OK
           ELSE
              DISPLAY "AVISO: PREMATRIC INDISPONIVEL - " ST-PMT.
           OPEN I-O AUTFOLHA
           IF ST-AUF = "00"
              MOVE "S" TO W-AUF-OK
           ELSE
              DISPLAY "AVISO: AUTFOLHA INDISPONIVEL - " ST-AUF.
           OPEN I-O OCORRENC
           IF ST-OCR = "00"
              MOVE "S" TO W-OCR-OK
           ELSE
              DISPLAY "AVISO: OCORRENC INDISPONIVEL - " ST-OCR.
           OPEN I-O CADAMIGO
           IF ST-AMG = "00"
              MOVE "S" TO W-AMG-OK
           ELSE
              DISPLAY "AVISO: CADAMIGO INDISPONIVEL - " ST-AMG.
           OPEN I-O CONFFOLHA
           IF ST-CNF = "00"
              MOVE "S" TO W-CNF-OK
           ELSE
              DISPLAY "AVISO: CONFFOLHA INDISPONIVEL - " ST-CNF.
           OPEN I-O AULADADA
           IF ST-ADA = "00"
              MOVE "S" TO W-ADA-OK
           ELSE
              DISPLAY "AVISO: AULADADA INDISPONIVEL - " ST-ADA.
           OPEN I-O AVALIACAO
           IF ST-AVL = "00"
              MOVE "S" TO W-AVL-OK
           ELSE
              DISPLAY "AVISO: AVALIACAO INDISPONIVEL - " ST-AVL.
           OPEN I-O TABIRPLR
           IF ST-IRP = "00"
              MOVE "S" TO W-IRP-OK
           ELSE
              DISPLAY "AVISO: TABIRPLR INDISPONIVEL - " ST-IRP.
      *
      **************************************
      * REAPLICA O JORNAL EM ORDEM         *
           IF JRN-ARQUIVO = "MENSALID"
              PERFORM APLICA-MENS THRU APLICA-MENS-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "RECMENS"
              PERFORM APLICA-RCM THRU APLICA-RCM-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "DEPENDE"
              PERFORM APLICA-DPE THRU APLICA-DPE-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CONSELHO"
              PERFORM APLICA-CNS THRU APLICA-CNS-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "DESCONTO"
              PERFORM APLICA-DSC THRU APLICA-DSC-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "BCOHORAS"
              PERFORM APLICA-BCO THRU APLICA-BCO-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CADPENSAO"
              PERFORM APLICA-PEN THRU APLICA-PEN-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CADPLANO"
              PERFORM APLICA-PLA THRU APLICA-PLA-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CADPLBEN"
              PERFORM APLICA-PLB THRU APLICA-PLB-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CADSINDIC"
              PERFORM APLICA-SIN THRU APLICA-SIN-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CADRATEIO"
              PERFORM APLICA-RTO THRU APLICA-RTO-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "PARFOLHA"
              PERFORM APLICA-PFL THRU APLICA-PFL-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CADFERIADO"
              PERFORM APLICA-FRD THRU APLICA-FRD-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CADASO"
              PERFORM APLICA-ASO THRU APLICA-ASO-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CADCAND"
              PERFORM APLICA-CAN THRU APLICA-CAN-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "REQVAGA"
              PERFORM APLICA-RQV THRU APLICA-RQV-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "PREMATRIC"
              PERFORM APLICA-PMT THRU APLICA-PMT-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "AUTFOLHA"
              PERFORM APLICA-AUF THRU APLICA-AUF-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "OCORRENC"
              PERFORM APLICA-OCR THRU APLICA-OCR-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CADAMIGO"
              PERFORM APLICA-AMG THRU APLICA-AMG-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "CONFFOLHA"
              PERFORM APLICA-CNF THRU APLICA-CNF-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "AULADADA"
              PERFORM APLICA-ADA THRU APLICA-ADA-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "AVALIACAO"
              PERFORM APLICA-AVL THRU APLICA-AVL-FIM
              GO TO LER-JRN.
           IF JRN-ARQUIVO = "TABIRPLR"
              PERFORM APLICA-IRP THRU APLICA-IRP-FIM
              GO TO LER-JRN.
           ADD 1 TO W-CONT-DESC
           DISPLAY "ARQUIVO NAO TRATADO PELO JORNAL: " JRN-ARQUIVO
                   " CHAVE " JRN-CHAVE
                      " STATUS " ST-MENS.
       APLICA-MENS-FIM.
           EXIT.
      *
       APLICA-RCM.
           IF W-RCM-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-RCM-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGRECMENSJ
              DELETE RECMENS RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-RCM-FIM.
           MOVE JRN-DEPOIS TO REGRECMENSJ
           WRITE REGRECMENSJ
           IF ST-RCM = "22"
              REWRITE REGRECMENSJ.
           IF ST-RCM = "00" OR ST-RCM = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR RECMENS: " JRN-CHAVE
                      " STATUS " ST-RCM.
       APLICA-RCM-FIM.
           EXIT.
      *
       APLICA-DPE.
           IF W-DPE-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-DPE-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGDEPENDJ
              DELETE DEPENDE RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-DPE-FIM.
           MOVE JRN-DEPOIS TO REGDEPENDJ
           WRITE REGDEPENDJ
           IF ST-DPE = "22"
              REWRITE REGDEPENDJ.
           IF ST-DPE = "00" OR ST-DPE = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR DEPENDE: " JRN-CHAVE
                      " STATUS " ST-DPE.
       APLICA-DPE-FIM.
           EXIT.
      *
       APLICA-CNS.
           IF W-CNS-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-CNS-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGCONSELHOJ
              DELETE CONSELHO RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-CNS-FIM.
           MOVE JRN-DEPOIS TO REGCONSELHOJ
           WRITE REGCONSELHOJ
           IF ST-CNS = "22"
              REWRITE REGCONSELHOJ.
           IF ST-CNS = "00" OR ST-CNS = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CONSELHO: " JRN-CHAVE
                      " STATUS " ST-CNS.
       APLICA-CNS-FIM.
           EXIT.
      *
       APLICA-DSC.
           IF W-DSC-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-DSC-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGDESCONTOJ
              DELETE DESCONTO RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-DSC-FIM.
           MOVE JRN-DEPOIS TO REGDESCONTOJ
           WRITE REGDESCONTOJ
           IF ST-DSC = "22"
              REWRITE REGDESCONTOJ.
           IF ST-DSC = "00" OR ST-DSC = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR DESCONTO: " JRN-CHAVE
                      " STATUS " ST-DSC.
       APLICA-DSC-FIM.
           EXIT.
      *
       APLICA-BCO.
           IF W-BCO-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-BCO-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGBCOHORASJ
              DELETE BCOHORAS RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-BCO-FIM.
           MOVE JRN-DEPOIS TO REGBCOHORASJ
           WRITE REGBCOHORASJ
           IF ST-BCO = "22"
              REWRITE REGBCOHORASJ.
           IF ST-BCO = "00" OR ST-BCO = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR BCOHORAS: " JRN-CHAVE
                      " STATUS " ST-BCO.
       APLICA-BCO-FIM.
           EXIT.
      *
       APLICA-PEN.
           IF W-PEN-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-PEN-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGPENSAOJ
              DELETE CADPENSAO RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-PEN-FIM.
           MOVE JRN-DEPOIS TO REGPENSAOJ
           WRITE REGPENSAOJ
           IF ST-PEN = "22"
              REWRITE REGPENSAOJ.
           IF ST-PEN = "00" OR ST-PEN = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CADPENSAO: " JRN-CHAVE
                      " STATUS " ST-PEN.
       APLICA-PEN-FIM.
           EXIT.
      *
       APLICA-PLA.
           IF W-PLA-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-PLA-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGPLANOJ
              DELETE CADPLANO RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-PLA-FIM.
           MOVE JRN-DEPOIS TO REGPLANOJ
           WRITE REGPLANOJ
           IF ST-PLA = "22"
              REWRITE REGPLANOJ.
           IF ST-PLA = "00" OR ST-PLA = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CADPLANO: " JRN-CHAVE
                      " STATUS " ST-PLA.
       APLICA-PLA-FIM.
           EXIT.
      *
       APLICA-PLB.
           IF W-PLB-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-PLB-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGPLBENJ
              DELETE CADPLBEN RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-PLB-FIM.
           MOVE JRN-DEPOIS TO REGPLBENJ
           WRITE REGPLBENJ
           IF ST-PLB = "22"
              REWRITE REGPLBENJ.
           IF ST-PLB = "00" OR ST-PLB = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CADPLBEN: " JRN-CHAVE
                      " STATUS " ST-PLB.
       APLICA-PLB-FIM.
           EXIT.
      *
       APLICA-SIN.
           IF W-SIN-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-SIN-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGSINDICJ
              DELETE CADSINDIC RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-SIN-FIM.
           MOVE JRN-DEPOIS TO REGSINDICJ
           WRITE REGSINDICJ
           IF ST-SIN = "22"
              REWRITE REGSINDICJ.
           IF ST-SIN = "00" OR ST-SIN = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CADSINDIC: " JRN-CHAVE
                      " STATUS " ST-SIN.
       APLICA-SIN-FIM.
           EXIT.
      *
       APLICA-RTO.
           IF W-RTO-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-RTO-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGRATEIOJ
              DELETE CADRATEIO RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-RTO-FIM.
           MOVE JRN-DEPOIS TO REGRATEIOJ
           WRITE REGRATEIOJ
           IF ST-RTO = "22"
              REWRITE REGRATEIOJ.
           IF ST-RTO = "00" OR ST-RTO = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CADRATEIO: " JRN-CHAVE
                      " STATUS " ST-RTO.
       APLICA-RTO-FIM.
           EXIT.
      *
       APLICA-PFL.
           IF W-PFL-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-PFL-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGPARFOLHAJ
              DELETE PARFOLHA RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-PFL-FIM.
           MOVE JRN-DEPOIS TO REGPARFOLHAJ
           WRITE REGPARFOLHAJ
           IF ST-PFL = "22"
              REWRITE REGPARFOLHAJ.
           IF ST-PFL = "00" OR ST-PFL = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR PARFOLHA: " JRN-CHAVE
                      " STATUS " ST-PFL.
       APLICA-PFL-FIM.
           EXIT.
      *
       APLICA-FRD.
           IF W-FRD-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-FRD-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGFERIADOJ
              DELETE CADFERIADO RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-FRD-FIM.
           MOVE JRN-DEPOIS TO REGFERIADOJ
           WRITE REGFERIADOJ
           IF ST-FRD = "22"
              REWRITE REGFERIADOJ.
           IF ST-FRD = "00" OR ST-FRD = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CADFERIADO: " JRN-CHAVE
                      " STATUS " ST-FRD.
       APLICA-FRD-FIM.
           EXIT.
      *
       APLICA-ASO.
           IF W-ASO-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-ASO-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGASOJ
              DELETE CADASO RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-ASO-FIM.
           MOVE JRN-DEPOIS TO REGASOJ
           WRITE REGASOJ
           IF ST-ASO = "22"
              REWRITE REGASOJ.
           IF ST-ASO = "00" OR ST-ASO = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CADASO: " JRN-CHAVE
                      " STATUS " ST-ASO.
       APLICA-ASO-FIM.
           EXIT.
      *
       APLICA-CAN.
           IF W-CAN-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-CAN-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGCANDJ
              DELETE CADCAND RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-CAN-FIM.
           MOVE JRN-DEPOIS TO REGCANDJ
           WRITE REGCANDJ
           IF ST-CAN = "22"
              REWRITE REGCANDJ.
           IF ST-CAN = "00" OR ST-CAN = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CADCAND: " JRN-CHAVE
                      " STATUS " ST-CAN.
       APLICA-CAN-FIM.
           EXIT.
      *
       APLICA-RQV.
           IF W-RQV-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-RQV-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGREQVAGAJ
              DELETE REQVAGA RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-RQV-FIM.
           MOVE JRN-DEPOIS TO REGREQVAGAJ
           WRITE REGREQVAGAJ
           IF ST-RQV = "22"
              REWRITE REGREQVAGAJ.
           IF ST-RQV = "00" OR ST-RQV = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR REQVAGA: " JRN-CHAVE
                      " STATUS " ST-RQV.
       APLICA-RQV-FIM.
           EXIT.
      *
       APLICA-PMT.
           IF W-PMT-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-PMT-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGPREMATJ
              DELETE PREMATRIC RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-PMT-FIM.
           MOVE JRN-DEPOIS TO REGPREMATJ
           WRITE REGPREMATJ
           IF ST-PMT = "22"
              REWRITE REGPREMATJ.
           IF ST-PMT = "00" OR ST-PMT = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR PREMATRIC: " JRN-CHAVE
                      " STATUS " ST-PMT.
       APLICA-PMT-FIM.
           EXIT.
      *
       APLICA-AUF.
           IF W-AUF-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-AUF-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGAUTFOLHAJ
              DELETE AUTFOLHA RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-AUF-FIM.
           MOVE JRN-DEPOIS TO REGAUTFOLHAJ
           WRITE REGAUTFOLHAJ
           IF ST-AUF = "22"
              REWRITE REGAUTFOLHAJ.
           IF ST-AUF = "00" OR ST-AUF = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR AUTFOLHA: " JRN-CHAVE
                      " STATUS " ST-AUF.
       APLICA-AUF-FIM.
           EXIT.
      *
       APLICA-OCR.
           IF W-OCR-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-OCR-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGOCORRENCJ
              DELETE OCORRENC RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-OCR-FIM.
           MOVE JRN-DEPOIS TO REGOCORRENCJ
           WRITE REGOCORRENCJ
           IF ST-OCR = "22"
              REWRITE REGOCORRENCJ.
           IF ST-OCR = "00" OR ST-OCR = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR OCORRENC: " JRN-CHAVE
                      " STATUS " ST-OCR.
       APLICA-OCR-FIM.
           EXIT.
      *
       APLICA-AMG.
           IF W-AMG-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-AMG-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGAMIGOJ
              DELETE CADAMIGO RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-AMG-FIM.
           MOVE JRN-DEPOIS TO REGAMIGOJ
           WRITE REGAMIGOJ
           IF ST-AMG = "22"
              REWRITE REGAMIGOJ.
           IF ST-AMG = "00" OR ST-AMG = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CADAMIGO: " JRN-CHAVE
                      " STATUS " ST-AMG.
       APLICA-AMG-FIM.
           EXIT.
      *
       APLICA-CNF.
           IF W-CNF-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-CNF-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGCONFFOLHAJ
              DELETE CONFFOLHA RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-CNF-FIM.
           MOVE JRN-DEPOIS TO REGCONFFOLHAJ
           WRITE REGCONFFOLHAJ
           IF ST-CNF = "22"
              REWRITE REGCONFFOLHAJ.
           IF ST-CNF = "00" OR ST-CNF = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR CONFFOLHA: " JRN-CHAVE
                      " STATUS " ST-CNF.
       APLICA-CNF-FIM.
           EXIT.
      *
       APLICA-ADA.
           IF W-ADA-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-ADA-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGAULADADAJ
              DELETE AULADADA RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-ADA-FIM.
           MOVE JRN-DEPOIS TO REGAULADADAJ
           WRITE REGAULADADAJ
           IF ST-ADA = "22"
              REWRITE REGAULADADAJ.
           IF ST-ADA = "00" OR ST-ADA = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR AULADADA: " JRN-CHAVE
                      " STATUS " ST-ADA.
       APLICA-ADA-FIM.
           EXIT.
      *
       APLICA-AVL.
           IF W-AVL-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-AVL-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGAVALIAJ
              DELETE AVALIACAO RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-AVL-FIM.
           MOVE JRN-DEPOIS TO REGAVALIAJ
           WRITE REGAVALIAJ
           IF ST-AVL = "22"
              REWRITE REGAVALIAJ.
           IF ST-AVL = "00" OR ST-AVL = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR AVALIACAO: " JRN-CHAVE
                      " STATUS " ST-AVL.
       APLICA-AVL-FIM.
           EXIT.
      *
       APLICA-IRP.
           IF W-IRP-OK NOT = "S"
              ADD 1 TO W-CONT-DESC
              GO TO APLICA-IRP-FIM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES TO REGIRPLRJ
              DELETE TABIRPLR RECORD
              ADD 1 TO W-CONT-APLIC
              GO TO APLICA-IRP-FIM.
           MOVE JRN-DEPOIS TO REGIRPLRJ
           WRITE REGIRPLRJ
           IF ST-IRP = "22"
              REWRITE REGIRPLRJ.
           IF ST-IRP = "00" OR ST-IRP = "02"
              ADD 1 TO W-CONT-APLIC
           ELSE
              ADD 1 TO W-CONT-DESC
              DISPLAY "FALHA AO REAPLICAR TABIRPLR: " JRN-CHAVE
                      " STATUS " ST-IRP.
       APLICA-IRP-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE JORNAL
              CLOSE RESPFIN.
           IF W-MENS-OK = "S"
              CLOSE MENSALID.
           IF W-RCM-OK = "S"
              CLOSE RECMENS.
           IF W-DPE-OK = "S"
              CLOSE DEPENDE.
           IF W-CNS-OK = "S"
              CLOSE CONSELHO.
           IF W-DSC-OK = "S"
              CLOSE DESCONTO.
           IF W-BCO-OK = "S"
              CLOSE BCOHORAS.
           IF W-PEN-OK = "S"
              CLOSE CADPENSAO.
           IF W-PLA-OK = "S"
              CLOSE CADPLANO.
           IF W-PLB-OK = "S"
              CLOSE CADPLBEN.
           IF W-SIN-OK = "S"
              CLOSE CADSINDIC.
           IF W-RTO-OK = "S"
              CLOSE CADRATEIO.
           IF W-PFL-OK = "S"
              CLOSE PARFOLHA.
           IF W-FRD-OK = "S"
              CLOSE CADFERIADO.
           IF W-ASO-OK = "S"
              CLOSE CADASO.
           IF W-CAN-OK = "S"
              CLOSE CADCAND.
           IF W-RQV-OK = "S"
              CLOSE REQVAGA.
           IF W-PMT-OK = "S"
              CLOSE PREMATRIC.
           IF W-AUF-OK = "S"
              CLOSE AUTFOLHA.
           IF W-OCR-OK = "S"
              CLOSE OCORRENC.
           IF W-AMG-OK = "S"
              CLOSE CADAMIGO.
           IF W-CNF-OK = "S"
              CLOSE CONFFOLHA.
           IF W-ADA-OK = "S"
              CLOSE AULADADA.
           IF W-AVL-OK = "S"
              CLOSE AVALIACAO.
           IF W-IRP-OK = "S"
              CLOSE TABIRPLR.
           DISPLAY "JORNAL REAPLICADO"
           DISPLAY "REGISTROS LIDOS     : " W-CONT-LIDOS
           DISPLAY "REAPLICADOS         : " W-CONT-APLIC
