       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMIGODUP.
       AUTHOR. MATEUS.
      ***************************************************
      * CONTATOS PROVAVELMENTE DUPLICADOS NO CADAMIGO   *
      * (MESMA PESSOA COM APELIDOS DIFERENTES)          *
      ***************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.CPY".
       SELECT CADAMIGO ASSIGN TO DYNAMIC W-ARQ-AMIGO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CIDADE-UF
                               WITH DUPLICATES.
       SELECT DUPLIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLFD.CPY".
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
                03 FILLER         PIC X(07).
       FD DUPLIST
               LABEL RECORD IS STANDARD.
       01 LINHA-DUPLIST    PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "RELWS.CPY".
           COPY "SPLWS.CPY".
           COPY "AMDWS.CPY".
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-LIST       PIC X(02) VALUE "00".
       77 W-ARQ-AMIGO   PIC X(64) VALUE SPACES.
       77 W-CORTE       PIC 9(03) VALUE ZEROS.
       77 W-QT-AM       PIC 9(04) COMP VALUE ZEROS.
       77 W-MAX-AM      PIC 9(04) COMP VALUE 3000.
       77 W-IDX1        PIC 9(04) COMP VALUE ZEROS.
       77 W-IDX2        PIC 9(04) COMP VALUE ZEROS.
       77 W-CONT-LIDOS  PIC 9(05) VALUE ZEROS.
       77 W-CONT-FORA   PIC 9(05) VALUE ZEROS.
       77 W-CONT-PARES  PIC 9(05) VALUE ZEROS.
       01 TAB-AM.
           03 TAB-AM-ITEM OCCURS 3000 TIMES.
               05 TA-APELIDO    PIC X(12).
               05 TA-CHAVE      PIC X(139).
       01 W-DETPAR.
           03 FILLER        PIC X(09) VALUE "PONTOS: ".
           03 DP-PONTOS     PIC ZZ9.
           03 FILLER        PIC X(14) VALUE "  CRITERIOS: ".
           03 DP-CRIT       PIC X(26).
       01 W-DETAMI.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 DA-APELIDO    PIC X(12).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DA-NOME       PIC X(28).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DA-FONE.
               05 FILLER        PIC X(01) VALUE "(".
               05 DA-DDD        PIC 9(02).
               05 FILLER        PIC X(01) VALUE ")".
               05 DA-TELEFONE   PIC 9(09).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DA-EMAIL      PIC X(21).
       01 W-CABCOLS.
           03 FILLER        PIC X(40) VALUE
              "   APELIDO      NOME                    ".
           03 FILLER        PIC X(40) VALUE
              "     TELEFONE      E-MAIL".
       01 W-TOTLIN.
           03 TL-DESCR      PIC X(40).
           03 TL-QTDE       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABR-001.
           PERFORM ABR-AMBIENTE
           MOVE "CADAMIGO.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-AMIGO
           DISPLAY "CONTATOS DUPLICADOS DO CADAMIGO - AMBIENTE: "
                   AMB-AMBIENTE.
       ABR-002.
           DISPLAY "PONTUACAO MINIMA PARA LISTAR 1-100 (0=40): "
           ACCEPT W-CORTE
           IF W-CORTE = ZEROS
              MOVE 40 TO W-CORTE.
           IF W-CORTE > 100
              GO TO ABR-002.
       ABR-003.
           OPEN INPUT CADAMIGO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAMIGO: " ST-ERRO
              GO TO ROT-FIM.
           OPEN OUTPUT DUPLIST
           IF ST-LIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DUPLIST: " ST-LIST
              CLOSE CADAMIGO
              GO TO ROT-FIM.
           MOVE "AMIGODUP" TO REL-PROGRAMA
           STRING "PONTUACAO MINIMA " W-CORTE
                  DELIMITED BY SIZE INTO REL-PARAMETROS
           MOVE "CONTATOS PROVAVEIS DUPLICADOS" TO REL-TITULO
           MOVE W-CABCOLS TO REL-COLUNAS.
      *
      ***************************************
      * CARGA DAS CHAVES NORMALIZADAS       *
      ***************************************
      *
       LER-001.
           MOVE LOW-VALUES TO APELIDO
           START CADAMIGO KEY IS NOT LESS THAN APELIDO
           IF ST-ERRO NOT = "00"
              GO TO CMP-001.
       LER-002.
           READ CADAMIGO NEXT RECORD
               AT END GO TO CMP-001.
           ADD 1 TO W-CONT-LIDOS
           IF W-QT-AM NOT < W-MAX-AM
              ADD 1 TO W-CONT-FORA
              GO TO LER-002.
           MOVE NOME     TO AMN-NOME
           MOVE ENDERECO TO AMN-ENDERECO
           MOVE CEP      TO AMN-CEP
           MOVE DDD      TO AMN-DDD
           MOVE TELEFONE TO AMN-TELEFONE
           MOVE EMAIL    TO AMN-EMAIL
           PERFORM NORMALIZA-AMIGO THRU NORMALIZA-AMIGO-FIM
           ADD 1 TO W-QT-AM
           MOVE APELIDO     TO TA-APELIDO (W-QT-AM)
           MOVE W-AMD-CHAVE TO TA-CHAVE (W-QT-AM)
           GO TO LER-002.
      *
      ***************************************
      * COMPARACAO DE TODOS OS PARES        *
      ***************************************
      *
       CMP-001.
           MOVE 1 TO W-IDX1.
       CMP-002.
           IF W-IDX1 NOT < W-QT-AM
              GO TO ROT-TOTAIS.
           MOVE TA-CHAVE (W-IDX1) TO W-AMD-CHV1
           COMPUTE W-IDX2 = W-IDX1 + 1.
       CMP-003.
           IF W-IDX2 > W-QT-AM
              ADD 1 TO W-IDX1
              GO TO CMP-002.
           MOVE TA-CHAVE (W-IDX2) TO W-AMD-CHV2
           PERFORM PONTUA-PAR THRU PONTUA-PAR-FIM
           IF W-AMD-PONTOS NOT < W-CORTE
              PERFORM IMPRIME-PAR THRU IMPRIME-PAR-FIM.
           ADD 1 TO W-IDX2
           GO TO CMP-003.
      *
      * O PAR SAI COM A PONTUACAO E OS DADOS DOS DOIS CONTATOS,
      * RELIDOS DO CADAMIGO, PARA A CONFERENCIA DO OPERADOR ANTES DA
      * UNIFICACAO NA TELA P201628
      *
       IMPRIME-PAR.
           ADD 1 TO W-CONT-PARES
           MOVE W-AMD-PONTOS TO DP-PONTOS
           MOVE W-AMD-CRIT   TO DP-CRIT
           MOVE W-DETPAR TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
           MOVE TA-APELIDO (W-IDX1) TO APELIDO
           PERFORM IMPRIME-AMIGO THRU IMPRIME-AMIGO-FIM
           MOVE TA-APELIDO (W-IDX2) TO APELIDO
           PERFORM IMPRIME-AMIGO THRU IMPRIME-AMIGO-FIM
           MOVE SPACES TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-PAR-FIM.
           EXIT.
      *
       IMPRIME-AMIGO.
           MOVE APELIDO TO DA-APELIDO
           READ CADAMIGO
           IF ST-ERRO NOT = "00"
              MOVE "*** CONTATO NAO ENCONTRADO ***" TO DA-NOME
              MOVE ZEROS  TO DA-DDD DA-TELEFONE
              MOVE SPACES TO DA-EMAIL
           ELSE
              MOVE NOME     TO DA-NOME
              MOVE DDD      TO DA-DDD
              MOVE TELEFONE TO DA-TELEFONE
              MOVE EMAIL    TO DA-EMAIL.
           MOVE W-DETAMI TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-AMIGO-FIM.
           EXIT.
      *
      ***************************************
      * TOTAIS                              *
      ***************************************
      *
       ROT-TOTAIS.
           IF W-CONT-PARES = ZEROS
              MOVE "NENHUM PAR ATINGIU A PONTUACAO MINIMA"
                                                        TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM
              MOVE SPACES TO REL-DETALHE
              PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
           MOVE "CONTATOS LIDOS .......................:" TO TL-DESCR
           MOVE W-CONT-LIDOS TO TL-QTDE
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "PARES PROVAVELMENTE DUPLICADOS .......:" TO TL-DESCR
           MOVE W-CONT-PARES TO TL-QTDE
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           IF W-CONT-FORA NOT = ZEROS
              MOVE "CONTATOS NAO COMPARADOS (TABELA CHEIA):" TO TL-DESCR
              MOVE W-CONT-FORA TO TL-QTDE
              PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM.
           CLOSE CADAMIGO DUPLIST
           DISPLAY "CONTATOS LIDOS : " W-CONT-LIDOS
           DISPLAY "PARES LISTADOS : " W-CONT-PARES
           IF W-CONT-FORA NOT = ZEROS
              DISPLAY "AVISO: " W-CONT-FORA
                      " CONTATOS FORA DA COMPARACAO (TABELA CHEIA)".
           GO TO ROT-FIM.
      *
       IMPRIME-TOT.
           MOVE W-TOTLIN TO REL-DETALHE
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.
       IMPRIME-TOT-FIM.
           EXIT.
      *
       ROT-FIM.
           STOP RUN.
      *
      *************************
      * ROTINAS DE APOIO      *
      *************************
      *
           COPY "AMBPAR.CPY".
           COPY "AMDPAR.CPY".
           COPY "RELPAR.CPY" REPLACING ==LINHA-REL== BY
                                       ==LINHA-DUPLIST==.
           COPY "SPLPAR.CPY".
