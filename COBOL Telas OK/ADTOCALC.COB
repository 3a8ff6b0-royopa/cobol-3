                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NET.
           COPY "FICSEL.CPY".
           COPY "FRDSEL.CPY".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 FN-LIQUIDO     PIC 9(08)V99.
                03 FN-DTPAGTO     PIC 9(08).
                03 FN-EMPRESA     PIC 9(02).
                03 FN-ORIGEM      PIC X(01).
           COPY "FICFD.CPY".
           COPY "FRDFD.CPY".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "AMBWS.CPY".
           COPY "FICWS.CPY".
           COPY "FRDWS.CPY".
       77 ST-FUNC       PIC X(02) VALUE "00".
       77 ST-ADT        PIC X(02) VALUE "00".
       77 ST-REC        PIC X(02) VALUE "00".
           MOVE "FOLHANET.DAT" TO AMB-NOME
           PERFORM AMB-MONTA THRU AMB-MONTA-FIM
           MOVE AMB-ARQUIVO TO W-ARQ-NET
           DISPLAY "ADIANTAMENTO QUINZENAL - AMBIENTE: " AMB-AMBIENTE
           PERFORM ABR-FERIADO.
       ABR-002.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET
           ACCEPT W-DTPAGTO
           IF W-DTPAGTO = ZEROS
              GO TO ABR-002A.
           MOVE W-DTPAGTO TO W-FRD-DATA
           PERFORM ULTDIA-FRD THRU ULTDIA-FRD-FIM
           IF W-FRD-MES < 1 OR W-FRD-MES > 12 OR W-FRD-DIA < 1
                            OR W-FRD-DIA > W-FRD-ULTDIA
              DISPLAY "DATA INVALIDA: " W-DTPAGTO
              GO TO ABR-002A.
      *
      * PAGAMENTO EM FIM DE SEMANA OU FERIADO VAI PARA O DIA UTIL
      * ANTERIOR
      *
           PERFORM UTIL-ANTERIOR THRU UTIL-ANTERIOR-FIM
           IF W-FRD-DATA NOT = W-DTPAGTO
              DISPLAY "DATA NAO UTIL - PAGAMENTO ANTECIPADO PARA "
                      W-FRD-DATA
              MOVE W-FRD-DATA TO W-DTPAGTO.
           PERFORM FECHA-FERIADO.
       ABR-003.
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
           MOVE W-VALOR   TO FN-LIQUIDO
           MOVE W-DTPAGTO TO FN-DTPAGTO
           MOVE FEMPRESA  TO FN-EMPRESA
           MOVE "A"       TO FN-ORIGEM
           WRITE LINHA-FOLHANET.
       GRAVA-NET-FIM.
           EXIT.
      *
           COPY "AMBPAR.CPY".
           COPY "FICPAR.CPY".
           COPY "FRDPAR.CPY".
