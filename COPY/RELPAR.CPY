                   PERFORM REL-CABECALHO THRU REL-CABECALHO-FIM.
                MOVE REL-DETALHE TO LINHA-REL
                WRITE LINHA-REL
                IF REL-SPOOL-ATIVO
                   MOVE SPACE       TO SPR-CONTROLE
                   MOVE REL-DETALHE TO SPR-TEXTO
                   WRITE LINHA-SPOOLREL.
                ADD 1 TO REL-LINCONT.
       REL-IMPRIME-FIM.
                EXIT.
                ADD 1 TO REL-PAGINA
                ACCEPT REL-DATA FROM DATE YYYYMMDD
                ACCEPT REL-HORA FROM TIME
                IF REL-SPOOL = "N"
                   PERFORM REL-SPOOL-ABRE THRU REL-SPOOL-ABRE-FIM
                ELSE
                   IF REL-SPOOL-ATIVO
                      PERFORM REL-SPOOL-PAGINA
                         THRU REL-SPOOL-PAGINA-FIM.
                MOVE REL-TITULO     TO REL-CB-TITULO
                MOVE AMB-AMBIENTE   TO REL-CB-AMB
                MOVE REL-DT-DIA     TO REL-CB-DIA
                MOVE SPACES TO LINHA-REL
                WRITE LINHA-REL
                MOVE 3 TO REL-LINCONT.
                IF REL-SPOOL-ATIVO
                   MOVE "1"         TO SPR-CONTROLE
                   MOVE REL-CABEC   TO SPR-TEXTO
                   WRITE LINHA-SPOOLREL
                   MOVE SPACE       TO SPR-CONTROLE
                   MOVE REL-COLUNAS TO SPR-TEXTO
                   WRITE LINHA-SPOOLREL
                   MOVE SPACES      TO SPR-TEXTO
                   WRITE LINHA-SPOOLREL.
       REL-CABECALHO-FIM.
                EXIT.
      *
      * ABRE A COPIA RETIDA DO RELATORIO E O REGISTRA NO SPOOLCAT
      *
       REL-SPOOL-ABRE.
                MOVE "X" TO REL-SPOOL
                MOVE REL-PROGRAMA TO REL-SPL-PROGRAMA
                IF REL-SPL-PROGRAMA = SPACES
                   MOVE "RELATORIO" TO REL-SPL-PROGRAMA.
                MOVE REL-DATA    TO REL-SPL-DATA
                MOVE REL-HORA    TO REL-SPL-HORA
                MOVE REL-DT-ANO  TO REL-SPL-NM-ANO
                MOVE REL-DT-MES  TO REL-SPL-NM-MES
                MOVE REL-DT-DIA  TO REL-SPL-NM-DIA
                MOVE REL-HORA    TO REL-SPL-NM-HORA
                MOVE REL-SPL-NOME TO SPC-ARQUIVO
                PERFORM MONTA-SPOOLREL
                OPEN OUTPUT SPOOLREL
                IF ST-SPOOLREL NOT = "00"
                   GO TO REL-SPOOL-ABRE-FIM.
                PERFORM ABR-SPOOLCAT
                IF ST-SPOOLCAT NOT = "00"
                   CLOSE SPOOLREL
                   GO TO REL-SPOOL-ABRE-FIM.
                MOVE REL-SPL-CHAVE  TO SPC-CHAVE
                MOVE REL-TITULO     TO SPC-TITULO
                MOVE REL-PARAMETROS TO SPC-PARAMETROS
                ACCEPT SPC-OPERADOR FROM ENVIRONMENT "OPERADOR"
                IF SPC-OPERADOR = SPACES OR LOW-VALUES
                   ACCEPT SPC-OPERADOR FROM ENVIRONMENT "USER".
                MOVE 1      TO SPC-PAGINAS REL-SPL-PAGINAS
                MOVE REL-SPL-NOME TO SPC-ARQUIVO
                MOVE "R"    TO SPC-SITUACAO
                MOVE ZEROS  TO SPC-DTEXPURGO
                WRITE REGSPOOLCAT
                IF ST-SPOOLCAT NOT = "00"
                   CLOSE SPOOLCAT SPOOLREL
                   GO TO REL-SPOOL-ABRE-FIM.
                CLOSE SPOOLCAT
                MOVE "S" TO REL-SPOOL.
       REL-SPOOL-ABRE-FIM.
                EXIT.
      *
      * ATUALIZA A QUANTIDADE DE PAGINAS NO SPOOLCAT
      *
       REL-SPOOL-PAGINA.
                ADD 1 TO REL-SPL-PAGINAS
                PERFORM ABR-SPOOLCAT
                IF ST-SPOOLCAT NOT = "00"
                   GO TO REL-SPOOL-PAGINA-FIM.
                MOVE REL-SPL-CHAVE TO SPC-CHAVE
                READ SPOOLCAT
                IF ST-SPOOLCAT = "00"
                   MOVE REL-SPL-PAGINAS TO SPC-PAGINAS
                   REWRITE REGSPOOLCAT.
                CLOSE SPOOLCAT.
       REL-SPOOL-PAGINA-FIM.
                EXIT.
      *
      * FECHA A COPIA RETIDA (PROGRAMAS CHAMADOS QUE RETORNAM)
      *
       REL-ENCERRA.
                IF REL-SPOOL-ATIVO
                   CLOSE SPOOLREL.
                MOVE "N" TO REL-SPOOL.
       REL-ENCERRA-FIM.
                EXIT.
