           MOVE W-COMPET TO CC-COMPET
           PERFORM LE-CTRLCOMP
           DISPLAY "SITUACAO ATUAL: " CC-SITUACAO
                   " CALC " CC-DTCALC " PGTO " CC-DTPAGTO
                   " CONFERENCIA " CC-CONFERIDA
                   " CONCILIACAO " CC-CONCILIADA.
       ABR-003.
           DISPLAY "OPCAO (F=FECHAR R=REABRIR S=SAIR): "
           ACCEPT W-OPCAO
           IF NOT COMP-PAGA
              DISPLAY "SO E POSSIVEL FECHAR COMPETENCIA PAGA"
              GO TO ABR-002.
           IF CC-CONFERIDA = "P" OR CC-CONFERIDA = "N"
              DISPLAY "CONFERENCIA DA FOLHA COM ALERTAS SEM VISTO - "
                      "VISTE NO FP201637 ANTES DE FECHAR"
              GO TO ABR-002.
      *
      * SO FECHA COMPETENCIA CUJA ULTIMA CONCILIACAO FINANCEIRA
      * (CONCILIA) TERMINOU SEM DIFERENCAS
      *
           IF NOT COMP-CONCILIADA
              IF CC-CONCILIADA = "D"
                 DISPLAY "CONCILIACAO COM DIFERENCAS - CONFIRA O "
                         "CONCLIST E RODE O CONCILIA DE NOVO"
                 GO TO ABR-002
              ELSE
                 DISPLAY "COMPETENCIA NAO CONCILIADA - EXECUTE O "
                         "CONCILIA ANTES DE FECHAR"
                 GO TO ABR-002.
           MOVE "F" TO CC-SITUACAO
           MOVE W-HOJE TO CC-DTFECHA
           PERFORM GRAVA-CTRLCOMP
