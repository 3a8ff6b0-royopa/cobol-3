                   MOVE "A"   TO CC-SITUACAO
                   MOVE ZEROS TO CC-DTCALC CC-DTPAGTO CC-DTFECHA
                   MOVE ZEROS TO CC-CRITICAS
                   MOVE SPACES TO CC-OPERADOR CC-LIBERADA CC-CONFERIDA
                   MOVE SPACES TO CC-CONCILIADA
                   WRITE REGCTRLCOMP
                   MOVE "S" TO W-CTC-NOVO.
      *
