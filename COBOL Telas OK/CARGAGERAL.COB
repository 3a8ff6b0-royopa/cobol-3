                03 TIPOSALARIO2   PIC 9(01).
                03 SALARIOBASE2   PIC 9(06)V99.
                03 NIVELESCOLAR2  PIC 9(01).
                03 CARGOCBO2      PIC 9(06).
                03 CGRAURISCO2    PIC 9(01).
                03 CBASERISCO2    PIC X(01).
                03 FILLER         PIC X(23).
       FD ENTRADEPTO
               LABEL RECORD IS STANDARD.
       01 LINHA-ENTRADEPTO.
                03 EC-TIPOSALARIO   PIC 9(01).
                03 EC-SALARIOBASE   PIC 9(06)V99.
                03 EC-NIVELESCOLAR  PIC 9(01).
                03 EC-GRAURISCO     PIC X(01).
                03 EC-BASERISCO     PIC X(01).
       FD CADCCE
               LABEL RECORD IS STANDARD.
       01 REGCCE.
              MOVE "07" TO RJ-MOTIVO
              PERFORM REJEITA-CARGO THRU REJEITA-CARGO-FIM
              GO TO LER-CARGO.
      *
      * GRAU DE RISCO (0 A 4) E BASE DO ADICIONAL (M/S) SAO OPCIONAIS
      * NO ARQUIVO TEXTO; EM BRANCO O CARGO ENTRA SEM EXPOSICAO
      *
           IF EC-GRAURISCO = SPACES
              MOVE "0" TO EC-GRAURISCO.
           IF EC-GRAURISCO < "0" OR EC-GRAURISCO > "4"
              MOVE "08" TO RJ-MOTIVO
              PERFORM REJEITA-CARGO THRU REJEITA-CARGO-FIM
              GO TO LER-CARGO.
           IF EC-GRAURISCO = "0"
              MOVE SPACES TO EC-BASERISCO.
           IF EC-GRAURISCO NOT = "0" AND EC-BASERISCO = SPACES
              IF EC-GRAURISCO = "4"
                 MOVE "S" TO EC-BASERISCO
              ELSE
                 MOVE "M" TO EC-BASERISCO.
           IF EC-BASERISCO NOT = SPACES AND NOT = "M" AND NOT = "S"
              MOVE "08" TO RJ-MOTIVO
              PERFORM REJEITA-CARGO THRU REJEITA-CARGO-FIM
              GO TO LER-CARGO.
           MOVE EC-CODIGO        TO CODIGO2
           MOVE EC-DENOMINACAO   TO DENOMINACAO2
           MOVE EC-TIPOSALARIO   TO TIPOSALARIO2
           MOVE EC-SALARIOBASE   TO SALARIOBASE2
           MOVE EC-NIVELESCOLAR  TO NIVELESCOLAR2
           MOVE ZEROS            TO CARGOCBO2
           MOVE EC-GRAURISCO     TO CGRAURISCO2
           MOVE EC-BASERISCO     TO CBASERISCO2
           WRITE REGCARGO
           IF ST-CARGO = "00" OR "02"
              ADD 1 TO W-CONT-CARGO
