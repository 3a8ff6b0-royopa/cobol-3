      *
      * CERTIFICADOS DE CONCLUSAO, UM POR RM. CT-REGISTRO E O NUMERO
      * SEQUENCIAL NO LIVRO DE REGISTRO (CT-LIVRO/CT-FOLHA). CT-VIAS
      * CONTA AS VIAS IMPRESSAS: ACIMA DE 1 A VIA SAI COMO SEGUNDA VIA
      *
       FD  CERTIFIC
               LABEL RECORD IS STANDARD.
       01  REGCERTIFIC.
           03 CT-RM           PIC 9(05).
           03 CT-NOME         PIC X(35).
           03 CT-SEXO         PIC X(01).
           03 CT-DATANASC     PIC 9(08).
           03 CT-ANOCONCL     PIC 9(04).
           03 CT-TURMA        PIC X(05).
           03 CT-REGISTRO     PIC 9(06).
           03 CT-LIVRO        PIC 9(03).
           03 CT-FOLHA        PIC 9(03).
           03 CT-DTEMISSAO    PIC 9(08).
           03 CT-VIAS         PIC 9(02).
           03 CT-DTULTVIA     PIC 9(08).
           03 FILLER          PIC X(22).
