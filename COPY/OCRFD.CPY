      *
      * OCORRENCIAS DISCIPLINARES DO ALUNO POR ANO LETIVO. OC-SEQ
      * NUMERA AS OCORRENCIAS DO RM NO ANO. OC-DISC 000 = OCORRENCIA
      * FORA DE SALA (OC-CHAPA E O FUNCIONARIO QUE REGISTROU).
      * OC-GRAVIDADE SOMA PONTOS NO ANO PARA O LIMITE DO REGIMENTO.
      * OC-DTCARTA ZERADA = CARTA AO RESPONSAVEL AINDA NAO EMITIDA
      *
       FD  OCORRENC
               LABEL RECORD IS STANDARD.
       01  REGOCORRENC.
           03 OC-CHAVE.
               05 OC-ANOLET       PIC 9(04).
               05 OC-RM           PIC 9(05).
               05 OC-SEQ          PIC 9(03).
           03 OC-CHVTURMA.
               05 OC-TURMA        PIC X(05).
               05 OC-DTOCOR       PIC 9(08).
           03 OC-DISC         PIC 9(03).
           03 OC-CHAPA        PIC 9(05).
           03 OC-TIPO         PIC 9(02).
           03 OC-GRAVIDADE    PIC 9(01).
               88 OCR-LEVE        VALUE 1.
               88 OCR-MEDIA       VALUE 2.
               88 OCR-GRAVE       VALUE 3.
               88 OCR-GRAVISSIMA  VALUE 4.
           03 OC-DESCRICAO.
               05 OC-DESCR1       PIC X(50).
               05 OC-DESCR2       PIC X(50).
               05 OC-DESCR3       PIC X(50).
           03 OC-MEDIDA       PIC X(01).
               88 MED-ORIENTACAO  VALUE "O".
               88 MED-VERBAL      VALUE "V".
               88 MED-ESCRITA     VALUE "E".
               88 MED-SUSPENSAO   VALUE "S".
           03 OC-DIASSUSP     PIC 9(02).
           03 OC-DTINISUSP    PIC 9(08).
           03 OC-DTREG        PIC 9(08).
           03 OC-DTCARTA      PIC 9(08).
           03 FILLER          PIC X(20).
