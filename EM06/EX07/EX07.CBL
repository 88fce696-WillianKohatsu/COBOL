          02 NOME-MED       PIC X(30).
          02 CRM-MED        PIC 9(06).
          02 PCT-MED        PIC 9(03).
          02 CPF-MED        PIC 9(11).
          02 BANCO-MED      PIC 9(03).
          02 AGENCIA-MED    PIC 9(04).
          02 CONTA-MED      PIC 9(10).
          02 GRADE-MED.
             03 DIA-GRADE-MED OCCURS 7 TIMES.
                04 HORA-INI-MED PIC 9(04).
                04 HORA-FIM-MED PIC 9(04).
                04 DURACAO-MED  PIC 9(03).

       FD RELPROD
          LABEL RECORD IS OMITTED.
