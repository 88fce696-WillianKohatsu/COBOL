          02 COD-PAC          PIC 9(03).
          02 NOME-PAC         PIC X(20).
          02 TELE-PAC         PIC 9(11).
          02 CPF-PAC          PIC 9(11).

       FD RELAGEND
          LABEL RECORD IS OMITTED.
