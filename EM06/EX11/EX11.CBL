          02 COD-PAC            PIC 9(03).
          02 NOME-PAC           PIC X(20).
          02 TELE-PAC           PIC 9(11).
          02 CPF-PAC            PIC 9(11).

       FD RELCARGA
          LABEL RECORD IS OMITTED.
          MOVE TP-COD (IDX-PAC)  TO COD-PAC.
          MOVE TP-NOME (IDX-PAC) TO NOME-PAC.
          MOVE TP-TELE (IDX-PAC) TO TELE-PAC.
          MOVE ZEROS             TO CPF-PAC.
          WRITE REG-PAC.
          ADD 1 TO CT-GRAVADOS.

