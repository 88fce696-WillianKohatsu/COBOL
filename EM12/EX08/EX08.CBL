          02 EMAIL-PES              PIC X(30).
          02 CEP-PES                PIC 9(08).
          02 TELEFONE-PES           PIC 9(10).
          02 SIT-RFB-PES            PIC X(01).
          02 DATA-RFB-PES           PIC 9(08).

       FD OPERADOR
          LABEL  RECORD ARE STANDARD
          IF REGISTRO-EXISTE EQUAL "SIM"
             REWRITE REG-PES
          ELSE
             MOVE SPACES TO SIT-RFB-PES
             MOVE ZEROS  TO DATA-RFB-PES
             WRITE REG-PES.
          MOVE "L" TO TR-SIT (IDX-RET).
          ADD 1 TO CT-LIBERADOS.
