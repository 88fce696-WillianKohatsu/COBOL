          02 AUDIT-TIPO       PIC X(01).
          02 AUDIT-RESULTADO  PIC X(40).
          02 AUDIT-OPERADOR   PIC X(08).
          02 AUDIT-SEQ        PIC 9(09).
          02 AUDIT-CHK        PIC 9(09).

       FD AUDITIMG
          LABEL RECORD ARE  STANDARD
