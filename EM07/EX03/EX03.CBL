          02 AUDIT-TIPO-M     PIC X(01).
          02 AUDIT-RESULT-M   PIC X(40).
          02 AUDIT-OPER-M     PIC X(08).
          02 AUDIT-SEQ-M      PIC 9(09).
          02 AUDIT-CHK-M      PIC 9(09).

       FD AUDITCON
          LABEL RECORD ARE  STANDARD
          02 AUDIT-TIPO-C     PIC X(01).
          02 AUDIT-RESULT-C   PIC X(40).
          02 AUDIT-OPER-C     PIC X(08).
          02 AUDIT-SEQ-C      PIC 9(09).
          02 AUDIT-CHK-C      PIC 9(09).

       FD RELAUD
          LABEL RECORD IS OMITTED.
