          02 REAJUSTE-HANO    PIC 9(05)V99.
          02 IMPOSTO-HANO     PIC 9(05)V99.
          02 LIQUIDO-HANO     PIC 9(05).
          02 COMPET-HANO      PIC 9(06).
          02 ORIGEM-HANO      PIC X(01).
          02 EMPRESA-HANO     PIC 9(02).
          02 EXTRA-HANO       PIC 9(10).

       FD CADFUN
          LABEL  RECORD  ARE  STANDARD
