          02 DESPESA-FDET     PIC 9(03)V99.
          02 LIQUIDO-FDET     PIC 9(05).
          02 EMPRESA-FDET     PIC 9(02).
          02 CONSIG-FDET      PIC 9(05)V99.
          02 VT-FDET          PIC 9(05)V99.

       FD PARMENC
          LABEL  RECORD ARE STANDARD
