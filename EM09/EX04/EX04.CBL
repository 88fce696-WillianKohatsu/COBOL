       01 REG-PARMEPI.
          02 ALTAS-CONSEC-PARM  PIC 9(02).
          02 PCT-SALTO-PARM     PIC 9(03).
      *      PERCENTUAIS DE OCUPACAO DE UTI (ALERTA E CRITICA),
      *      USADOS PELO CENSO DE LEITOS EM09/EX17 E PELO EX07.
          02 PCT-UTI-ALERTA-PARM  PIC 9(03).
          02 PCT-UTI-CRITICA-PARM PIC 9(03).

       FD RELALERT
          LABEL RECORD IS OMITTED.
