      *                PRECOS AUDPRECO.DAT (VALOR ANTIGO E NOVO) E
      *                O RELATORIO DE OCORRENCIAS NO FEITIO DO
      *                EM04/EX02. VALOR ZERADO NO MOVIMENTO
      *                SIGNIFICA "NAO ALTERAR ESTE CAMPO". O LOG DE
      *                PRECOS LEVA A DATA DO MOVIMENTO (DATAMOV.DAT),
      *                QUE E A DATA EM QUE A LOJA REMARCA A GONDOLA
      *                (ETIQUETAS DO EM11/EX17).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

          SELECT  RELPRECO  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.


       01 REG-ATR            PIC X(80).

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".

       01 REG-DATAMOV.
          02 DATA-MOVIMENTO     PIC 9(08).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-PARAMETRO.
          OPEN INPUT  CADPROD
                      PRECOMOV
          PERFORM LER-ANT.
          PERFORM LER-MOV.

       LE-DATA-MOVIMENTO.
          OPEN INPUT DATAMOV.
          READ DATAMOV
             AT END
             MOVE ZEROS TO DATA-MOVIMENTO.
          CLOSE DATAMOV.
          IF DATA-MOVIMENTO GREATER THAN ZEROS
             MOVE DATA-MOVIMENTO TO WS-DATA-HOJE
          ELSE
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       LE-PARAMETRO.
          OPEN INPUT PARMPROD.
          READ PARMPROD
