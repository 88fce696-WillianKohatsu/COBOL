      *                NO BANCO HA MAIS DIAS QUE O CORTE DE
      *                PARMCONC.DAT, COM TOTAIS QUE FECHAM OS DOIS
      *                LADOS (ENVIADOS = BAIXADOS + PENDENTES).
      *                LISTA TAMBEM OS ESTORNOS DE BAIXA DE BOLETO
      *                FEITOS NO DIA PELO EM05/EX16 (ESTORNOS.DAT),
      *                COM O TOTAL ESTORNADO E O RECEBIDO LIQUIDO.

       ENVIRONMENT DIVISION.

          SELECT RETACUMN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL ESTORNOS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARMCONC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 OCORR-TACUMN       PIC 9(01).
          02 VALOR-TACUMN       PIC 9(09)V9(02).

       FD ESTORNOS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ESTORNOS.DAT".

       01 REG-EST.
          02 NUM-EST            PIC 9(06).
          02 DATA-PGTO-EST      PIC 9(08).
          02 VALOR-EST          PIC 9(09)V9(02).
          02 MOTIVO-EST         PIC 9(01).
          02 DATA-EST           PIC 9(08).
          02 ORIGEM-EST         PIC X(01).

       FD PARMCONC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMCONC.DAT".
       77 FIM-RET          PIC X(03)    VALUE "NAO".
       77 FIM-RACUM        PIC X(03)    VALUE "NAO".
       77 FIM-TACUM        PIC X(03)    VALUE "NAO".
       77 FIM-EST          PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 DIAS-CORTE       PIC 9(03)    VALUE ZEROS.
       77 TOTAL-PENDENTES  PIC 9(05)    VALUE ZEROS.
       77 TOTAL-VAL-PEND   PIC 9(15)V99 VALUE ZEROS.
       77 TOTAL-RET-ORFAO  PIC 9(05)    VALUE ZEROS.
       77 TOTAL-ESTORNOS   PIC 9(05)    VALUE ZEROS.
       77 TOTAL-VAL-EST    PIC 9(15)V99 VALUE ZEROS.
       77 TOTAL-VAL-LIQ    PIC S9(15)V99 VALUE ZEROS.
       77 TOTAL-VAL-RET    PIC 9(15)V99 VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.

          02 DIAS-REL        PIC ZZZZ9.
          02 FILLER          PIC X(23) VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(32) VALUE
             "ESTORNOS DE BAIXA NO DIA        ".
          02 FILLER          PIC X(46) VALUE SPACES.

       01 DETALHE-EST.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NUM-EST-REL     PIC 9(06).
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "PAGTO DE   ".
          02 DATA-EST-REL    PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VALOR-EST-REL   PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(32) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "TITULOS ENVIADOS:             ".
          02 TOT-ORF-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "BAIXAS ESTORNADAS NO DIA:     ".
          02 TOT-EST-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VAL-EST-SAI     PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(28) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "RECEBIDO LIQUIDO DO DIA:      ".
          02 FILLER          PIC X(08) VALUE SPACES.
          02 VAL-LIQ-SAI     PIC ZZZZZZZZZZ9,99-.
          02 FILLER          PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.

       EM05-EX13.
             MOVE OCORR-RET       TO RO-OCORR (IDX-RTO)
             MOVE VALOR-RECEB-RET TO RO-VALOR (IDX-RTO)
             MOVE "N"             TO RO-CASADO (IDX-RTO).
          IF FIM-RET EQUAL "NAO"
          AND (OCORR-RET EQUAL 1 OR 2)
             ADD VALOR-RECEB-RET TO TOTAL-VAL-RET.

       CASA-RETORNOS.
          MOVE "NAO" TO ACHOU-TITULO.

          MOVE ZEROS TO CT-LIN.

       LISTA-ESTORNOS.
          OPEN INPUT ESTORNOS.
          PERFORM LE-1-ESTORNO
             UNTIL FIM-EST EQUAL "SIM".
          CLOSE ESTORNOS.

       LE-1-ESTORNO.
          READ ESTORNOS
             AT END
             MOVE "SIM" TO FIM-EST.
          IF FIM-EST EQUAL "NAO"
          AND DATA-EST EQUAL WS-DATA-HOJE
          AND ORIGEM-EST EQUAL "B"
             PERFORM IMPRIME-ESTORNO.

       IMPRIME-ESTORNO.
          IF TOTAL-ESTORNOS EQUAL ZEROS
             WRITE REG-ATR FROM CAB-03
                AFTER ADVANCING 2 LINES
             WRITE REG-ATR FROM JUMP-LINHA
                AFTER ADVANCING 1 LINE
             ADD 3 TO CT-LIN.
          ADD 1 TO TOTAL-ESTORNOS.
          ADD VALOR-EST TO TOTAL-VAL-EST.
          MOVE NUM-EST   TO NUM-EST-REL.
          MOVE DATA-PGTO-EST TO WS-DATA-REM-R.
          COMPUTE DATA-EST-REL =
             WS-DIA-REM * 1000000
             + WS-MES-REM * 10000
             + WS-ANO-REM.
          MOVE VALOR-EST TO VALOR-EST-REL.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE-EST
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       TERMINO.
          PERFORM LISTA-ESTORNOS.
          PERFORM IMPRIME-TOTAIS.
          PERFORM REGRAVA-ACUMULADOS.
          PERFORM GRAVA-RUNLOG.
          MOVE TOTAL-PENDENTES TO TOT-PEND-SAI.
          MOVE TOTAL-VAL-PEND  TO VAL-PEND-SAI.
          MOVE TOTAL-RET-ORFAO TO TOT-ORF-SAI.
          MOVE TOTAL-ESTORNOS  TO TOT-EST-SAI.
          MOVE TOTAL-VAL-EST   TO VAL-EST-SAI.
          COMPUTE TOTAL-VAL-LIQ = TOTAL-VAL-RET - TOTAL-VAL-EST.
          MOVE TOTAL-VAL-LIQ   TO VAL-LIQ-SAI.

          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 1 LINE.

       REGRAVA-ACUMULADOS.
          OPEN OUTPUT REMACUMN
