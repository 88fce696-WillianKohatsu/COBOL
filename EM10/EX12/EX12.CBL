      *                ESTIVER SEM CONTA NO MAPA, NADA E LIBERADO E
      *                O RELATORIO ACUSA O MAPA INCOMPLETO. O LOTE
      *                SO VALE COM O TOTAL LIQUIDO EM ZEROS.
      *                CADA LANCAMENTO LEVA A DATA DO MOVIMENTO
      *                (DATAMOV.DAT) EM DATA-CTB, PARA A CONSOLIDACAO
      *                DO EM10/EX18, E O MAPA TABCTB.DAT, QUE PASSOU A
      *                SER UNICO PARA TODOS OS SUBSISTEMAS, CABE ATE
      *                200 VERBAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

          SELECT  RELCTB  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 DESPESA-FDET     PIC 9(03)V99.
          02 LIQUIDO-FDET     PIC 9(05).
          02 EMPRESA-FDET     PIC 9(02).
          02 CONSIG-FDET      PIC 9(05)V99.
          02 VT-FDET          PIC 9(05)V99.

       FD HISTANO
          LABEL  RECORD  ARE  STANDARD
          02 REAJUSTE-HANO    PIC 9(05)V99.
          02 IMPOSTO-HANO     PIC 9(05)V99.
          02 LIQUIDO-HANO     PIC 9(05).
          02 COMPET-HANO      PIC 9(06).
          02 ORIGEM-HANO      PIC X(01).
          02 EMPRESA-HANO     PIC 9(02).
          02 EXTRA-HANO       PIC 9(10).

       FD TABCTB
          LABEL  RECORD ARE STANDARD
          02 NATUREZA-CTB       PIC X(01).
          02 VALOR-CTB          PIC 9(12)V99.
          02 VERBA-CTB          PIC X(10).
          02 DATA-CTB           PIC 9(08).

       FD RELCTB
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD DATAMOV
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".

       01 REG-DATAMOV.
          02 DATA-MOVIMENTO     PIC 9(08).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 QTD-EMPRESAS     PIC 9(02)    VALUE ZEROS.
       77 QTD-CONTAS       PIC 9(03)    VALUE ZEROS.
       77 QTD-MAPA         PIC 9(04)    VALUE ZEROS.
       77 ACHOU-ITEM       PIC X(03)    VALUE "NAO".
       77 MAPA-COMPLETO    PIC X(03)    VALUE "SIM".
             03 TMAP-EMPRESA  PIC 9(02).

       01 TAB-CONTAS.
          02 CTA-OCR  OCCURS 200 TIMES INDEXED BY IDX-CTA.
             03 TCTA-VERBA    PIC X(10).
             03 TCTA-CONTA    PIC 9(06).
             03 TCTA-NATUREZA PIC X(01).

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          MOVE WS-ANO-HOJE TO WS-ANO-CORRENTE.
          PERFORM CARREGA-MAPA-CONTAS.
          OPEN INPUT FOLHADET
          PERFORM IMPRIME-CAB.
          PERFORM LEITURA.

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

       CARREGA-MAPA-CONTAS.
          MOVE "NAO" TO FIM-TAB.
          OPEN INPUT TABCTB.
             AT END
             MOVE "SIM" TO FIM-TAB.
          IF FIM-TAB EQUAL "NAO"
          AND QTD-CONTAS LESS THAN 200
             ADD 1 TO QTD-CONTAS
             SET IDX-CTA TO QTD-CONTAS
             MOVE VERBA-TAB    TO TCTA-VERBA (IDX-CTA)
             MOVE NATUREZA-ACHADA  TO NATUREZA-CTB
             MOVE VALOR-LANCA      TO VALOR-CTB
             MOVE VERBA-BUSCA      TO VERBA-CTB
             MOVE WS-DATA-HOJE     TO DATA-CTB
             WRITE REG-CTB
             ADD 1 TO CT-GRAVADOS
             IF NATUREZA-ACHADA EQUAL "D"
                ADD VALOR-CTB TO SOMA-DEBITOS
             END-IF
             MOVE VERBA-BUSCA TO VERBA-CTB
             MOVE WS-DATA-HOJE TO DATA-CTB
             WRITE REG-CTB
             ADD 1 TO CT-GRAVADOS
             MOVE EMPRESA-CTB  TO EMPRESA-REL
