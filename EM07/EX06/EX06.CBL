      *                DEIXADA POR UMA EXECUCAO ABORTADA E REGISTRA
      *                A LIBERACAO EM AUDITMOV.LOG. TODA LIBERACAO,
      *                ACEITA OU RECUSADA, SAI NO RELATORIO.
      *                CADA LINHA GRAVADA NO AUDITMOV.LOG LEVA O NUMERO
      *                DE SEQUENCIA E O VALOR DE CONFERENCIA DA LINHA
      *                ANTERIOR (SUBROT/HASHLOG), CONFERIDOS PELO
      *                EM12/EX17.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 AUDIT-TIPO       PIC X(01).
          02 AUDIT-RESULTADO  PIC X(40).
          02 AUDIT-OPERADOR   PIC X(08).
          02 AUDIT-SEQ        PIC 9(09).
          02 AUDIT-CHK        PIC 9(09).

       FD RELLOCK
          LABEL RECORD IS OMITTED.
       77 QTD-LOCKS          PIC 9(02)    VALUE ZEROS.
       77 WS-DATA-AUDIT      PIC 9(08)    VALUE ZEROS.
       77 WS-HORA-AUDIT      PIC 9(08)    VALUE ZEROS.
       77 SEQ-AUDIT-ANT      PIC 9(09)    VALUE ZEROS.
       77 CHK-AUDIT-ANT      PIC 9(09)    VALUE ZEROS.
       77 FIM-AUDIT          PIC X(03)    VALUE "NAO".
       77 HA-AUDITORIA       PIC X(03)    VALUE "NAO".
       77 CT-LIDAS           PIC 9(07)    VALUE ZEROS.
       77 CT-LIBERADAS       PIC 9(07)    VALUE ZEROS.

       01 HSH-PARM.
          02 HSH-VALOR        PIC 9(09).
          02 HSH-TEXTO        PIC X(200).

       01 TAB-LOCK.
          02 LOCK-OCR  OCCURS 10 TIMES INDEXED BY IDX-LOCK.
             03 TLOCK-MASTER    PIC X(08).
          PERFORM CARREGA-TRAVAS.
          OPEN INPUT  LIBLOCK
               OUTPUT RELLOCK.
          PERFORM PREPARA-ENCADEAMENTO.
          OPEN EXTEND AUDITMOV.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 1 LINE.
          MOVE "TRAVA LIBERADA POR SUPERVISOR"
                             TO AUDIT-RESULTADO.
          MOVE OPERADOR-LIB  TO AUDIT-OPERADOR.
          PERFORM ENCADEIA-AUDITORIA.
          WRITE REG-AUDIT.

      *    A CADEIA CONTINUA DA ULTIMA LINHA JA GRAVADA NO LOG.
       PREPARA-ENCADEAMENTO.
          MOVE ZEROS TO SEQ-AUDIT-ANT CHK-AUDIT-ANT.
          OPEN INPUT AUDITMOV.
          PERFORM LE-ULTIMA-AUDITORIA
             UNTIL FIM-AUDIT EQUAL "SIM".
          CLOSE AUDITMOV.
          IF HA-AUDITORIA EQUAL "SIM"
             CALL "HASHLOG" USING HSH-PARM
             MOVE HSH-VALOR TO CHK-AUDIT-ANT.

       LE-ULTIMA-AUDITORIA.
          READ AUDITMOV
             AT END
             MOVE "SIM" TO FIM-AUDIT.
          IF FIM-AUDIT EQUAL "NAO"
             MOVE "SIM" TO HA-AUDITORIA
             MOVE REG-AUDIT TO HSH-TEXTO
             IF AUDIT-SEQ IS NUMERIC
                MOVE AUDIT-SEQ TO SEQ-AUDIT-ANT
             ELSE
                MOVE ZEROS TO SEQ-AUDIT-ANT.

       ENCADEIA-AUDITORIA.
          ADD 1 TO SEQ-AUDIT-ANT.
          MOVE SEQ-AUDIT-ANT TO AUDIT-SEQ.
          MOVE CHK-AUDIT-ANT TO AUDIT-CHK.
          MOVE REG-AUDIT TO HSH-TEXTO.
          CALL "HASHLOG" USING HSH-PARM.
          MOVE HSH-VALOR TO CHK-AUDIT-ANT.

       IMPRIME-D0.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
