      *                FEITIO DOS LOGS DE MANUTENCAO, COM A
      *                MATRICULA NO LUGAR DO CODIGO). MATRICULA
      *                ZERO ENCERRA.
      *                CADA LINHA GRAVADA NO AUDITMST.LOG LEVA O NUMERO
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

       FD RUNLOG
          LABEL RECORD ARE STANDARD
       77 HOUVE-ALTERACAO    PIC X(03)    VALUE "NAO".
       77 WS-DATA-AUDIT      PIC 9(08)    VALUE ZEROS.
       77 WS-HORA-AUDIT      PIC 9(08)    VALUE ZEROS.
       77 SEQ-AUDIT-ANT      PIC 9(09)    VALUE ZEROS.
       77 CHK-AUDIT-ANT      PIC 9(09)    VALUE ZEROS.
       77 FIM-AUDIT          PIC X(03)    VALUE "NAO".
       77 HA-AUDITORIA       PIC X(03)    VALUE "NAO".
       77 GPA-CALC           PIC 9(02)V99 VALUE ZEROS.
       77 CT-CONSULTAS       PIC 9(07)    VALUE ZEROS.
       77 CT-REGRAVADOS      PIC 9(07)    VALUE ZEROS.

       01 HSH-PARM.
          02 HSH-VALOR        PIC 9(09).
          02 HSH-TEXTO        PIC X(200).

       PROCEDURE DIVISION.

       EM08-EX04.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-OPERADOR.
          OPEN I-O    CADAMEST.
          PERFORM PREPARA-ENCADEAMENTO.
          OPEN EXTEND AUDITMST.

       LE-OPERADOR.
          MOVE MATRICULA-MST     TO AUDIT-COD.
          MOVE "A"               TO AUDIT-TIPO.
          MOVE OPERADOR-CORRENTE TO AUDIT-OPERADOR.
          PERFORM ENCADEIA-AUDITORIA.
          WRITE REG-AUDIT.

      *    A CADEIA CONTINUA DA ULTIMA LINHA JA GRAVADA NO LOG.
       PREPARA-ENCADEAMENTO.
          MOVE ZEROS TO SEQ-AUDIT-ANT CHK-AUDIT-ANT.
          OPEN INPUT AUDITMST.
          PERFORM LE-ULTIMA-AUDITORIA
             UNTIL FIM-AUDIT EQUAL "SIM".
          CLOSE AUDITMST.
          IF HA-AUDITORIA EQUAL "SIM"
             CALL "HASHLOG" USING HSH-PARM
             MOVE HSH-VALOR TO CHK-AUDIT-ANT.

       LE-ULTIMA-AUDITORIA.
          READ AUDITMST
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

       TERMINO.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADAMEST
