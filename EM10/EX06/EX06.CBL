      *                CADA MOVIMENTO APLICADO OU RECUSADO VAI PARA
      *                O LOG DE AUDITORIA AUDITFUN.LOG COM O
      *                OPERADOR DE OPERADOR.DAT.
      *                CADA LINHA GRAVADA NO AUDITFUN.LOG LEVA O NUMERO
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

       FD OPERADOR
          LABEL RECORD ARE  STANDARD
       77 OPERADOR-CORRENTE  PIC X(008)   VALUE SPACES.
       77 WS-DATA-AUDIT      PIC 9(008)   VALUE ZEROS.
       77 WS-HORA-AUDIT      PIC 9(008)   VALUE ZEROS.
       77 SEQ-AUDIT-ANT      PIC 9(009)   VALUE ZEROS.
       77 CHK-AUDIT-ANT      PIC 9(009)   VALUE ZEROS.
       77 FIM-AUDIT          PIC X(003)   VALUE "NAO".
       77 HA-AUDITORIA       PIC X(003)   VALUE "NAO".
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.

       01 HSH-PARM.
          02 HSH-VALOR        PIC 9(09).
          02 HSH-TEXTO        PIC X(200).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

                      MOVFUN
               OUTPUT CADFUNN
                      RELOCFUN.
          PERFORM PREPARA-ENCADEAMENTO.
          OPEN EXTEND AUDITFUN.
          PERFORM LER-ANT.
          PERFORM LER-MOV.
          MOVE TIPO-MOV          TO AUDIT-TIPO.
          MOVE MENSAGEM-SAI      TO AUDIT-RESULTADO.
          MOVE OPERADOR-CORRENTE TO AUDIT-OPERADOR.
          PERFORM ENCADEIA-AUDITORIA.
          WRITE REG-AUDIT.

      *    A CADEIA CONTINUA DA ULTIMA LINHA JA GRAVADA NO LOG.
       PREPARA-ENCADEAMENTO.
          MOVE ZEROS TO SEQ-AUDIT-ANT CHK-AUDIT-ANT.
          OPEN INPUT AUDITFUN.
          PERFORM LE-ULTIMA-AUDITORIA
             UNTIL FIM-AUDIT EQUAL "SIM".
          CLOSE AUDITFUN.
          IF HA-AUDITORIA EQUAL "SIM"
             CALL "HASHLOG" USING HSH-PARM
             MOVE HSH-VALOR TO CHK-AUDIT-ANT.

       LE-ULTIMA-AUDITORIA.
          READ AUDITFUN
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

       GRAVA-ANT.
          MOVE COD-ANT           TO COD-ATU.
          MOVE NOME-ANT          TO NOME-ATU.
