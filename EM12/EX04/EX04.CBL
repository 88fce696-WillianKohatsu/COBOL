      *                AUTORIZA.DAT. PENDENCIA DECIDIDA SAI DE
      *                PENDCOLN.DAT; O RELATORIO FECHA DECIDIDAS X
      *                AINDA PENDENTES.
      *                CADA LINHA GRAVADA NO AUDITCOL.LOG LEVA O NUMERO
      *                DE SEQUENCIA E O VALOR DE CONFERENCIA DA LINHA
      *                ANTERIOR (SUBROT/HASHLOG), CONFERIDOS PELO
      *                EM12/EX17.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 EMAIL-PES              PIC X(30).
          02 CEP-PES                PIC 9(08).
          02 TELEFONE-PES           PIC 9(10).
          02 SIT-RFB-PES            PIC X(01).
          02 DATA-RFB-PES           PIC 9(08).

       FD AUDITCOL
          LABEL  RECORD  ARE  STANDARD
          02 AUDIT-ACAO        PIC X(01).
          02 AUDIT-NOME-ANT    PIC X(30).
          02 AUDIT-OPERADOR    PIC X(08).
          02 AUDIT-SEQ         PIC 9(09).
          02 AUDIT-CHK         PIC 9(09).

       FD OPERADOR
          LABEL  RECORD ARE STANDARD
       77 REGISTRO-EXISTE  PIC X(03)    VALUE "NAO".
       77 WS-DATA-AUDIT    PIC 9(08)    VALUE ZEROS.
       77 WS-HORA-AUDIT    PIC 9(08)    VALUE ZEROS.
       77 SEQ-AUDIT-ANT    PIC 9(09)    VALUE ZEROS.
       77 CHK-AUDIT-ANT    PIC 9(09)    VALUE ZEROS.
       77 FIM-AUDIT        PIC X(03)    VALUE "NAO".
       77 HA-AUDITORIA     PIC X(03)    VALUE "NAO".
       77 CT-MANTIDAS      PIC 9(05)    VALUE ZEROS.
       77 CT-SUBSTITUIDAS  PIC 9(05)    VALUE ZEROS.
       77 CT-FUNDIDAS      PIC 9(05)    VALUE ZEROS.
       77 CT-PENDENTES     PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.

       01 HSH-PARM.
          02 HSH-VALOR        PIC 9(09).
          02 HSH-TEXTO        PIC X(200).

       01 TAB-PENDENCIAS.
          02 PEN-OCR  OCCURS 500 TIMES INDEXED BY IDX-PEN.
             03 TPEN-DOC       PIC 9(14).
             OUTPUT PENDCOLN
                    RELDECIS.
          OPEN I-O    REGPESSOA.
          PERFORM PREPARA-ENCADEAMENTO.
          OPEN EXTEND AUDITCOL.
          PERFORM IMPRIME-CAB.
          PERFORM LEITURA.
          MOVE ACAO-DEC          TO AUDIT-ACAO.
          MOVE NOME-PES          TO AUDIT-NOME-ANT.
          MOVE OPERADOR-CORRENTE TO AUDIT-OPERADOR.
          PERFORM ENCADEIA-AUDITORIA.
          WRITE REG-AUDIT.

      *    A CADEIA CONTINUA DA ULTIMA LINHA JA GRAVADA NO LOG.
       PREPARA-ENCADEAMENTO.
          MOVE ZEROS TO SEQ-AUDIT-ANT CHK-AUDIT-ANT.
          OPEN INPUT AUDITCOL.
          PERFORM LE-ULTIMA-AUDITORIA
             UNTIL FIM-AUDIT EQUAL "SIM".
          CLOSE AUDITCOL.
          IF HA-AUDITORIA EQUAL "SIM"
             CALL "HASHLOG" USING HSH-PARM
             MOVE HSH-VALOR TO CHK-AUDIT-ANT.

       LE-ULTIMA-AUDITORIA.
          READ AUDITCOL
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
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
