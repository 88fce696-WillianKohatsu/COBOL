      *                E QUARCNPN.DAT COM AS LINHAS DO TITULAR JA
      *                NEUTRALIZADAS. CADA ANONIMIZACAO VAI PARA
      *                AUDITLGP.LOG COM OPERADOR E DATA. SO EXECUTA
      *                COM O PERFIL "L" DE AUTORIZA.DAT. MOVANON.DAT
      *                VEM DOS PEDIDOS DOS TITULARES OU DA VARREDURA
      *                DE RETENCAO DO EM12/EX12.
      *                CADA LINHA GRAVADA NO AUDITLGP.LOG LEVA O NUMERO
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

       FD CADOKCPF
          LABEL  RECORD  ARE  STANDARD
          02 AUDIT-DOC         PIC 9(14).
          02 AUDIT-ARQUIVO     PIC X(08).
          02 AUDIT-OPERADOR    PIC X(08).
          02 AUDIT-SEQ         PIC 9(09).
          02 AUDIT-CHK         PIC 9(09).

       FD OPERADOR
          LABEL  RECORD ARE STANDARD
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 OPERADOR-CORRENTE PIC X(08)   VALUE SPACES.
       77 TIPOS-PERMITIDOS PIC X(04)    VALUE SPACES.
       77 QTD-DOCUMENTOS   PIC 9(04)    VALUE ZEROS.
       77 DOC-E-ALVO       PIC X(03)    VALUE "NAO".
       77 DOC-TESTE        PIC 9(14)    VALUE ZEROS.
       77 REGISTRO-EXISTE  PIC X(03)    VALUE "NAO".
       77 WS-DATA-AUDIT    PIC 9(08)    VALUE ZEROS.
       77 WS-HORA-AUDIT    PIC 9(08)    VALUE ZEROS.
       77 SEQ-AUDIT-ANT    PIC 9(09)    VALUE ZEROS.
       77 CHK-AUDIT-ANT    PIC 9(09)    VALUE ZEROS.
       77 FIM-AUDIT        PIC X(03)    VALUE "NAO".
       77 HA-AUDITORIA     PIC X(03)    VALUE "NAO".
       77 CT-ANONIMIZADOS  PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-REGISTRO  PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.

       01 HSH-PARM.
          02 HSH-VALOR        PIC 9(09).
          02 HSH-TEXTO        PIC X(200).

       01 TAB-DOCUMENTOS.
          02 DOC-OCR  OCCURS 1000 TIMES INDEXED BY IDX-DOC
             PIC 9(14).

       01 JUMP-LINHA.
          PERFORM CARREGA-DOCUMENTOS.
          OPEN OUTPUT RELANON.
          OPEN I-O    REGPESSOA.
          PERFORM PREPARA-ENCADEAMENTO.
          OPEN EXTEND AUDITLGP.
          PERFORM IMPRIME-CAB.

             AT END
             MOVE "SIM" TO FIM-MOV.
          IF FIM-MOV EQUAL "NAO"
          AND QTD-DOCUMENTOS LESS THAN 1000
             ADD 1 TO CT-LIDOS
             ADD 1 TO QTD-DOCUMENTOS
             SET IDX-DOC TO QTD-DOCUMENTOS
          MOVE WS-DATA-AUDIT     TO AUDIT-DATA.
          MOVE WS-HORA-AUDIT     TO AUDIT-HORA.
          MOVE OPERADOR-CORRENTE TO AUDIT-OPERADOR.
          PERFORM ENCADEIA-AUDITORIA.
          WRITE REG-AUDIT.

      *    A CADEIA CONTINUA DA ULTIMA LINHA JA GRAVADA NO LOG.
       PREPARA-ENCADEAMENTO.
          MOVE ZEROS TO SEQ-AUDIT-ANT CHK-AUDIT-ANT.
          OPEN INPUT AUDITLGP.
          PERFORM LE-ULTIMA-AUDITORIA
             UNTIL FIM-AUDIT EQUAL "SIM".
          CLOSE AUDITLGP.
          IF HA-AUDITORIA EQUAL "SIM"
             CALL "HASHLOG" USING HSH-PARM
             MOVE HSH-VALOR TO CHK-AUDIT-ANT.

       LE-ULTIMA-AUDITORIA.
          READ AUDITLGP
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
