       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX17.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CONFERENCIA DE INTEGRIDADE DOS LOGS DE
      *                AUDITORIA (AUDITMOV, AUDITCON, AUDITFUN,
      *                AUDITMST, AUDITCOL E AUDITLGP). CADA LINHA
      *                GRAVADA LEVA O NUMERO DE SEQUENCIA E O VALOR DE
      *                CONFERENCIA (SUBROT/HASHLOG) DA LINHA ANTERIOR.
      *                O PROGRAMA PERCORRE CADA LOG E APONTA LACUNA OU
      *                REPETICAO NA SEQUENCIA, LINHA ANTERIOR ALTERADA
      *                E LINHA SEM ENCADEAMENTO NO MEIO DA CADEIA; AS
      *                LINHAS GRAVADAS ANTES DO ENCADEAMENTO SO SAO
      *                CONTADAS. A ANCORA DIARIA (ANCAUDIT.DAT) GUARDA
      *                A ULTIMA SEQUENCIA E O VALOR DA ULTIMA LINHA DE
      *                CADA LOG: LOG QUE TERMINA ANTES DA SEQUENCIA
      *                ANCORADA FOI TRUNCADO, E LINHA ANCORADA COM
      *                VALOR DIFERENTE FOI ALTERADA. LOG INTEGRO GANHA
      *                NOVA ANCORA; LOG VIOLADO FICA COM A ANCORA
      *                ANTERIOR ATE A APURACAO. COM OCORRENCIA O
      *                PROGRAMA DEVOLVE RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL AUDITMOV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITCON  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITMST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITCOL  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITLGP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ANCAUDIT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELINTEG  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AUDITMOV
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITMOV.LOG".

       01 REG-LMOV.
          02 CORPO-LMOV         PIC X(68).
          02 SEQ-LMOV           PIC X(09).
          02 CHK-LMOV           PIC X(09).

       FD AUDITCON
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITCON.LOG".

       01 REG-LCON.
          02 CORPO-LCON         PIC X(68).
          02 SEQ-LCON           PIC X(09).
          02 CHK-LCON           PIC X(09).

       FD AUDITFUN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITFUN.LOG".

       01 REG-LFUN.
          02 CORPO-LFUN         PIC X(70).
          02 SEQ-LFUN           PIC X(09).
          02 CHK-LFUN           PIC X(09).

       FD AUDITMST
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITMST.LOG".

       01 REG-LMST.
          02 CORPO-LMST         PIC X(72).
          02 SEQ-LMST           PIC X(09).
          02 CHK-LMST           PIC X(09).

       FD AUDITCOL
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITCOL.LOG".

       01 REG-LCOL.
          02 CORPO-LCOL         PIC X(69).
          02 SEQ-LCOL           PIC X(09).
          02 CHK-LCOL           PIC X(09).

       FD AUDITLGP
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITLGP.LOG".

       01 REG-LLGP.
          02 CORPO-LLGP         PIC X(46).
          02 SEQ-LLGP           PIC X(09).
          02 CHK-LLGP           PIC X(09).

       FD ANCAUDIT
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "ANCAUDIT.DAT".

       01 REG-ANC.
          02 LOG-ANC            PIC X(08).
          02 DATA-ANC           PIC 9(08).
          02 HORA-ANC           PIC 9(08).
          02 SEQ-ANC            PIC 9(09).
          02 CHK-ANC            PIC 9(09).

       FD RELINTEG
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
       77 FIM-ANC            PIC X(03)    VALUE "NAO".
       77 FIM-LOG            PIC X(03)    VALUE "NAO".
       77 NOME-LOG           PIC X(08)    VALUE SPACES.
       77 QTD-ANCORAS        PIC 9(02)    VALUE ZEROS.
       77 TEM-ANCORA         PIC X(03)    VALUE "NAO".
       77 SEQ-ANCORA         PIC 9(09)    VALUE ZEROS.
       77 CHK-ANCORA         PIC 9(09)    VALUE ZEROS.
       77 SEQ-ANT            PIC 9(09)    VALUE ZEROS.
       77 CHK-ANT            PIC 9(09)    VALUE ZEROS.
       77 SEQ-ESPERADA       PIC 9(09)    VALUE ZEROS.
       77 NUM-LINHA          PIC 9(07)    VALUE ZEROS.
       77 OCORR-LOG          PIC 9(05)    VALUE ZEROS.
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(07)    VALUE ZEROS.
       77 CT-ANTERIORES      PIC 9(07)    VALUE ZEROS.
       77 CT-OCORRENCIAS     PIC 9(05)    VALUE ZEROS.
       77 CT-INTEGROS        PIC 9(05)    VALUE ZEROS.
       77 CT-VIOLADOS        PIC 9(05)    VALUE ZEROS.
       77 CT-ANCORAS         PIC 9(05)    VALUE ZEROS.

       01 HSH-PARM.
          02 HSH-VALOR        PIC 9(09).
          02 HSH-TEXTO        PIC X(200).

       01 SEQ-LINHA-X         PIC X(09).
       01 SEQ-LINHA REDEFINES SEQ-LINHA-X
                              PIC 9(09).

       01 CHK-LINHA-X         PIC X(09).
       01 CHK-LINHA REDEFINES CHK-LINHA-X
                              PIC 9(09).

       01 TAB-ANCORAS.
          02 ANC-OCR  OCCURS 10 TIMES INDEXED BY IDX-ANC.
             03 TAN-LOG          PIC X(08).
             03 TAN-SEQ          PIC 9(09).
             03 TAN-CHK          PIC 9(09).

       01 MSG-TRUNCADO.
          02 FILLER          PIC X(31)  VALUE
             "LOG TRUNCADO - SEQ. ANCORADA: ".
          02 SEQ-MSG         PIC ZZZZZZZZ9.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(34) VALUE
             "INTEGRIDADE DOS LOGS DE AUDITORIA ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "LOG".
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "LINHA".
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "SEQ. ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "OCORRENCIA".
          02 FILLER          PIC X(39) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 LOG-REL         PIC X(08).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 LINHA-REL       PIC ZZZZZZ9.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 SEQ-REL         PIC ZZZZZZZZ9.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(08)  VALUE SPACES.

       01 RESUMO.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 LOG-RES         PIC X(08).
          02 FILLER          PIC X(10)  VALUE "  LINHAS: ".
          02 LINHAS-RES      PIC ZZZZZZ9.
          02 FILLER          PIC X(11)  VALUE "  ULT.SEQ: ".
          02 SEQ-RES         PIC ZZZZZZZZ9.
          02 FILLER          PIC X(10)  VALUE "  OCORR.: ".
          02 OCORR-RES       PIC ZZZZ9.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 SITUACAO-RES    PIC X(16).

       01 ROD-01.
          02 ROTULO-ROD      PIC X(34)  VALUE SPACES.
          02 CONT-ROD        PIC ZZZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM12-EX17.

       PERFORM  INICIO.
       PERFORM  CONFERE-LOGS.
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          PERFORM CARREGA-ANCORAS.
          OPEN OUTPUT RELINTEG.
          OPEN EXTEND ANCAUDIT.
          PERFORM IMPRIME-CAB.

      *    VALE A ULTIMA ANCORA GRAVADA PARA CADA LOG.
       CARREGA-ANCORAS.
          OPEN INPUT ANCAUDIT.
          PERFORM LE-1-ANCORA
             UNTIL FIM-ANC EQUAL "SIM".
          CLOSE ANCAUDIT.

       LE-1-ANCORA.
          READ ANCAUDIT
             AT END
             MOVE "SIM" TO FIM-ANC.
          IF FIM-ANC EQUAL "NAO"
             MOVE LOG-ANC TO NOME-LOG
             PERFORM PROCURA-ANCORA
             IF TEM-ANCORA EQUAL "NAO"
             AND QTD-ANCORAS LESS THAN 10
                ADD 1 TO QTD-ANCORAS
                SET IDX-ANC TO QTD-ANCORAS
                MOVE "SIM" TO TEM-ANCORA
             END-IF
             IF TEM-ANCORA EQUAL "SIM"
                MOVE LOG-ANC TO TAN-LOG (IDX-ANC)
                MOVE SEQ-ANC TO TAN-SEQ (IDX-ANC)
                MOVE CHK-ANC TO TAN-CHK (IDX-ANC).

       PROCURA-ANCORA.
          MOVE "NAO" TO TEM-ANCORA.
          SET IDX-ANC TO 1.
          SEARCH ANC-OCR
             AT END
                MOVE "NAO" TO TEM-ANCORA
             WHEN IDX-ANC GREATER THAN QTD-ANCORAS
                MOVE "NAO" TO TEM-ANCORA
             WHEN TAN-LOG (IDX-ANC) EQUAL NOME-LOG
                MOVE "SIM" TO TEM-ANCORA.

       CONFERE-LOGS.
          MOVE "AUDITMOV" TO NOME-LOG.
          PERFORM INICIA-LOG.
          OPEN INPUT AUDITMOV.
          PERFORM LE-AUDITMOV UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITMOV.
          PERFORM ENCERRA-LOG.
          MOVE "AUDITCON" TO NOME-LOG.
          PERFORM INICIA-LOG.
          OPEN INPUT AUDITCON.
          PERFORM LE-AUDITCON UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITCON.
          PERFORM ENCERRA-LOG.
          MOVE "AUDITFUN" TO NOME-LOG.
          PERFORM INICIA-LOG.
          OPEN INPUT AUDITFUN.
          PERFORM LE-AUDITFUN UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITFUN.
          PERFORM ENCERRA-LOG.
          MOVE "AUDITMST" TO NOME-LOG.
          PERFORM INICIA-LOG.
          OPEN INPUT AUDITMST.
          PERFORM LE-AUDITMST UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITMST.
          PERFORM ENCERRA-LOG.
          MOVE "AUDITCOL" TO NOME-LOG.
          PERFORM INICIA-LOG.
          OPEN INPUT AUDITCOL.
          PERFORM LE-AUDITCOL UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITCOL.
          PERFORM ENCERRA-LOG.
          MOVE "AUDITLGP" TO NOME-LOG.
          PERFORM INICIA-LOG.
          OPEN INPUT AUDITLGP.
          PERFORM LE-AUDITLGP UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITLGP.
          PERFORM ENCERRA-LOG.

       INICIA-LOG.
          MOVE "NAO" TO FIM-LOG.
          MOVE ZEROS TO SEQ-ANT CHK-ANT NUM-LINHA OCORR-LOG.
          MOVE ZEROS TO SEQ-ANCORA CHK-ANCORA.
          PERFORM PROCURA-ANCORA.
          IF TEM-ANCORA EQUAL "SIM"
             MOVE TAN-SEQ (IDX-ANC) TO SEQ-ANCORA
             MOVE TAN-CHK (IDX-ANC) TO CHK-ANCORA.

       LE-AUDITMOV.
          READ AUDITMOV
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE REG-LMOV TO HSH-TEXTO
             MOVE SEQ-LMOV TO SEQ-LINHA-X
             MOVE CHK-LMOV TO CHK-LINHA-X
             PERFORM CONFERE-LINHA.

       LE-AUDITCON.
          READ AUDITCON
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE REG-LCON TO HSH-TEXTO
             MOVE SEQ-LCON TO SEQ-LINHA-X
             MOVE CHK-LCON TO CHK-LINHA-X
             PERFORM CONFERE-LINHA.

       LE-AUDITFUN.
          READ AUDITFUN
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE REG-LFUN TO HSH-TEXTO
             MOVE SEQ-LFUN TO SEQ-LINHA-X
             MOVE CHK-LFUN TO CHK-LINHA-X
             PERFORM CONFERE-LINHA.

       LE-AUDITMST.
          READ AUDITMST
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE REG-LMST TO HSH-TEXTO
             MOVE SEQ-LMST TO SEQ-LINHA-X
             MOVE CHK-LMST TO CHK-LINHA-X
             PERFORM CONFERE-LINHA.

       LE-AUDITCOL.
          READ AUDITCOL
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE REG-LCOL TO HSH-TEXTO
             MOVE SEQ-LCOL TO SEQ-LINHA-X
             MOVE CHK-LCOL TO CHK-LINHA-X
             PERFORM CONFERE-LINHA.

       LE-AUDITLGP.
          READ AUDITLGP
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE REG-LLGP TO HSH-TEXTO
             MOVE SEQ-LLGP TO SEQ-LINHA-X
             MOVE CHK-LLGP TO CHK-LINHA-X
             PERFORM CONFERE-LINHA.

      *    CHK-ANT TRAZ O VALOR CALCULADO DA LINHA ANTERIOR, QUE TEM
      *    DE SER O GRAVADO NESTA. NA LACUNA O VALOR NAO E CONFERIDO,
      *    POIS A LINHA ANTERIOR VERDADEIRA FOI REMOVIDA. LINHA
      *    REPETIDA NAO RECUA A MAIOR SEQUENCIA JA LIDA.
       CONFERE-LINHA.
          ADD 1 TO NUM-LINHA.
          ADD 1 TO CT-LIDOS.
          COMPUTE SEQ-ESPERADA = SEQ-ANT + 1.
          IF SEQ-LINHA-X NOT NUMERIC
          OR CHK-LINHA-X NOT NUMERIC
             IF SEQ-ANT EQUAL ZEROS
                ADD 1 TO CT-ANTERIORES
             ELSE
                MOVE ZEROS TO SEQ-LINHA
                MOVE "LINHA SEM ENCADEAMENTO NO MEIO DO LOG"
                   TO MENSAGEM-SAI
                PERFORM REGISTRA-OCORRENCIA
             END-IF
          ELSE IF SEQ-LINHA GREATER THAN SEQ-ESPERADA
             MOVE "LACUNA NA SEQUENCIA - LINHAS REMOVIDAS"
                TO MENSAGEM-SAI
             PERFORM REGISTRA-OCORRENCIA
             MOVE SEQ-LINHA TO SEQ-ANT
          ELSE IF SEQ-LINHA LESS THAN SEQ-ESPERADA
             MOVE "SEQUENCIA REPETIDA OU FORA DE ORDEM"
                TO MENSAGEM-SAI
             PERFORM REGISTRA-OCORRENCIA
          ELSE
             IF CHK-LINHA NOT EQUAL CHK-ANT
                MOVE "LINHA ANTERIOR ALTERADA OU SUBSTITUIDA"
                   TO MENSAGEM-SAI
                PERFORM REGISTRA-OCORRENCIA
             END-IF
             MOVE SEQ-LINHA TO SEQ-ANT.
          CALL "HASHLOG" USING HSH-PARM.
          MOVE HSH-VALOR TO CHK-ANT.
          IF TEM-ANCORA EQUAL "SIM"
          AND SEQ-LINHA-X IS NUMERIC
          AND SEQ-LINHA EQUAL SEQ-ANCORA
          AND CHK-ANT NOT EQUAL CHK-ANCORA
             MOVE "LINHA ANCORADA ALTERADA" TO MENSAGEM-SAI
             PERFORM REGISTRA-OCORRENCIA.

       REGISTRA-OCORRENCIA.
          ADD 1 TO OCORR-LOG.
          ADD 1 TO CT-OCORRENCIAS.
          MOVE NOME-LOG  TO LOG-REL.
          MOVE NUM-LINHA TO LINHA-REL.
          MOVE SEQ-LINHA TO SEQ-REL.
          PERFORM IMPRIME-D0.

      *    LOG INTEGRO E JA ENCADEADO RECEBE A ANCORA DO DIA.
       ENCERRA-LOG.
          IF TEM-ANCORA EQUAL "SIM"
          AND SEQ-ANT LESS THAN SEQ-ANCORA
             MOVE SEQ-ANCORA TO SEQ-MSG
             MOVE MSG-TRUNCADO TO MENSAGEM-SAI
             MOVE SEQ-ANT TO SEQ-LINHA
             PERFORM REGISTRA-OCORRENCIA.
          MOVE NOME-LOG  TO LOG-RES.
          MOVE NUM-LINHA TO LINHAS-RES.
          MOVE SEQ-ANT   TO SEQ-RES.
          MOVE OCORR-LOG TO OCORR-RES.
          IF OCORR-LOG GREATER THAN ZEROS
             MOVE "VIOLADO" TO SITUACAO-RES
             ADD 1 TO CT-VIOLADOS
          ELSE IF NUM-LINHA EQUAL ZEROS
             MOVE "VAZIO" TO SITUACAO-RES
          ELSE IF SEQ-ANT EQUAL ZEROS
             MOVE "SEM ENCADEAMENTO" TO SITUACAO-RES
          ELSE
             MOVE "INTEGRO" TO SITUACAO-RES
             ADD 1 TO CT-INTEGROS
             PERFORM GRAVA-ANCORA.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM RESUMO
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.

       GRAVA-ANCORA.
          MOVE NOME-LOG     TO LOG-ANC.
          MOVE WS-DATA-HOJE TO DATA-ANC.
          ACCEPT HORA-ANC   FROM TIME.
          MOVE SEQ-ANT      TO SEQ-ANC.
          MOVE CHK-ANT      TO CHK-ANC.
          WRITE REG-ANC.
          ADD 1 TO CT-ANCORAS.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.

          WRITE REG-ATR
              AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
              AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
              AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
              AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       FIM.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          MOVE "LINHAS CONFERIDAS:" TO ROTULO-ROD.
          MOVE CT-LIDOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "LINHAS ANTERIORES AO ENCADEAMENTO:" TO ROTULO-ROD.
          MOVE CT-ANTERIORES TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "OCORRENCIAS:" TO ROTULO-ROD.
          MOVE CT-OCORRENCIAS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "LOGS INTEGROS:" TO ROTULO-ROD.
          MOVE CT-INTEGROS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "LOGS VIOLADOS:" TO ROTULO-ROD.
          MOVE CT-VIOLADOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "ANCORAS GRAVADAS:" TO ROTULO-ROD.
          MOVE CT-ANCORAS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE ANCAUDIT
                RELINTEG.
          IF CT-OCORRENCIAS GREATER THAN ZEROS
             DISPLAY "EM12/EX17: LOG DE AUDITORIA VIOLADO - VER "
                     "RELINTEG"
             MOVE 8 TO RETURN-CODE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX17"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-ANCORAS     TO RL-GRAVADOS.
          MOVE CT-OCORRENCIAS TO RL-REJEITADOS.
          IF CT-OCORRENCIAS GREATER THAN ZEROS
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
