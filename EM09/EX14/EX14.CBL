       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX14.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        HISTORICO DE COMPARECIMENTO DOS CONVIDADOS
      *                ENTRE EVENTOS. APLICA A LISTA DE PORTARIA
      *                FECHADA CADFESTAN.DAT (EM09/EX02) SOBRE O
      *                HISTORICO HISTCONV.DAT (CHAVE RG): CONVITES,
      *                PRESENCAS, AUSENCIAS E AUSENCIAS SEGUIDAS.
      *                SITUACAO P ZERA AS AUSENCIAS SEGUIDAS, A SOMA
      *                UMA; CANCELADO (C) E PROMOVIDO DA ESPERA QUE
      *                NAO PASSOU NA PORTARIA (E) SO CONTAM O
      *                CONVITE. OS EVENTOS JA APLICADOS FICAM EM
      *                HISTEVE.DAT E NAO SAO APLICADOS DE NOVO. O
      *                RELATORIO RELFALTA LISTA OS FALTOSOS CRONICOS
      *                (AUSENCIAS SEGUIDAS NO LIMITE FALTAS-PARM DO
      *                PARMGER.DAT, 3 SE NAO INFORMADO), PARA
      *                CONFERENCIA ANTES DA PROXIMA SELECAO DE
      *                CONVIDADOS (EM03/EX03), QUE LE O MESMO
      *                HISTORICO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADFESTAN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTCONV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTEVE  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  PARMGER  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELFALTA  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADFESTAN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CADFESTAN.DAT".

       01 REG-FESTAN.
          02 EVENTO-FN       PIC 9(03).
          02 NOME-FN         PIC X(30).
          02 IDADE-FN        PIC 9(02).
          02 RG-FN           PIC X(10).
          02 SITUACAO-FN     PIC X(01).

       FD HISTCONV
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "HISTCONV.DAT".

       01 REG-HIST.
          02 RG-HIS          PIC X(10).
          02 NOME-HIS        PIC X(30).
          02 CONVITES-HIS    PIC 9(03).
          02 PRESENCAS-HIS   PIC 9(03).
          02 AUSENCIAS-HIS   PIC 9(03).
          02 SEGUIDAS-HIS    PIC 9(02).
          02 ULT-EVENTO-HIS  PIC 9(03).

       FD HISTEVE
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "HISTEVE.DAT".

       01 REG-HISTEVE.
          02 EVENTO-HE       PIC 9(03).

       FD PARMGER
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "PARMGER.DAT".

           COPY PARMREC.

       FD RELFALTA
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-FES          PIC X(03)    VALUE "NAO".
       77 FIM-HIS          PIC X(03)    VALUE "NAO".
       77 FIM-HE           PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA     PIC X(03)    VALUE "NAO".
       77 ACHOU-HIST       PIC X(03)    VALUE "NAO".
       77 ACHOU-APLIC      PIC X(03)    VALUE "NAO".
       77 LIMITE-FALTAS    PIC 9(02)    VALUE 3.
       77 QTD-HIST         PIC 9(04)    VALUE ZEROS.
       77 QTD-APLIC        PIC 9(03)    VALUE ZEROS.
       77 QTD-APLIC-ANT    PIC 9(03)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-APLICADOS     PIC 9(05)    VALUE ZEROS.
       77 CT-NOVOS         PIC 9(05)    VALUE ZEROS.
       77 CT-JA-APLICADO   PIC 9(05)    VALUE ZEROS.
       77 CT-CRONICOS      PIC 9(05)    VALUE ZEROS.

       01 TAB-HIST.
          02 HIS-OCR  OCCURS 3000 TIMES INDEXED BY IDX-HIS.
             03 THIS-RG        PIC X(10).
             03 THIS-NOME      PIC X(30).
             03 THIS-CONVITES  PIC 9(03).
             03 THIS-PRESENCAS PIC 9(03).
             03 THIS-AUSENCIAS PIC 9(03).
             03 THIS-SEGUIDAS  PIC 9(02).
             03 THIS-ULT-EVE   PIC 9(03).

      *    EVENTOS JA APLICADOS; OS PRIMEIROS QTD-APLIC-ANT VEM DE
      *    RODADAS ANTERIORES.
       01 TAB-APLIC.
          02 APL-OCR  OCCURS 200 TIMES INDEXED BY IDX-APL.
             03 TAPL-EVENTO    PIC 9(03).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "CONVIDADOS FALTOSOS CRONICOS   ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "RG".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE "NOME".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "CONV".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "PRES".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE " AUS".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "SEG.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "ULT.".
          02 FILLER          PIC X(06) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RG-REL          PIC X(10).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(30).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 CONV-REL        PIC ZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 PRES-REL        PIC ZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 AUS-REL         PIC ZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 SEG-REL         PIC Z9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 ULT-REL         PIC 9(03).
          02 FILLER          PIC X(06) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "REGISTROS APLICADOS:          ".
          02 TOT-APL-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "CONVIDADOS NOVOS NO HISTORICO:".
          02 TOT-NOV-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "EVENTO JA APLICADO (IGNORADO):".
          02 TOT-JAP-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "FALTOSOS CRONICOS:            ".
          02 TOT-CRO-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(80) VALUE
             "HISTORICO EXCEDE A TABELA - HISTCONV.DAT NAO ATUALIZADO".

       PROCEDURE DIVISION.

       EM09-EX14.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-FES EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-HISTORICO.
          PERFORM CARREGA-APLICADOS.
          OPEN INPUT  CADFESTAN
               OUTPUT RELFALTA.
          PERFORM IMPRIME-CAB.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "SIM" TO FIM-FES
          ELSE
             PERFORM LEITURA.

       LE-PARAMETRO.
          OPEN INPUT PARMGER.
          READ PARMGER
             AT END
             MOVE ZEROS TO FALTAS-PARM.
          IF FALTAS-PARM NUMERIC
          AND FALTAS-PARM GREATER THAN ZEROS
             MOVE FALTAS-PARM TO LIMITE-FALTAS.
          CLOSE PARMGER.

       CARREGA-HISTORICO.
          OPEN INPUT HISTCONV.
          PERFORM LE-1-HISTORICO
             UNTIL FIM-HIS EQUAL "SIM".
          CLOSE HISTCONV.

       LE-1-HISTORICO.
          READ HISTCONV
             AT END
             MOVE "SIM" TO FIM-HIS.
          IF FIM-HIS EQUAL "NAO"
             IF QTD-HIST LESS THAN 3000
                ADD 1 TO QTD-HIST
                SET IDX-HIS TO QTD-HIST
                MOVE REG-HIST TO HIS-OCR (IDX-HIS)
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-HIS.

       CARREGA-APLICADOS.
          OPEN INPUT HISTEVE.
          PERFORM LE-1-APLICADO
             UNTIL FIM-HE EQUAL "SIM".
          CLOSE HISTEVE.
          MOVE QTD-APLIC TO QTD-APLIC-ANT.

       LE-1-APLICADO.
          READ HISTEVE
             AT END
             MOVE "SIM" TO FIM-HE.
          IF FIM-HE EQUAL "NAO"
             IF QTD-APLIC LESS THAN 200
                ADD 1 TO QTD-APLIC
                SET IDX-APL TO QTD-APLIC
                MOVE EVENTO-HE TO TAPL-EVENTO (IDX-APL)
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-HE.

       LEITURA.
          READ CADFESTAN
             AT END
             MOVE "SIM" TO FIM-FES.
          IF FIM-FES EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          PERFORM BUSCA-APLICADO.
          IF ACHOU-APLIC EQUAL "SIM"
          AND IDX-APL NOT GREATER THAN QTD-APLIC-ANT
             ADD 1 TO CT-JA-APLICADO
          ELSE
             IF ACHOU-APLIC EQUAL "NAO"
                PERFORM REGISTRA-APLICADO
             END-IF
             PERFORM BUSCA-HISTORICO
             IF ACHOU-HIST EQUAL "NAO"
                PERFORM INCLUI-HISTORICO
             END-IF
             IF TABELA-CHEIA EQUAL "NAO"
                PERFORM ATUALIZA-HISTORICO.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "SIM" TO FIM-FES
          ELSE
             PERFORM LEITURA.

       BUSCA-APLICADO.
          MOVE "NAO" TO ACHOU-APLIC.
          SET IDX-APL TO 1.
          PERFORM BUSCA-1-APLICADO
             UNTIL IDX-APL GREATER THAN QTD-APLIC
                OR ACHOU-APLIC EQUAL "SIM".

       BUSCA-1-APLICADO.
          IF TAPL-EVENTO (IDX-APL) EQUAL EVENTO-FN
             MOVE "SIM" TO ACHOU-APLIC
          ELSE
             SET IDX-APL UP BY 1.

       REGISTRA-APLICADO.
          IF QTD-APLIC LESS THAN 200
             ADD 1 TO QTD-APLIC
             SET IDX-APL TO QTD-APLIC
             MOVE EVENTO-FN TO TAPL-EVENTO (IDX-APL)
          ELSE
             MOVE "SIM" TO TABELA-CHEIA.

       BUSCA-HISTORICO.
          MOVE "NAO" TO ACHOU-HIST.
          SET IDX-HIS TO 1.
          PERFORM BUSCA-1-HISTORICO
             UNTIL IDX-HIS GREATER THAN QTD-HIST
                OR ACHOU-HIST EQUAL "SIM".

       BUSCA-1-HISTORICO.
          IF THIS-RG (IDX-HIS) EQUAL RG-FN
             MOVE "SIM" TO ACHOU-HIST
          ELSE
             SET IDX-HIS UP BY 1.

       INCLUI-HISTORICO.
          IF QTD-HIST LESS THAN 3000
             ADD 1 TO QTD-HIST
             ADD 1 TO CT-NOVOS
             SET IDX-HIS TO QTD-HIST
             MOVE RG-FN TO THIS-RG (IDX-HIS)
             MOVE ZEROS TO THIS-CONVITES (IDX-HIS)
                           THIS-PRESENCAS (IDX-HIS)
                           THIS-AUSENCIAS (IDX-HIS)
                           THIS-SEGUIDAS (IDX-HIS)
                           THIS-ULT-EVE (IDX-HIS)
          ELSE
             MOVE "SIM" TO TABELA-CHEIA.

       ATUALIZA-HISTORICO.
          MOVE NOME-FN   TO THIS-NOME (IDX-HIS).
          MOVE EVENTO-FN TO THIS-ULT-EVE (IDX-HIS).
          ADD 1 TO THIS-CONVITES (IDX-HIS).
          ADD 1 TO CT-APLICADOS.
          IF SITUACAO-FN EQUAL "P"
             ADD 1 TO THIS-PRESENCAS (IDX-HIS)
             MOVE ZEROS TO THIS-SEGUIDAS (IDX-HIS)
          ELSE IF SITUACAO-FN EQUAL "A"
             ADD 1 TO THIS-AUSENCIAS (IDX-HIS)
             IF THIS-SEGUIDAS (IDX-HIS) LESS THAN 99
                ADD 1 TO THIS-SEGUIDAS (IDX-HIS).

       TERMINO.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-05
                AFTER ADVANCING 2 LINES
          ELSE
             PERFORM REGRAVA-HISTORICO
             PERFORM REGRAVA-APLICADOS.
          PERFORM IMPRIME-CRONICO
             VARYING IDX-HIS FROM 1 BY 1
             UNTIL IDX-HIS GREATER THAN QTD-HIST.
          MOVE CT-APLICADOS   TO TOT-APL-SAI.
          MOVE CT-NOVOS       TO TOT-NOV-SAI.
          MOVE CT-JA-APLICADO TO TOT-JAP-SAI.
          MOVE CT-CRONICOS    TO TOT-CRO-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADFESTAN
                RELFALTA.

       REGRAVA-HISTORICO.
          OPEN OUTPUT HISTCONV.
          PERFORM GRAVA-1-HISTORICO
             VARYING IDX-HIS FROM 1 BY 1
             UNTIL IDX-HIS GREATER THAN QTD-HIST.
          CLOSE HISTCONV.

       GRAVA-1-HISTORICO.
          MOVE HIS-OCR (IDX-HIS) TO REG-HIST.
          WRITE REG-HIST.

       REGRAVA-APLICADOS.
          OPEN OUTPUT HISTEVE.
          PERFORM GRAVA-1-APLICADO
             VARYING IDX-APL FROM 1 BY 1
             UNTIL IDX-APL GREATER THAN QTD-APLIC.
          CLOSE HISTEVE.

       GRAVA-1-APLICADO.
          MOVE TAPL-EVENTO (IDX-APL) TO EVENTO-HE.
          WRITE REG-HISTEVE.

       IMPRIME-CRONICO.
          IF THIS-SEGUIDAS (IDX-HIS) NOT LESS THAN LIMITE-FALTAS
             ADD 1 TO CT-CRONICOS
             MOVE THIS-RG (IDX-HIS)        TO RG-REL
             MOVE THIS-NOME (IDX-HIS)      TO NOME-REL
             MOVE THIS-CONVITES (IDX-HIS)  TO CONV-REL
             MOVE THIS-PRESENCAS (IDX-HIS) TO PRES-REL
             MOVE THIS-AUSENCIAS (IDX-HIS) TO AUS-REL
             MOVE THIS-SEGUIDAS (IDX-HIS)  TO SEG-REL
             MOVE THIS-ULT-EVE (IDX-HIS)   TO ULT-REL
             PERFORM IMPRIME-D0.

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
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM09EX14"     TO RL-PROGRAMA.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-APLICADOS   TO RL-GRAVADOS.
          MOVE CT-JA-APLICADO TO RL-REJEITADOS.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
