       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX18.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CONSOLIDACAO CONTABIL DO DIA. JUNTA OS
      *                LANCAMENTOS NO LEIAUTE DO CONTABIL.DAT GERADOS
      *                PELOS SUBSISTEMAS PARA A DATA DO MOVIMENTO:
      *                FOLHA (CONTABIL.DAT, EM10/EX12), SOCIOS
      *                (CTBSOC.DAT, EM05/EX22), CLINICA (CTBCLI.DAT,
      *                EM06/EX23), ESTOQUE (CTBEST.DAT, EM11/EX22) E
      *                CONTAS A PAGAR (CTBPAG.DAT, EM11/EX23). CADA
      *                ORIGEM E CONFERIDA POR INTEIRO ANTES DE ENTRAR:
      *                LANCAMENTO SEM CONTA OU SEM NATUREZA (VERBA
      *                FORA DO MAPA TABCTB.DAT) OU DEBITOS DIFERENTES
      *                DOS CREDITOS RETEM A ORIGEM, QUE FICA FORA DO
      *                CONSOLIDADO ATE SER GERADA DE NOVO; ARQUIVO DE
      *                OUTRA DATA (A FOLHA E MENSAL) SO E IGNORADO.
      *                AS ORIGENS LIBERADAS VAO PARA CTBGERAL.DAT, COM
      *                A ORIGEM EM CADA LANCAMENTO, E PARA O
      *                BALANCETE DE VERIFICACAO POR CONTA DO
      *                RELATORIO RELCONS. COM ORIGEM RETIDA O RUNLOG
      *                SAI COM SITUACAO "PENDENTE".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL CONTABIL  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTBSOC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTBCLI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTBEST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTBPAG  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CTBGERAL  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELCONS  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CONTABIL
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CONTABIL.DAT".

       01 REG-CTB              PIC X(41).

       FD CTBSOC
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTBSOC.DAT".

       01 REG-CSO              PIC X(41).

       FD CTBCLI
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTBCLI.DAT".

       01 REG-CCL              PIC X(41).

       FD CTBEST
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTBEST.DAT".

       01 REG-CES              PIC X(41).

       FD CTBPAG
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTBPAG.DAT".

       01 REG-CPG              PIC X(41).

       FD CTBGERAL
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTBGERAL.DAT".

       01 REG-GER.
          02 EMPRESA-GER        PIC 9(02).
          02 CONTA-GER          PIC 9(06).
          02 NATUREZA-GER       PIC X(01).
          02 VALOR-GER          PIC 9(12)V99.
          02 VERBA-GER          PIC X(10).
          02 DATA-GER           PIC 9(08).
          02 ORIGEM-GER         PIC X(04).

       FD RELCONS
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

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ          PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 ORIGEM-CORRENTE  PIC X(04)    VALUE SPACES.
       77 QTD-LANC         PIC 9(05)    VALUE ZEROS.
       77 QTD-CONTAS       PIC 9(03)    VALUE ZEROS.
       77 CT-OUTRA-DATA    PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-CONTA     PIC 9(05)    VALUE ZEROS.
       77 CT-EXCESSO       PIC 9(05)    VALUE ZEROS.
       77 SOMA-DEBITOS     PIC 9(13)V99 VALUE ZEROS.
       77 SOMA-CREDITOS    PIC 9(13)V99 VALUE ZEROS.
       77 SOMA-DEB-GERAL   PIC 9(13)V99 VALUE ZEROS.
       77 SOMA-CRD-GERAL   PIC 9(13)V99 VALUE ZEROS.
       77 SALDO-CONTA      PIC S9(13)V99 VALUE ZEROS.
       77 ACHOU-CONTA      PIC X(03)    VALUE "NAO".
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-RETIDOS       PIC 9(07)    VALUE ZEROS.
       77 CT-ORIG-RETIDAS  PIC 9(02)    VALUE ZEROS.
       77 CT-ORIG-LIBERADAS PIC 9(02)   VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 LANC-LIDO.
          02 EMPRESA-LANC       PIC 9(02).
          02 CONTA-LANC         PIC 9(06).
          02 NATUREZA-LANC      PIC X(01).
          02 VALOR-LANC         PIC 9(12)V99.
          02 VERBA-LANC         PIC X(10).
          02 DATA-LANC          PIC 9(08).

       01 TAB-LANCAMENTOS.
          02 LAN-OCR  OCCURS 1000 TIMES INDEXED BY IDX-LAN.
             03 TLAN-REG      PIC X(41).

       01 TAB-BALANCETE.
          02 BAL-OCR  OCCURS 500 TIMES INDEXED BY IDX-BAL IDX-DESL.
             03 TBAL-CONTA    PIC 9(06).
             03 TBAL-DEBITO   PIC 9(13)V99.
             03 TBAL-CREDITO  PIC 9(13)V99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 TITULO-CAB      PIC X(22) VALUE
             "CONSOLIDACAO CONTABIL ".
          02 DIA-CAB         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MES-CAB         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.

       01 CAB-COLUNAS        PIC X(80) VALUE SPACES.

       01 CAB-ORIGENS.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "ORIGEM".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "ARQUIVO".
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "LANC.".
          02 FILLER          PIC X(07) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "DEBITOS".
          02 FILLER          PIC X(07) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "CREDITOS".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "SITUACAO".
          02 FILLER          PIC X(15) VALUE SPACES.

       01 CAB-BALANCETE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "CONTA".
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "DEBITOS".
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "CREDITOS".
          02 FILLER          PIC X(13) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "SALDO".
          02 FILLER          PIC X(16) VALUE SPACES.

       01 DET-ORIGEM.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ORIGEM-REL      PIC X(04).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 ARQUIVO-REL     PIC X(12).
          02 QTD-REL         PIC ZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DEB-REL         PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CRD-REL         PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 SITUACAO-REL    PIC X(23).

       01 DET-VERBA.
          02 FILLER          PIC X(09) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "VERBA ".
          02 VERBA-REL       PIC X(10).
          02 FILLER          PIC X(55) VALUE
             " SEM CONTA OU NATUREZA NO MAPA TABCTB.DAT".

       01 DET-BALANCETE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CONTA-REL       PIC 9(06).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DEB-BAL-REL     PIC ZZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CRD-BAL-REL     PIC ZZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 SALDO-REL       PIC ZZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NATUREZA-REL    PIC X(01).
          02 FILLER          PIC X(15) VALUE SPACES.

       01 ROD-BALANCETE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "TOTAL ".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DEB-TOT-REL     PIC ZZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CRD-TOT-REL     PIC ZZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(35) VALUE SPACES.

       01 ROD-01.
          02 ROTULO-ROD      PIC X(34)  VALUE SPACES.
          02 CONT-ROD        PIC ZZZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       PROCEDURE DIVISION.

       EM10-EX18.
          PERFORM INICIO.
          PERFORM CONSOLIDA-ORIGENS.
          PERFORM IMPRIME-BALANCETE.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          MOVE WS-DIA-HOJE TO DIA-CAB.
          MOVE WS-MES-HOJE TO MES-CAB.
          MOVE WS-ANO-HOJE TO ANO-CAB.
          OPEN OUTPUT CTBGERAL
                      RELCONS.
          MOVE CAB-ORIGENS TO CAB-COLUNAS.
          PERFORM IMPRIME-CAB.

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

       CONSOLIDA-ORIGENS.
          MOVE "FOLH"         TO ORIGEM-CORRENTE.
          MOVE "CONTABIL.DAT" TO ARQUIVO-REL.
          PERFORM INICIA-ORIGEM.
          OPEN INPUT CONTABIL.
          PERFORM LE-CONTABIL UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CONTABIL.
          PERFORM ENCERRA-ORIGEM.
          MOVE "SOC "         TO ORIGEM-CORRENTE.
          MOVE "CTBSOC.DAT"   TO ARQUIVO-REL.
          PERFORM INICIA-ORIGEM.
          OPEN INPUT CTBSOC.
          PERFORM LE-CTBSOC UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CTBSOC.
          PERFORM ENCERRA-ORIGEM.
          MOVE "CLI "         TO ORIGEM-CORRENTE.
          MOVE "CTBCLI.DAT"   TO ARQUIVO-REL.
          PERFORM INICIA-ORIGEM.
          OPEN INPUT CTBCLI.
          PERFORM LE-CTBCLI UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CTBCLI.
          PERFORM ENCERRA-ORIGEM.
          MOVE "EST "         TO ORIGEM-CORRENTE.
          MOVE "CTBEST.DAT"   TO ARQUIVO-REL.
          PERFORM INICIA-ORIGEM.
          OPEN INPUT CTBEST.
          PERFORM LE-CTBEST UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CTBEST.
          PERFORM ENCERRA-ORIGEM.
          MOVE "PAG "         TO ORIGEM-CORRENTE.
          MOVE "CTBPAG.DAT"   TO ARQUIVO-REL.
          PERFORM INICIA-ORIGEM.
          OPEN INPUT CTBPAG.
          PERFORM LE-CTBPAG UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CTBPAG.
          PERFORM ENCERRA-ORIGEM.

       INICIA-ORIGEM.
          MOVE "NAO" TO FIM-ARQ.
          MOVE ZEROS TO QTD-LANC
                        CT-OUTRA-DATA
                        CT-SEM-CONTA
                        CT-EXCESSO
                        SOMA-DEBITOS
                        SOMA-CREDITOS.

       LE-CONTABIL.
          READ CONTABIL
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             MOVE REG-CTB TO LANC-LIDO
             PERFORM CONFERE-LANCAMENTO.

       LE-CTBSOC.
          READ CTBSOC
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             MOVE REG-CSO TO LANC-LIDO
             PERFORM CONFERE-LANCAMENTO.

       LE-CTBCLI.
          READ CTBCLI
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             MOVE REG-CCL TO LANC-LIDO
             PERFORM CONFERE-LANCAMENTO.

       LE-CTBEST.
          READ CTBEST
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             MOVE REG-CES TO LANC-LIDO
             PERFORM CONFERE-LANCAMENTO.

       LE-CTBPAG.
          READ CTBPAG
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             MOVE REG-CPG TO LANC-LIDO
             PERFORM CONFERE-LANCAMENTO.

      *    O LANCAMENTO SO E GUARDADO; A ORIGEM ENTRA NO CONSOLIDADO
      *    INTEIRA OU NAO ENTRA.
       CONFERE-LANCAMENTO.
          ADD 1 TO CT-LIDOS.
          ADD 1 TO QTD-LANC.
          IF QTD-LANC GREATER THAN 1000
             ADD 1 TO CT-EXCESSO
          ELSE
             SET IDX-LAN TO QTD-LANC
             MOVE LANC-LIDO TO TLAN-REG (IDX-LAN).
          IF DATA-LANC NOT NUMERIC
          OR DATA-LANC NOT EQUAL WS-DATA-HOJE
             ADD 1 TO CT-OUTRA-DATA.
          IF CONTA-LANC NOT NUMERIC
          OR CONTA-LANC EQUAL ZEROS
          OR VALOR-LANC NOT NUMERIC
             ADD 1 TO CT-SEM-CONTA
          ELSE IF NATUREZA-LANC EQUAL "D"
             ADD VALOR-LANC TO SOMA-DEBITOS
          ELSE IF NATUREZA-LANC EQUAL "C"
             ADD VALOR-LANC TO SOMA-CREDITOS
          ELSE
             ADD 1 TO CT-SEM-CONTA.

       ENCERRA-ORIGEM.
          MOVE ORIGEM-CORRENTE TO ORIGEM-REL.
          MOVE QTD-LANC        TO QTD-REL.
          MOVE SOMA-DEBITOS    TO DEB-REL.
          MOVE SOMA-CREDITOS   TO CRD-REL.
          IF QTD-LANC EQUAL ZEROS
             MOVE "SEM LANCAMENTOS" TO SITUACAO-REL
          ELSE IF CT-OUTRA-DATA GREATER THAN ZEROS
             MOVE "OUTRA DATA - IGNORADA" TO SITUACAO-REL
          ELSE IF CT-EXCESSO GREATER THAN ZEROS
             MOVE "RETIDA: EXCESSO LANCAM." TO SITUACAO-REL
             PERFORM RETEM-ORIGEM
          ELSE IF CT-SEM-CONTA GREATER THAN ZEROS
             MOVE "RETIDA: MAPA INCOMPLETO" TO SITUACAO-REL
             PERFORM RETEM-ORIGEM
          ELSE IF SOMA-DEBITOS NOT EQUAL SOMA-CREDITOS
             MOVE "RETIDA: DEBITO<>CREDITO" TO SITUACAO-REL
             PERFORM RETEM-ORIGEM
          ELSE
             MOVE "LIBERADA" TO SITUACAO-REL
             ADD 1 TO CT-ORIG-LIBERADAS
             PERFORM LIBERA-LANCAMENTO
                VARYING IDX-LAN FROM 1 BY 1
                UNTIL IDX-LAN GREATER THAN QTD-LANC.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DET-ORIGEM
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          IF CT-SEM-CONTA GREATER THAN ZEROS
          AND CT-OUTRA-DATA EQUAL ZEROS
          AND CT-EXCESSO EQUAL ZEROS
             PERFORM LISTA-VERBA-SEM-CONTA
                VARYING IDX-LAN FROM 1 BY 1
                UNTIL IDX-LAN GREATER THAN QTD-LANC.

       RETEM-ORIGEM.
          ADD 1 TO CT-ORIG-RETIDAS.
          ADD QTD-LANC TO CT-RETIDOS.

       LISTA-VERBA-SEM-CONTA.
          MOVE TLAN-REG (IDX-LAN) TO LANC-LIDO.
          IF CONTA-LANC NOT NUMERIC
          OR CONTA-LANC EQUAL ZEROS
          OR (NATUREZA-LANC NOT EQUAL "D"
          AND NATUREZA-LANC NOT EQUAL "C")
             MOVE VERBA-LANC TO VERBA-REL
             IF CT-LIN GREATER THAN 39
                PERFORM IMPRIME-CAB
             END-IF
             WRITE REG-ATR FROM DET-VERBA
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN.

       LIBERA-LANCAMENTO.
          MOVE TLAN-REG (IDX-LAN) TO LANC-LIDO.
          MOVE EMPRESA-LANC    TO EMPRESA-GER.
          MOVE CONTA-LANC      TO CONTA-GER.
          MOVE NATUREZA-LANC   TO NATUREZA-GER.
          MOVE VALOR-LANC      TO VALOR-GER.
          MOVE VERBA-LANC      TO VERBA-GER.
          MOVE DATA-LANC       TO DATA-GER.
          MOVE ORIGEM-CORRENTE TO ORIGEM-GER.
          WRITE REG-GER.
          ADD 1 TO CT-GRAVADOS.
          IF NATUREZA-LANC EQUAL "D"
             ADD VALOR-LANC TO SOMA-DEB-GERAL
          ELSE
             ADD VALOR-LANC TO SOMA-CRD-GERAL.
          PERFORM LOCALIZA-CONTA.
          IF ACHOU-CONTA EQUAL "SIM"
             IF NATUREZA-LANC EQUAL "D"
                ADD VALOR-LANC TO TBAL-DEBITO (IDX-BAL)
             ELSE
                ADD VALOR-LANC TO TBAL-CREDITO (IDX-BAL).

      *    O BALANCETE FICA EM ORDEM DE CONTA: A CONTA NOVA ENTRA NA
      *    SUA POSICAO E AS MAIORES DESCEM UMA LINHA.
       LOCALIZA-CONTA.
          MOVE "NAO" TO ACHOU-CONTA.
          SET IDX-BAL TO 1.
          PERFORM LOCALIZA-1-CONTA
             UNTIL IDX-BAL GREATER THAN QTD-CONTAS
                OR ACHOU-CONTA NOT EQUAL "NAO".
          IF ACHOU-CONTA NOT EQUAL "SIM"
          AND QTD-CONTAS LESS THAN 500
             ADD 1 TO QTD-CONTAS
             PERFORM DESLOCA-CONTA
                VARYING IDX-DESL FROM QTD-CONTAS BY -1
                UNTIL IDX-DESL NOT GREATER THAN IDX-BAL
             MOVE CONTA-LANC TO TBAL-CONTA (IDX-BAL)
             MOVE ZEROS      TO TBAL-DEBITO (IDX-BAL)
                                TBAL-CREDITO (IDX-BAL)
             MOVE "SIM"      TO ACHOU-CONTA.

       LOCALIZA-1-CONTA.
          IF TBAL-CONTA (IDX-BAL) EQUAL CONTA-LANC
             MOVE "SIM" TO ACHOU-CONTA
          ELSE IF TBAL-CONTA (IDX-BAL) GREATER THAN CONTA-LANC
             MOVE "NOV" TO ACHOU-CONTA
          ELSE
             SET IDX-BAL UP BY 1.

       DESLOCA-CONTA.
          MOVE BAL-OCR (IDX-DESL - 1) TO BAL-OCR (IDX-DESL).

       IMPRIME-BALANCETE.
          MOVE "BALANCETE VERIFICACAO " TO TITULO-CAB.
          MOVE CAB-BALANCETE TO CAB-COLUNAS.
          PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-1-CONTA
             VARYING IDX-BAL FROM 1 BY 1
             UNTIL IDX-BAL GREATER THAN QTD-CONTAS.
          MOVE SOMA-DEB-GERAL TO DEB-TOT-REL.
          MOVE SOMA-CRD-GERAL TO CRD-TOT-REL.
          WRITE REG-ATR FROM ROD-BALANCETE
             AFTER ADVANCING 2 LINES.

       IMPRIME-1-CONTA.
          MOVE TBAL-CONTA (IDX-BAL)   TO CONTA-REL.
          MOVE TBAL-DEBITO (IDX-BAL)  TO DEB-BAL-REL.
          MOVE TBAL-CREDITO (IDX-BAL) TO CRD-BAL-REL.
          COMPUTE SALDO-CONTA = TBAL-DEBITO (IDX-BAL)
                              - TBAL-CREDITO (IDX-BAL).
          IF SALDO-CONTA LESS THAN ZEROS
             COMPUTE SALDO-CONTA = ZEROS - SALDO-CONTA
             MOVE "C" TO NATUREZA-REL
          ELSE IF SALDO-CONTA GREATER THAN ZEROS
             MOVE "D" TO NATUREZA-REL
          ELSE
             MOVE SPACES TO NATUREZA-REL.
          MOVE SALDO-CONTA TO SALDO-REL.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DET-BALANCETE
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
          WRITE REG-ATR FROM CAB-COLUNAS
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       TERMINO.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          MOVE "ORIGENS LIBERADAS:" TO ROTULO-ROD.
          MOVE CT-ORIG-LIBERADAS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "ORIGENS RETIDAS:" TO ROTULO-ROD.
          MOVE CT-ORIG-RETIDAS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "LANCAMENTOS CONSOLIDADOS:" TO ROTULO-ROD.
          MOVE CT-GRAVADOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "LANCAMENTOS RETIDOS:" TO ROTULO-ROD.
          MOVE CT-RETIDOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CTBGERAL
                RELCONS.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM10EX18"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-RETIDOS     TO RL-REJEITADOS.
          IF CT-ORIG-RETIDAS EQUAL ZEROS
             MOVE "NORMAL"   TO RL-STATUS
          ELSE
             MOVE "PENDENTE" TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
