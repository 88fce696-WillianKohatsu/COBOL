      *                QUANTIDADE E SOMA DOS LIQUIDOS PARA O BANCO
      *                CONFERIR. FUNCIONARIO SEM DADOS BANCARIOS
      *                SAI NO RELATORIO DE EXCECOES E NAO ENTRA NA
      *                REMESSA. SO GERA A REMESSA QUANDO
      *                CTLFOLHA.DAT (GRAVADO PELA CONFERENCIA DA
      *                FOLHA, EM10/EX17) TRAZ A COMPETENCIA DO
      *                MOVIMENTO LIBERADA; SEM ISSO A REMESSA NAO E
      *                GERADA E O PROGRAMA DEVOLVE RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

          SELECT  RELEXSAL  ASSIGN TO DISK.

          SELECT OPTIONAL CTLFOLHA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 DESPESA-FDET     PIC 9(03)V99.
          02 LIQUIDO-FDET     PIC 9(05).
          02 EMPRESA-FDET     PIC 9(02).
          02 CONSIG-FDET      PIC 9(05)V99.
          02 VT-FDET          PIC 9(05)V99.

       FD BANCOFUN
          LABEL  RECORD ARE STANDARD

       01 REG-ATR            PIC X(80).

       FD CTLFOLHA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CTLFOLHA.DAT".

       01 REG-CTLFOLHA.
          02 COMPET-CTL       PIC 9(06).
          02 SIT-CTL          PIC X(01).
          02 OPER-CTL         PIC X(08).
          02 DATA-CTL         PIC 9(08).

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".

       01 REG-DATAMOV.
          02 DATA-MOVIMENTO     PIC 9(08).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".
       77 TOTAL-VALOR        PIC 9(12)    VALUE ZEROS.
       77 TOTAL-EXCECOES     PIC 9(05)    VALUE ZEROS.
       77 WS-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
       77 COMPET-REMESSA     PIC 9(06)    VALUE ZEROS.
       77 STATUS-REMESSA     PIC X(08)    VALUE "NORMAL".

       01 TAB-BANCO.
          02 BCO-OCR  OCCURS 500 TIMES INDEXED BY IDX-BCO.
             "SEM DADOS BANCARIOS       ".
          02 FILLER          PIC X(08) VALUE SPACES.

       01 DET-BLOQUEIO.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "FOLHA DA COMPETENCIA NAO LIBERADA -     ".
          02 FILLER          PIC X(20) VALUE
             "REMESSA NAO GERADA  ".
          02 COMPET-BLQ      PIC 9999/99.
          02 FILLER          PIC X(08) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "CREDITOS NA REMESSA:          ".
       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          PERFORM VERIFICA-LIBERACAO.
          PERFORM LE-CONTROLE.
          PERFORM CARREGA-BANCOS.
          OPEN INPUT  FOLHADET
             AFTER ADVANCING 1 LINE.
          PERFORM LEITURA.

      *    A REMESSA SO SAI COM A FOLHA DA COMPETENCIA LIBERADA
      *    NA CONFERENCIA (EM10/EX17).
       VERIFICA-LIBERACAO.
          PERFORM LE-DATA-MOVIMENTO.
          OPEN INPUT CTLFOLHA.
          READ CTLFOLHA
             AT END
             MOVE ZEROS  TO COMPET-CTL
             MOVE SPACES TO SIT-CTL.
          CLOSE CTLFOLHA.
          IF COMPET-CTL NOT EQUAL COMPET-REMESSA
          OR SIT-CTL NOT EQUAL "L"
             PERFORM RECUSA-REMESSA.

       LE-DATA-MOVIMENTO.
          OPEN INPUT DATAMOV.
          READ DATAMOV
             AT END
             MOVE ZEROS TO DATA-MOVIMENTO.
          CLOSE DATAMOV.
          IF DATA-MOVIMENTO GREATER THAN ZEROS
             COMPUTE COMPET-REMESSA = DATA-MOVIMENTO / 100
          ELSE
             COMPUTE COMPET-REMESSA = WS-DATA-HOJE / 100.

       RECUSA-REMESSA.
          OPEN OUTPUT RELEXSAL.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 1 LINE.
          MOVE COMPET-REMESSA TO COMPET-BLQ.
          WRITE REG-ATR FROM DET-BLOQUEIO
             AFTER ADVANCING 2 LINES.
          MOVE "RECUSADO" TO STATUS-REMESSA.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELEXSAL.
          MOVE 8 TO RETURN-CODE.
          STOP RUN.

       LE-CONTROLE.
          OPEN INPUT CTLRSAL.
          READ CTLRSAL
             TOTAL-DETALHE + TOTAL-EXCECOES.
          MOVE TOTAL-DETALHE  TO RL-GRAVADOS.
          MOVE TOTAL-EXCECOES TO RL-REJEITADOS.
          MOVE STATUS-REMESSA TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
