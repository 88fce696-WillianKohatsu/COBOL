      *                PERIODO (BRUTO, REAJUSTE, IMPOSTO, LIQUIDO)
      *                EM HISTANO.DAT, POR ANO, PARA O INFORME DE
      *                RENDIMENTOS ANUAL.
      *                A PARCELA DE EMPRESTIMO CONSIGNADO DESCONTADA
      *                PELA FOLHA (CONSIG-FDET) SAI NO HOLERITE E NO
      *                EXTRATO QUANDO HOUVER, ASSIM COMO O DESCONTO
      *                DE VALE-TRANSPORTE (VT-FDET, EM10/EX14).
      *                O REGISTRO DE HISTANO.DAT LEVA A COMPETENCIA
      *                (MES DA DATA DO MOVIMENTO DE DATAMOV.DAT OU,
      *                SEM ELA, DO DIA), A ORIGEM "F" DE FOLHA, A
      *                EMPRESA E AS HORAS EXTRAS, PARA A CONFERENCIA
      *                DA FOLHA ANTES DA REMESSA (EM10/EX17).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

          SELECT  RELHOLE  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 DESPESA-FDET     PIC 9(03)V99.
          02 LIQUIDO-FDET     PIC 9(05).
          02 EMPRESA-FDET     PIC 9(02).
          02 CONSIG-FDET      PIC 9(05)V99.
          02 VT-FDET          PIC 9(05)V99.

       FD CADSAI
          LABEL  RECORD  ARE STANDARD
          02 IMPOSTO-HOL      PIC 9(05)V99.
          02 LIQUIDO-HOL      PIC 9(05).
          02 ACUM-ANO-HOL     PIC 9(10)V99.
          02 CONSIG-HOL       PIC 9(05)V99.
          02 VT-HOL           PIC 9(05)V99.

       FD HISTANO
          LABEL  RECORD  ARE  STANDARD
          02 REAJUSTE-HANO    PIC 9(05)V99.
          02 IMPOSTO-HANO     PIC 9(05)V99.
          02 LIQUIDO-HANO     PIC 9(05).
          02 COMPET-HANO      PIC 9(06).
          02 ORIGEM-HANO      PIC X(01).
          02 EMPRESA-HANO     PIC 9(02).
          02 EXTRA-HANO       PIC 9(10).

       FD RELHOLE
          LABEL  RECORD  IS  OMITTED.

       01 REG-ATR            PIC X(80).

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".

       01 REG-DATAMOV.
          02 DATA-MOVIMENTO     PIC 9(08).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".
          02 IMPOSTO-REL   PIC ZZZZZZZZZ9,99.
          02 FILLER        PIC X(36)     VALUE   SPACES.

       01 LIN-CONSIG.
          02 FILLER        PIC X(05)     VALUE   SPACES.
          02 FILLER        PIC X(26)     VALUE
             "EMPRESTIMO CONSIGNADO....".
          02 CONSIG-REL    PIC ZZZZZZZZZ9,99.
          02 FILLER        PIC X(36)     VALUE   SPACES.

       01 LIN-VT.
          02 FILLER        PIC X(05)     VALUE   SPACES.
          02 FILLER        PIC X(26)     VALUE
             "DESCONTO VALE-TRANSPORTE.".
          02 VT-REL        PIC ZZZZZZZZZ9,99.
          02 FILLER        PIC X(36)     VALUE   SPACES.

       01 LIN-LIQUIDO.
          02 FILLER        PIC X(05)     VALUE   SPACES.
          02 FILLER        PIC X(26)     VALUE

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-REAJUSTES.
          OPEN INPUT  FOLHADET
               OUTPUT HOLEX
          OPEN EXTEND HISTANO.
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

       CARREGA-REAJUSTES.
          OPEN INPUT CADSAI.
          PERFORM LE-1-REAJUSTE
          MOVE IMPOSTO-FDET TO IMPOSTO-REL.
          WRITE REG-ATR FROM LIN-IMPOSTO
             AFTER ADVANCING 1 LINE.
          IF VT-FDET GREATER THAN ZEROS
             MOVE VT-FDET TO VT-REL
             WRITE REG-ATR FROM LIN-VT
                AFTER ADVANCING 1 LINE.
          IF CONSIG-FDET GREATER THAN ZEROS
             MOVE CONSIG-FDET TO CONSIG-REL
             WRITE REG-ATR FROM LIN-CONSIG
                AFTER ADVANCING 1 LINE.
          MOVE LIQUIDO-FDET TO LIQUIDO-REL.
          WRITE REG-ATR FROM LIN-LIQUIDO
             AFTER ADVANCING 1 LINE.
          MOVE EXTRA-FDET   TO EXTRA-HOL.
          MOVE IMPOSTO-FDET TO IMPOSTO-HOL.
          MOVE LIQUIDO-FDET TO LIQUIDO-HOL.
          MOVE CONSIG-FDET  TO CONSIG-HOL.
          MOVE VT-FDET      TO VT-HOL.
          IF ACHOU-HIST EQUAL "SIM"
             MOVE TOTAL-ANO-HIST TO ACUM-ANO-HOL
          ELSE
          MOVE REAJ-ACHADO  TO REAJUSTE-HANO.
          MOVE IMPOSTO-FDET TO IMPOSTO-HANO.
          MOVE LIQUIDO-FDET TO LIQUIDO-HANO.
          COMPUTE COMPET-HANO = WS-ANO-HOJE * 100 + WS-MES-HOJE.
          MOVE "F"          TO ORIGEM-HANO.
          MOVE EMPRESA-FDET TO EMPRESA-HANO.
          MOVE EXTRA-FDET   TO EXTRA-HANO.
          WRITE REG-HANO.

       TERMINO.
