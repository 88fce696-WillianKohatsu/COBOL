      *                PROMOCAO DA ESPERA E POR EVENTO E MOVIMENTO
      *                DE EVENTO NAO CADASTRADO E RECUSADO. O
      *                RESUMO DA TEMPORADA SAI NO EM09/EX08.
      *                EVENTO COM LOTES EM LOTEVEN.DAT E PAGO: A
      *                PRESENCA CONFERE O NUMERO DO INGRESSO
      *                (INGRESSO.DAT, VENDIDO NO EM09/EX13) EM VEZ
      *                DO CONVIDADO - INGRESSO INEXISTENTE OU DE
      *                OUTRO EVENTO, JA UTILIZADO, CANCELADO OU COM
      *                RG DIFERENTE DO COMPRADOR E RECUSADO - E O
      *                CANCELAMENTO SO SE FAZ NA BILHETERIA. O
      *                INGRESSO USADO FICA "U" EM INGRESSO.DAT E OS
      *                NAO CANCELADOS ENTRAM NA CADFESTAN.DAT
      *                (PRESENTE OU AUSENTE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT  CADFESTAN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL LOTEVEN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL INGRESSO ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELFESTA  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          02 EVENTO-MOV      PIC 9(03).
          02 RG-MOV          PIC X(10).
          02 TIPO-MOV        PIC X(01).
          02 INGRESSO-MOV    PIC 9(07).

       FD CADFESTAN
          LABEL RECORD ARE  STANDARD
      *                A = AUSENTE, E = PROMOVIDO DA ESPERA
          02 SITUACAO-FN     PIC X(01).

       FD LOTEVEN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "LOTEVEN.DAT".

       01 REG-LOTE.
          02 EVENTO-LOT      PIC 9(03).
          02 NUM-LOTE        PIC 9(02).
          02 PRECO-LOTE      PIC 9(05)V99.
          02 QTD-LOTE        PIC 9(04).
          02 DATA-INI-LOTE   PIC 9(08).
          02 DATA-FIM-LOTE   PIC 9(08).

       FD INGRESSO
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "INGRESSO.DAT".

       01 REG-ING.
          02 NUM-ING         PIC 9(07).
          02 EVENTO-ING      PIC 9(03).
          02 LOTE-ING        PIC 9(02).
          02 PRECO-ING       PIC 9(05)V99.
          02 CANAL-ING       PIC X(01).
          02 DATA-VENDA-ING  PIC 9(08).
          02 NOME-ING        PIC X(30).
          02 RG-ING          PIC X(10).
      *      SITUACAO: V = VENDIDO, C = CANCELADO, U = UTILIZADO
          02 SIT-ING         PIC X(01).
          02 DATA-CANC-ING   PIC 9(08).

       FD RELFESTA
          LABEL RECORD IS OMITTED.

       77 EVENTO-OK          PIC X(03)    VALUE "NAO".
       77 ACHOU-ESPERA       PIC X(03)    VALUE "NAO".
       77 CT-EVENTO-INVAL    PIC 9(03)    VALUE ZEROS.
       77 FIM-LOTE           PIC X(03)    VALUE "NAO".
       77 FIM-ING            PIC X(03)    VALUE "NAO".
       77 ACHOU-ING          PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA       PIC X(03)    VALUE "NAO".
       77 QTD-INGRESSOS      PIC 9(04)    VALUE ZEROS.
       77 CT-ING-RECUSADO    PIC 9(03)    VALUE ZEROS.
       77 NUMERO-PROCURA     PIC 9(07)    VALUE ZEROS.

       01 TAB-CONV.
          02 CONV-OCR  OCCURS 500 TIMES INDEXED BY IDX-CNV.
       01 TAB-EVENTOS.
          02 EVE-OCR  OCCURS 50 TIMES INDEXED BY IDX-EVE.
             03 TEVE-COD       PIC 9(03).
             03 TEVE-PAGO      PIC X(01).

       01 TAB-ESPERA.
          02 ESP-OCR  OCCURS 300 TIMES INDEXED BY IDX-ESP.
             03 TESP-RG        PIC X(10).
             03 TESP-USADO     PIC X(01).

      *    IMAGEM DE INGRESSO.DAT, NO MESMO LAYOUT DE REG-ING.
       01 TAB-INGRESSOS.
          02 ING-OCR  OCCURS 5000 TIMES INDEXED BY IDX-ING.
             03 TING-NUMERO    PIC 9(07).
             03 TING-EVENTO    PIC 9(03).
             03 TING-LOTE      PIC 9(02).
             03 TING-PRECO     PIC 9(05)V99.
             03 TING-CANAL     PIC X(01).
             03 TING-DATA-VDA  PIC 9(08).
             03 TING-NOME      PIC X(30).
             03 TING-RG        PIC X(10).
             03 TING-SIT       PIC X(01).
             03 TING-DATA-CAN  PIC 9(08).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

          02 CONT-EVE        PIC ZZZ9.
          02 FILLER          PIC X(48) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(28) VALUE
             "INGRESSOS RECUSADOS:        ".
          02 CONT-ING        PIC ZZZ9.
          02 FILLER          PIC X(48) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(80) VALUE
             "INGRESSO.DAT EXCEDE A TABELA - INGRESSOS NAO REGRAVADOS".

       PROCEDURE  DIVISION.

       EM09-EX02.
       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM CARREGA-EVENTOS.
          PERFORM CARREGA-LOTES.
          PERFORM CARREGA-INGRESSOS.
          PERFORM CARREGA-CONVIDADOS.
          PERFORM CARREGA-ESPERA.
          OPEN INPUT  MOVFESTA
          AND QTD-EVENTOS LESS THAN 50
             ADD 1 TO QTD-EVENTOS
             SET IDX-EVE TO QTD-EVENTOS
             MOVE COD-EVE TO TEVE-COD (IDX-EVE)
             MOVE "N"     TO TEVE-PAGO (IDX-EVE).

      *    EVENTO COM LOTE A VENDA E EVENTO PAGO.
       CARREGA-LOTES.
          OPEN INPUT LOTEVEN.
          PERFORM LE-1-LOTE
             UNTIL FIM-LOTE EQUAL "SIM".
          CLOSE LOTEVEN.

       LE-1-LOTE.
          READ LOTEVEN
             AT END
             MOVE "SIM" TO FIM-LOTE.
          IF FIM-LOTE EQUAL "NAO"
             PERFORM MARCA-EVENTO-PAGO
                VARYING IDX-EVE FROM 1 BY 1
                UNTIL IDX-EVE GREATER THAN QTD-EVENTOS.

       MARCA-EVENTO-PAGO.
          IF TEVE-COD (IDX-EVE) EQUAL EVENTO-LOT
             MOVE "S" TO TEVE-PAGO (IDX-EVE).

       CARREGA-INGRESSOS.
          OPEN INPUT INGRESSO.
          PERFORM LE-1-INGRESSO
             UNTIL FIM-ING EQUAL "SIM".
          CLOSE INGRESSO.

       LE-1-INGRESSO.
          READ INGRESSO
             AT END
             MOVE "SIM" TO FIM-ING.
          IF FIM-ING EQUAL "NAO"
             IF QTD-INGRESSOS LESS THAN 5000
                ADD 1 TO QTD-INGRESSOS
                SET IDX-ING TO QTD-INGRESSOS
                MOVE REG-ING TO ING-OCR (IDX-ING)
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-ING.

       VALIDA-EVENTO.
          MOVE "NAO" TO EVENTO-OK.
             MOVE SPACES TO NOME-REL
             MOVE "EVENTO NAO CADASTRADO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF TEVE-PAGO (IDX-EVE) EQUAL "S"
             PERFORM TRATA-INGRESSO
          ELSE IF ACHOU-CONV EQUAL "NAO"
             ADD 1 TO CT-MOV-SEM-CONV
             MOVE RG-MOV TO RG-REL
             SET IDX-ACH-CNV TO IDX-CNV
             MOVE "SIM" TO ACHOU-CONV.

      *    EVENTO PAGO: A PORTARIA CONFERE O INGRESSO.
       TRATA-INGRESSO.
          IF INGRESSO-MOV NUMERIC
             MOVE INGRESSO-MOV TO NUMERO-PROCURA
          ELSE
             MOVE ZEROS        TO NUMERO-PROCURA.
          PERFORM BUSCA-INGRESSO.
          MOVE RG-MOV TO RG-REL.
          MOVE SPACES TO NOME-REL.
          IF ACHOU-ING EQUAL "SIM"
             MOVE TING-NOME (IDX-ING) TO NOME-REL.
          IF TIPO-MOV EQUAL "C"
             MOVE "CANCELAR NA BILHETERIA" TO MENSAGEM-SAI
          ELSE IF TIPO-MOV NOT EQUAL "P"
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI
          ELSE IF ACHOU-ING EQUAL "NAO"
             MOVE "INGRESSO INEXISTENTE" TO MENSAGEM-SAI
          ELSE IF TING-SIT (IDX-ING) EQUAL "U"
             MOVE "INGRESSO JA UTILIZADO" TO MENSAGEM-SAI
          ELSE IF TING-SIT (IDX-ING) EQUAL "C"
             MOVE "INGRESSO CANCELADO" TO MENSAGEM-SAI
          ELSE IF RG-MOV NOT EQUAL SPACES
          AND TING-RG (IDX-ING) NOT EQUAL SPACES
          AND RG-MOV NOT EQUAL TING-RG (IDX-ING)
             MOVE "RG NAO CONFERE" TO MENSAGEM-SAI
          ELSE
             MOVE "U" TO TING-SIT (IDX-ING)
             MOVE SPACES TO MENSAGEM-SAI
             ADD 1 TO CT-PRESENTES.
          IF MENSAGEM-SAI NOT EQUAL SPACES
             ADD 1 TO CT-ING-RECUSADO
             PERFORM IMPRIME-D0.

       BUSCA-INGRESSO.
          MOVE "NAO" TO ACHOU-ING.
          SET IDX-ING TO 1.
          PERFORM BUSCA-1-INGRESSO
             UNTIL IDX-ING GREATER THAN QTD-INGRESSOS
                OR ACHOU-ING EQUAL "SIM".

       BUSCA-1-INGRESSO.
          IF TING-NUMERO (IDX-ING) EQUAL NUMERO-PROCURA
          AND TING-EVENTO (IDX-ING) EQUAL EVENTO-MOV
             MOVE "SIM" TO ACHOU-ING
          ELSE
             SET IDX-ING UP BY 1.

       PROMOVE-ESPERA.
          MOVE "NAO" TO ACHOU-ESPERA.
          SET IDX-ESP TO 1.
          PERFORM GRAVA-PORTARIA
             VARYING IDX-CNV FROM 1 BY 1
             UNTIL IDX-CNV GREATER THAN QTD-CONVIDADOS.
          PERFORM GRAVA-PORTARIA-ING
             VARYING IDX-ING FROM 1 BY 1
             UNTIL IDX-ING GREATER THAN QTD-INGRESSOS.
          IF QTD-INGRESSOS GREATER THAN ZEROS
          AND TABELA-CHEIA EQUAL "NAO"
             PERFORM REGRAVA-INGRESSOS.
          MOVE CT-PRESENTES    TO CONT-PRE.
          MOVE CT-CANCELADOS   TO CONT-CAN.
          MOVE CT-PROMOVIDOS   TO CONT-PRO.
          MOVE CT-EVENTO-INVAL TO CONT-EVE.
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 1 LINE.
          MOVE CT-ING-RECUSADO TO CONT-ING.
          WRITE REG-ATR FROM ROD-07
             AFTER ADVANCING 1 LINE.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-08
                AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE MOVFESTA
                CADFESTAN
             ADD 1 TO CT-AUSENTES.
          WRITE REG-FESTAN.

      *    INGRESSO NAO CANCELADO ENTRA NA LISTA DE PORTARIA.
       GRAVA-PORTARIA-ING.
          IF TING-SIT (IDX-ING) NOT EQUAL "C"
             MOVE TING-EVENTO (IDX-ING) TO EVENTO-FN
             MOVE TING-NOME (IDX-ING)   TO NOME-FN
             MOVE ZEROS                 TO IDADE-FN
             MOVE TING-RG (IDX-ING)     TO RG-FN
             IF TING-SIT (IDX-ING) EQUAL "U"
                MOVE "P" TO SITUACAO-FN
             ELSE
                MOVE "A" TO SITUACAO-FN
                ADD 1 TO CT-AUSENTES
             END-IF
             WRITE REG-FESTAN.

       REGRAVA-INGRESSOS.
          OPEN OUTPUT INGRESSO.
          PERFORM GRAVA-1-INGRESSO
             VARYING IDX-ING FROM 1 BY 1
             UNTIL IDX-ING GREATER THAN QTD-INGRESSOS.
          CLOSE INGRESSO.

       GRAVA-1-INGRESSO.
          MOVE ING-OCR (IDX-ING) TO REG-ING.
          WRITE REG-ING.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM09EX02"     TO RL-PROGRAMA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          COMPUTE RL-LIDOS =
             CT-PRESENTES + CT-CANCELADOS + CT-MOV-SEM-CONV
           + CT-ING-RECUSADO.
          MOVE QTD-CONVIDADOS TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-MOV-SEM-CONV + CT-ING-RECUSADO.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
