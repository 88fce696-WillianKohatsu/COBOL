      *                PRESENTES, PROMOVIDOS DA ESPERA, AUSENTES,
      *                TAXA DE NO-SHOW E OCUPACAO SOBRE A
      *                CAPACIDADE - A VISAO DA TEMPORADA INTEIRA
      *                NUMA FOLHA. A RECEITA DE CADA EVENTO SAI DO
      *                CADASTRO DE INGRESSOS INGRESSO.DAT (VENDIDOS
      *                NO EM09/EX13): SOMA O PRECO DOS INGRESSOS NAO
      *                CANCELADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT  CADFESTAN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL INGRESSO ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELTEMP  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          02 RG-FN           PIC X(10).
          02 SITUACAO-FN     PIC X(01).

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
          02 SIT-ING         PIC X(01).
          02 DATA-CANC-ING   PIC 9(08).

       FD RELTEMP
          LABEL RECORD IS OMITTED.

       77 PRESENCA-TOTAL   PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-EVENTO    PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 FIM-ING          PIC X(03)    VALUE "NAO".
       77 RECEITA-TOTAL    PIC 9(09)V99 VALUE ZEROS.

       01 TAB-EVENTOS.
          02 EVE-OCR  OCCURS 50 TIMES INDEXED BY IDX-EVE.
             03 TEVE-PRESENTES PIC 9(04).
             03 TEVE-PROMOV    PIC 9(04).
             03 TEVE-AUSENTES  PIC 9(04).
             03 TEVE-RECEITA   PIC 9(09)V99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.
          02 NOME-EVE-REL    PIC X(30).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DATA-EVE-REL    PIC 99/99/9999.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "RECEITA ".
          02 RECEITA-REL     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(08) VALUE SPACES.

       01 DET-NUMEROS.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 TOT-SEM-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "RECEITA NA TEMPORADA:         ".
          02 TOT-REC-SAI     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       EM09-EX08.
       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM CARREGA-EVENTOS.
          PERFORM CARREGA-RECEITA.
          OPEN INPUT CADFESTAN
             OUTPUT RELTEMP.
          PERFORM IMPRIME-CAB.
             MOVE ZEROS TO TEVE-CONVID (IDX-EVE)
                           TEVE-PRESENTES (IDX-EVE)
                           TEVE-PROMOV (IDX-EVE)
                           TEVE-AUSENTES (IDX-EVE)
                           TEVE-RECEITA (IDX-EVE).

      *    INGRESSO CANCELADO FOI ESTORNADO E NAO E RECEITA.
       CARREGA-RECEITA.
          OPEN INPUT INGRESSO.
          PERFORM LE-1-INGRESSO
             UNTIL FIM-ING EQUAL "SIM".
          CLOSE INGRESSO.

       LE-1-INGRESSO.
          READ INGRESSO
             AT END
             MOVE "SIM" TO FIM-ING.
          IF FIM-ING EQUAL "NAO"
          AND SIT-ING NOT EQUAL "C"
             MOVE EVENTO-ING TO EVENTO-FN
             PERFORM LOCALIZA-EVENTO
             IF ACHOU-EVENTO EQUAL "SIM"
                ADD PRECO-ING TO TEVE-RECEITA (IDX-EVE).

       LEITURA.
          READ CADFESTAN
             UNTIL IDX-EVE GREATER THAN QTD-EVENTOS.
          MOVE PRESENCA-TOTAL TO TOT-PRE-SAI.
          MOVE CT-SEM-EVENTO  TO TOT-SEM-SAI.
          MOVE RECEITA-TOTAL  TO TOT-REC-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADFESTAN
                RELTEMP.
             PERFORM IMPRIME-CAB.
          MOVE TEVE-NOME (IDX-EVE) TO NOME-EVE-REL.
          MOVE TEVE-DATA (IDX-EVE) TO DATA-EVE-REL.
          MOVE TEVE-RECEITA (IDX-EVE) TO RECEITA-REL.
          WRITE REG-ATR FROM DET-EVENTO
             AFTER ADVANCING 2 LINES.
          MOVE TEVE-CONVID (IDX-EVE)    TO CONV-REL.
             AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.
          ADD TEVE-PRESENTES (IDX-EVE) TO PRESENCA-TOTAL.
          ADD TEVE-RECEITA (IDX-EVE)   TO RECEITA-TOTAL.

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
