      *                CONSULTA SEGUE NAO PAGA E ENTRA DE NOVO NA
      *                PROXIMA GERACAO DO FATCONV (EM06/EX01).
      *                RESPOSTA SEM CONSULTA CORRESPONDENTE SAI NO
      *                RELATORIO DE EXCECOES. GLOSA DEFINITIVA
      *                (MOTIVO 50 EM DIANTE) PODE SER CONTESTADA PELO
      *                RECURSO DE GLOSA (EM06/EX16).
      *                A RESPOSTA CASADA TAMBEM BAIXA O LANCAMENTO EM
      *                ABERTO DO HISTORICO DE FATURAMENTO FATHIST.DAT
      *                (GRAVADO PELO EM06/EX01): "P" PAGO OU "G"
      *                GLOSADO, COM O VALOR DO RETORNO E A DATA DA
      *                BAIXA, GERANDO FATHISTN.DAT. CONSULTA PAGA OU
      *                GLOSADA SEM LANCAMENTO EM ABERTO E CONTADA NO
      *                RODAPE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

          SELECT  RELGLOSA  ASSIGN TO DISK.

          SELECT OPTIONAL FATHIST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  FATHISTN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.


       01 REG-ATR PIC X(80).

       FD FATHIST
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "FATHIST.DAT".

       01 REG-FH.
          02 CONV-FH            PIC 9(03).
          02 COD-FH             PIC 9(03).
          02 DATA-FH            PIC 9(08).
          02 DATA-FAT-FH        PIC 9(08).
          02 VALOR-FH           PIC 9(05)V99.
          02 SIT-FH             PIC X(01).
          02 VALOR-RET-FH       PIC 9(05)V99.
          02 DATA-RET-FH        PIC 9(08).

       FD FATHISTN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "FATHISTN.DAT".

       01 REG-FHN.
          02 CONV-FHN           PIC 9(03).
          02 COD-FHN            PIC 9(03).
          02 DATA-FHN           PIC 9(08).
          02 DATA-FAT-FHN       PIC 9(08).
          02 VALOR-FHN          PIC 9(05)V99.
          02 SIT-FHN            PIC X(01).
          02 VALOR-RET-FHN      PIC 9(05)V99.
          02 DATA-RET-FHN       PIC 9(08).

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 WS-DATA-HOJE-N   PIC 9(08)    VALUE ZEROS.
       77 FIM-FH           PIC X(03)    VALUE "NAO".
       77 QTD-FATURADAS    PIC 9(04)    VALUE ZEROS.
       77 ACHOU-FATURADA   PIC X(03)    VALUE "NAO".
       77 TOTAL-SEM-HIST   PIC 9(05)    VALUE ZEROS.

       01 TAB-FATURADAS.
          02 FAT-OCR  OCCURS 9000 TIMES INDEXED BY IDX-FAT.
             03 TFAT-CONV       PIC 9(03).
             03 TFAT-COD        PIC 9(03).
             03 TFAT-DATA       PIC 9(08).
             03 TFAT-DATA-FAT   PIC 9(08).
             03 TFAT-VALOR      PIC 9(05)V99.
             03 TFAT-SIT        PIC X(01).
             03 TFAT-VALOR-RET  PIC 9(05)V99.
             03 TFAT-DATA-RET   PIC 9(08).

       01 TAB-RESPOSTAS.
          02 RESP-OCR  OCCURS 2000 TIMES INDEXED BY IDX-RSP.
          02 TOT-SEM-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "BAIXAS SEM HISTORICO EM ABERTO".
          02 TOT-SHI-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM06-EX10.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-RESPOSTAS.
          PERFORM CARREGA-FATURADAS.
          OPEN INPUT ATUCONS
             OUTPUT ATUCONSN
                    REFAT
             MOVE VALOR-RETC  TO TR-VALOR (IDX-RSP)
             MOVE "N"         TO TR-CASADA (IDX-RSP).

       CARREGA-FATURADAS.
          MOVE "NAO" TO FIM-FH.
          OPEN INPUT FATHIST.
          PERFORM LE-1-FATURADA
             UNTIL FIM-FH EQUAL "SIM".
          CLOSE FATHIST.

       LE-1-FATURADA.
          READ FATHIST
             AT END
             MOVE "SIM" TO FIM-FH.
          IF FIM-FH EQUAL "NAO"
          AND QTD-FATURADAS LESS THAN 9000
             ADD 1 TO QTD-FATURADAS
             SET IDX-FAT TO QTD-FATURADAS
             MOVE CONV-FH      TO TFAT-CONV (IDX-FAT)
             MOVE COD-FH       TO TFAT-COD (IDX-FAT)
             MOVE DATA-FH      TO TFAT-DATA (IDX-FAT)
             MOVE DATA-FAT-FH  TO TFAT-DATA-FAT (IDX-FAT)
             MOVE VALOR-FH     TO TFAT-VALOR (IDX-FAT)
             MOVE SIT-FH       TO TFAT-SIT (IDX-FAT)
             MOVE VALOR-RET-FH TO TFAT-VALOR-RET (IDX-FAT)
             MOVE DATA-RET-FH  TO TFAT-DATA-RET (IDX-FAT).

       LEITURA.
          READ ATUCONS
             AT END

       APLICA-RESPOSTA.
          MOVE "S" TO TR-CASADA (IDX-RSP).
          PERFORM BAIXA-FATURADA.
          MOVE CONV-ATU TO CONV-REL.
          MOVE COD-ATU  TO COD-REL.
          MOVE DATA-ATU TO DATA-REL.
          ELSE
             PERFORM REGISTRA-GLOSA.

      *    BAIXA O LANCAMENTO EM ABERTO DO HISTORICO COM O VALOR
      *    E A DATA DO RETORNO, QUE DAO O PRAZO DE PAGAMENTO.
       BAIXA-FATURADA.
          MOVE "NAO" TO ACHOU-FATURADA.
          SET IDX-FAT TO 1.
          PERFORM BUSCA-1-FATURADA
             UNTIL IDX-FAT GREATER THAN QTD-FATURADAS
                OR ACHOU-FATURADA EQUAL "SIM".
          IF ACHOU-FATURADA EQUAL "SIM"
             IF TR-OCORR (IDX-RSP) EQUAL 1
                MOVE "P" TO TFAT-SIT (IDX-FAT)
             ELSE
                MOVE "G" TO TFAT-SIT (IDX-FAT)
             END-IF
             MOVE TR-VALOR (IDX-RSP) TO TFAT-VALOR-RET (IDX-FAT)
             MOVE WS-DATA-HOJE-N     TO TFAT-DATA-RET (IDX-FAT)
          ELSE
             ADD 1 TO TOTAL-SEM-HIST.

       BUSCA-1-FATURADA.
          IF TFAT-SIT (IDX-FAT) EQUAL "A"
          AND TFAT-CONV (IDX-FAT) EQUAL CONV-ATU
          AND TFAT-COD (IDX-FAT) EQUAL COD-ATU
          AND TFAT-DATA (IDX-FAT) EQUAL DATA-ATU
             MOVE "SIM" TO ACHOU-FATURADA
          ELSE
             SET IDX-FAT UP BY 1.

       REGISTRA-GLOSA.
          ADD 1 TO TOTAL-GLOSADAS.
          ADD TR-VALOR (IDX-RSP) TO TOTAL-VAL-GLOSA.
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.

       GRAVA-FATURADA.
          MOVE TFAT-CONV (IDX-FAT)      TO CONV-FHN.
          MOVE TFAT-COD (IDX-FAT)       TO COD-FHN.
          MOVE TFAT-DATA (IDX-FAT)      TO DATA-FHN.
          MOVE TFAT-DATA-FAT (IDX-FAT)  TO DATA-FAT-FHN.
          MOVE TFAT-VALOR (IDX-FAT)     TO VALOR-FHN.
          MOVE TFAT-SIT (IDX-FAT)       TO SIT-FHN.
          MOVE TFAT-VALOR-RET (IDX-FAT) TO VALOR-RET-FHN.
          MOVE TFAT-DATA-RET (IDX-FAT)  TO DATA-RET-FHN.
          WRITE REG-FHN.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          PERFORM CONTA-SEM-CONSULTA
             VARYING IDX-RSP FROM 1 BY 1
             UNTIL IDX-RSP GREATER THAN QTD-RESPOSTAS.
          OPEN OUTPUT FATHISTN.
          PERFORM GRAVA-FATURADA
             VARYING IDX-FAT FROM 1 BY 1
             UNTIL IDX-FAT GREATER THAN QTD-FATURADAS.
          CLOSE FATHISTN.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE ATUCONS
          MOVE TOTAL-VAL-GLOSA TO VAL-GLO-SAI.
          MOVE TOTAL-REFATURA  TO TOT-REF-SAI.
          MOVE TOTAL-SEM-CONS  TO TOT-SEM-SAI.
          MOVE TOTAL-SEM-HIST  TO TOT-SHI-SAI.

          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
