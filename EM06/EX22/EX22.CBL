       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX22.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        ENVELHECIMENTO DOS RECEBIVEIS DE CONVENIO.
      *                LE O HISTORICO DE FATURAMENTO FATHIST.DAT
      *                (LANCADO PELO EM06/EX01 E BAIXADO PELO
      *                EM06/EX10) E TOTALIZA POR CONVENIO O VALOR
      *                FATURADO, PAGO E GLOSADO E O SALDO EM ABERTO
      *                POR FAIXA DE DIAS DESDE A DATA DO LOTE ATE A
      *                DATA DO MOVIMENTO: 0-30, 31-60, 61-90 E MAIS
      *                DE 90 DIAS. O PRAZO MEDIO DE PAGAMENTO E A
      *                MEDIA DOS DIAS ENTRE O LOTE E A BAIXA DAS
      *                CONSULTAS PAGAS. NOME DO CONVENIO DE
      *                CADCONV.DAT (EM06/EX14).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL FATHIST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADCONV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELAGING  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FATHIST
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FATHIST.DAT".

       01 REG-FH.
          02 CONV-FH            PIC 9(03).
          02 COD-FH             PIC 9(03).
          02 DATA-FH            PIC 9(08).
          02 DATA-FAT-FH        PIC 9(08).
          02 DATA-FAT-FH-R      REDEFINES DATA-FAT-FH.
             03 AAAA-FAT-FH     PIC 9(04).
             03 MM-FAT-FH       PIC 99.
             03 DD-FAT-FH       PIC 99.
          02 VALOR-FH           PIC 9(05)V99.
          02 SIT-FH             PIC X(01).
          02 VALOR-RET-FH       PIC 9(05)V99.
          02 DATA-RET-FH        PIC 9(08).
          02 DATA-RET-FH-R      REDEFINES DATA-RET-FH.
             03 AAAA-RET-FH     PIC 9(04).
             03 MM-RET-FH       PIC 99.
             03 DD-RET-FH       PIC 99.

       FD CADCONV
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CADCONV.DAT".

       01 REG-CONV.
          02 COD-CONV           PIC 9(03).
          02 NOME-CONV          PIC X(30).
          02 CNPJ-CONV          PIC 9(14).
          02 DIA-CORTE-CONV     PIC 9(02).
          02 PRAZO-CONV         PIC 9(03).
          02 EXIGE-AUT-CONV     PIC X(01).
          02 SIT-CONV           PIC X(01).

       FD RELAGING
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".

       01 REG-DATAMOV.
          02 DATA-MOVIMENTO     PIC 9(08).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE-N   PIC 9(08)    VALUE ZEROS.
       77 WS-DIAS-ATU      PIC 9(08)    VALUE ZEROS.
       77 FIM-FH           PIC X(03)    VALUE "NAO".
       77 FIM-CONV         PIC X(03)    VALUE "NAO".
       77 ACHOU-CONV       PIC X(03)    VALUE "NAO".
       77 QTD-CONVENIOS    PIC 9(03)    VALUE ZEROS.
       77 DIAS-FAT         PIC 9(08)    VALUE ZEROS.
       77 DIAS-DECORRIDOS  PIC 9(05)    VALUE ZEROS.
       77 FAIXA            PIC 9(01)    VALUE ZEROS.
       77 PRAZO-MEDIO      PIC 9(03)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-LISTADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-REJEITADOS    PIC 9(07)    VALUE ZEROS.
       77 TT-FATURADO      PIC 9(09)V99 VALUE ZEROS.
       77 TT-PAGO          PIC 9(09)V99 VALUE ZEROS.
       77 TT-GLOSADO       PIC 9(09)V99 VALUE ZEROS.
       77 TT-ABERTO        PIC 9(09)V99 VALUE ZEROS.
       77 TT-DIAS-PAGO     PIC 9(09)    VALUE ZEROS.
       77 TT-QTD-PAGO      PIC 9(07)    VALUE ZEROS.

      *    FAIXAS DE ATRASO: 1 = 0-30, 2 = 31-60, 3 = 61-90 E
      *    4 = MAIS DE 90 DIAS DESDE O LOTE.
       01 TT-FAIXAS.
          02 TT-FAIXA         PIC 9(09)V99 OCCURS 4 TIMES.

       01 TAB-CONVENIOS.
          02 CNV-OCR  OCCURS 200 TIMES INDEXED BY IDX-CNV.
             03 TCNV-COD       PIC 9(03).
             03 TCNV-NOME      PIC X(30).
             03 TCNV-FATURADO  PIC 9(09)V99.
             03 TCNV-PAGO      PIC 9(09)V99.
             03 TCNV-GLOSADO   PIC 9(09)V99.
             03 TCNV-FAIXA     PIC 9(09)V99 OCCURS 4 TIMES.
             03 TCNV-DIAS-PAGO PIC 9(09).
             03 TCNV-QTD-PAGO  PIC 9(07).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(38) VALUE
             "RECEBIVEIS DE CONVENIO POR ANTIGUIDADE".
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(27) VALUE SPACES.
          02 FILLER          PIC X(12) VALUE "POSICAO EM: ".
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(31) VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "CONV".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME DO CONVENIO    ".
          02 FILLER          PIC X(12) VALUE "    FATURADO".
          02 FILLER          PIC X(12) VALUE "        PAGO".
          02 FILLER          PIC X(12) VALUE "     GLOSADO".
          02 FILLER          PIC X(12) VALUE " PRAZO MEDIO".
          02 FILLER          PIC X(06) VALUE SPACES.

       01 CAB-04.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "EM ABERTO:".
          02 FILLER          PIC X(12) VALUE "   0-30 DIAS".
          02 FILLER          PIC X(12) VALUE "  31-60 DIAS".
          02 FILLER          PIC X(12) VALUE "  61-90 DIAS".
          02 FILLER          PIC X(12) VALUE "   + 90 DIAS".
          02 FILLER          PIC X(12) VALUE "       TOTAL".
          02 FILLER          PIC X(04) VALUE SPACES.

       01 DETALHE-1.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CONV-REL        PIC 9(03).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FAT-REL         PIC ZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PAGO-REL        PIC ZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 GLOSA-REL       PIC ZZZZZZZ9,99.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 MEDIO-REL       PIC ZZ9.
          02 FILLER          PIC X(05) VALUE " DIAS".
          02 FILLER          PIC X(04) VALUE SPACES.

       01 DETALHE-2.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FAIXA-REL       PIC ZZZZZZZ9,99 OCCURS 4 TIMES.
          02 ABERTO-REL      PIC ZZZZZZZ9,99.
          02 FILLER          PIC X(09) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "TOTAL FATURADO:               ".
          02 TOT-FAT-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "TOTAL PAGO:                   ".
          02 TOT-PAG-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "TOTAL GLOSADO:                ".
          02 TOT-GLO-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "EM ABERTO ATE 30 DIAS:        ".
          02 TOT-F1-SAI      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "EM ABERTO DE 31 A 60 DIAS:    ".
          02 TOT-F2-SAI      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "EM ABERTO DE 61 A 90 DIAS:    ".
          02 TOT-F3-SAI      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "EM ABERTO HA MAIS DE 90 DIAS: ".
          02 TOT-F4-SAI      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "TOTAL EM ABERTO:              ".
          02 TOT-ABE-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-09.
          02 FILLER          PIC X(30) VALUE
             "PRAZO MEDIO GERAL (DIAS):     ".
          02 TOT-MED-SAI     PIC ZZ9.
          02 FILLER          PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       EM06-EX22.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-FH EQUAL "SIM".
          PERFORM FIM.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO WS-DIAS-ATU.
          MOVE ZEROS TO TT-FAIXAS.
          PERFORM CARREGA-CONVENIOS.
          OPEN INPUT FATHIST
             OUTPUT RELAGING.
          PERFORM LER-FH.

       LE-DATA-MOVIMENTO.
          OPEN INPUT DATAMOV.
          READ DATAMOV
             AT END
             MOVE ZEROS TO DATA-MOVIMENTO.
          CLOSE DATAMOV.
          IF DATA-MOVIMENTO GREATER THAN ZEROS
             MOVE DATA-MOVIMENTO TO WS-DATA-HOJE-N
          ELSE
             ACCEPT WS-DATA-HOJE-N FROM DATE YYYYMMDD.
          MOVE WS-DATA-HOJE-N TO WS-DATA-HOJE.

       CARREGA-CONVENIOS.
          OPEN INPUT CADCONV.
          PERFORM LE-1-CONVENIO
             UNTIL FIM-CONV EQUAL "SIM".
          CLOSE CADCONV.

       LE-1-CONVENIO.
          READ CADCONV
             AT END
             MOVE "SIM" TO FIM-CONV.
          IF FIM-CONV EQUAL "NAO"
          AND QTD-CONVENIOS LESS THAN 200
             ADD 1 TO QTD-CONVENIOS
             SET IDX-CNV TO QTD-CONVENIOS
             MOVE COD-CONV  TO TCNV-COD (IDX-CNV)
             MOVE NOME-CONV TO TCNV-NOME (IDX-CNV)
             PERFORM ZERA-CONVENIO.

       ZERA-CONVENIO.
          MOVE ZEROS TO TCNV-FATURADO (IDX-CNV)
                        TCNV-PAGO (IDX-CNV)
                        TCNV-GLOSADO (IDX-CNV)
                        TCNV-FAIXA (IDX-CNV, 1)
                        TCNV-FAIXA (IDX-CNV, 2)
                        TCNV-FAIXA (IDX-CNV, 3)
                        TCNV-FAIXA (IDX-CNV, 4)
                        TCNV-DIAS-PAGO (IDX-CNV)
                        TCNV-QTD-PAGO (IDX-CNV).

      *    CONVENIO DO HISTORICO QUE NAO ESTA NO CADASTRO ENTRA NA
      *    TABELA COM O NOME EM BRANCO.
       BUSCA-CONVENIO.
          MOVE "NAO" TO ACHOU-CONV.
          SET IDX-CNV TO 1.
          PERFORM BUSCA-1-CONVENIO
             UNTIL IDX-CNV GREATER THAN QTD-CONVENIOS
                OR ACHOU-CONV EQUAL "SIM".
          IF ACHOU-CONV EQUAL "NAO"
          AND QTD-CONVENIOS LESS THAN 200
             ADD 1 TO QTD-CONVENIOS
             SET IDX-CNV TO QTD-CONVENIOS
             MOVE CONV-FH TO TCNV-COD (IDX-CNV)
             MOVE "CONVENIO NAO CADASTRADO" TO TCNV-NOME (IDX-CNV)
             PERFORM ZERA-CONVENIO
             MOVE "SIM" TO ACHOU-CONV.

       BUSCA-1-CONVENIO.
          IF TCNV-COD (IDX-CNV) EQUAL CONV-FH
             MOVE "SIM" TO ACHOU-CONV
          ELSE
             SET IDX-CNV UP BY 1.

       LER-FH.
          READ FATHIST
             AT END
             MOVE "SIM" TO FIM-FH.
          IF FIM-FH EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          PERFORM BUSCA-CONVENIO.
          IF ACHOU-CONV EQUAL "SIM"
             PERFORM ACUMULA-LANCAMENTO
          ELSE
             ADD 1 TO CT-REJEITADOS.
          PERFORM LER-FH.

      *    AS DATAS DO LOTE E DA BAIXA SAO DO SISTEMA (AAAAMMDD).
       ACUMULA-LANCAMENTO.
          MOVE DD-FAT-FH   TO DTC-DIA.
          MOVE MM-FAT-FH   TO DTC-MES.
          MOVE AAAA-FAT-FH TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO DIAS-FAT.
          ADD VALOR-FH TO TCNV-FATURADO (IDX-CNV).
          IF SIT-FH EQUAL "P"
             PERFORM ACUMULA-PAGO
          ELSE IF SIT-FH EQUAL "G"
             ADD VALOR-RET-FH TO TCNV-GLOSADO (IDX-CNV)
          ELSE
             PERFORM ACUMULA-ABERTO.

       ACUMULA-PAGO.
          ADD VALOR-RET-FH TO TCNV-PAGO (IDX-CNV).
          MOVE DD-RET-FH   TO DTC-DIA.
          MOVE MM-RET-FH   TO DTC-MES.
          MOVE AAAA-RET-FH TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-NUM-DIAS GREATER THAN DIAS-FAT
             COMPUTE DIAS-DECORRIDOS = DTC-NUM-DIAS - DIAS-FAT
          ELSE
             MOVE ZEROS TO DIAS-DECORRIDOS.
          ADD DIAS-DECORRIDOS TO TCNV-DIAS-PAGO (IDX-CNV).
          ADD 1               TO TCNV-QTD-PAGO (IDX-CNV).

       ACUMULA-ABERTO.
          IF WS-DIAS-ATU GREATER THAN DIAS-FAT
             COMPUTE DIAS-DECORRIDOS = WS-DIAS-ATU - DIAS-FAT
          ELSE
             MOVE ZEROS TO DIAS-DECORRIDOS.
          IF DIAS-DECORRIDOS GREATER THAN 90
             MOVE 4 TO FAIXA
          ELSE IF DIAS-DECORRIDOS GREATER THAN 60
             MOVE 3 TO FAIXA
          ELSE IF DIAS-DECORRIDOS GREATER THAN 30
             MOVE 2 TO FAIXA
          ELSE
             MOVE 1 TO FAIXA.
          ADD VALOR-FH TO TCNV-FAIXA (IDX-CNV, FAIXA).

       LISTA-CONVENIO.
          IF TCNV-FATURADO (IDX-CNV) GREATER THAN ZEROS
             PERFORM IMPRIME-CONVENIO.

       IMPRIME-CONVENIO.
          MOVE TCNV-COD (IDX-CNV)      TO CONV-REL.
          MOVE TCNV-NOME (IDX-CNV)     TO NOME-REL.
          MOVE TCNV-FATURADO (IDX-CNV) TO FAT-REL.
          MOVE TCNV-PAGO (IDX-CNV)     TO PAGO-REL.
          MOVE TCNV-GLOSADO (IDX-CNV)  TO GLOSA-REL.
          MOVE ZEROS                   TO PRAZO-MEDIO.
          IF TCNV-QTD-PAGO (IDX-CNV) GREATER THAN ZEROS
             COMPUTE PRAZO-MEDIO ROUNDED =
                TCNV-DIAS-PAGO (IDX-CNV) / TCNV-QTD-PAGO (IDX-CNV).
          MOVE PRAZO-MEDIO             TO MEDIO-REL.
          MOVE ZEROS                   TO TT-ABERTO.
          PERFORM SOMA-FAIXA
             VARYING FAIXA FROM 1 BY 1
             UNTIL FAIXA GREATER THAN 4.
          MOVE TT-ABERTO               TO ABERTO-REL.
          IF CT-LIN GREATER THAN 37
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE-1
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM DETALHE-2
             AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.
          ADD 1 TO CT-LISTADOS.
          ADD TCNV-FATURADO (IDX-CNV)  TO TT-FATURADO.
          ADD TCNV-PAGO (IDX-CNV)      TO TT-PAGO.
          ADD TCNV-GLOSADO (IDX-CNV)   TO TT-GLOSADO.
          ADD TCNV-DIAS-PAGO (IDX-CNV) TO TT-DIAS-PAGO.
          ADD TCNV-QTD-PAGO (IDX-CNV)  TO TT-QTD-PAGO.

       SOMA-FAIXA.
          MOVE TCNV-FAIXA (IDX-CNV, FAIXA) TO FAIXA-REL (FAIXA).
          ADD TCNV-FAIXA (IDX-CNV, FAIXA)  TO TT-ABERTO
                                              TT-FAIXA (FAIXA).

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.

          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-04
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       FIM.
          COMPUTE DATA-CAB = WS-DIA-HOJE * 1000000
                           + WS-MES-HOJE * 10000
                           + WS-ANO-HOJE.
          PERFORM LISTA-CONVENIO
             VARYING IDX-CNV FROM 1 BY 1
             UNTIL IDX-CNV GREATER THAN QTD-CONVENIOS.
          IF CT-PAG EQUAL ZEROS
             PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE FATHIST
                RELAGING.

       IMPRIME-TOTAIS.
          MOVE ZEROS TO PRAZO-MEDIO.
          IF TT-QTD-PAGO GREATER THAN ZEROS
             COMPUTE PRAZO-MEDIO ROUNDED =
                TT-DIAS-PAGO / TT-QTD-PAGO.
          COMPUTE TT-ABERTO = TT-FAIXA (1) + TT-FAIXA (2)
                            + TT-FAIXA (3) + TT-FAIXA (4).
          MOVE TT-FATURADO  TO TOT-FAT-SAI.
          MOVE TT-PAGO      TO TOT-PAG-SAI.
          MOVE TT-GLOSADO   TO TOT-GLO-SAI.
          MOVE TT-FAIXA (1) TO TOT-F1-SAI.
          MOVE TT-FAIXA (2) TO TOT-F2-SAI.
          MOVE TT-FAIXA (3) TO TOT-F3-SAI.
          MOVE TT-FAIXA (4) TO TOT-F4-SAI.
          MOVE TT-ABERTO    TO TOT-ABE-SAI.
          MOVE PRAZO-MEDIO  TO TOT-MED-SAI.

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
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-07
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-08
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-09
             AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM06EX22"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE-N TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-LISTADOS    TO RL-GRAVADOS.
          MOVE CT-REJEITADOS  TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
