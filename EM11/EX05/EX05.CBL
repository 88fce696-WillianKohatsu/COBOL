      *                VENDA A MAO. IMPRIME O RESUMO DO DIA POR
      *                LOJA COM CUPONS, UNIDADES E FATURAMENTO.
      *                ITEM COM PRODUTO INEXISTENTE SAI NA CRITICA
      *                E NAO VIRA MOVIMENTO. TAMBEM LE OS
      *                PAGAMENTOS DOS CUPONS (POSPAGTO.DAT: CUPOM,
      *                LOJA, CAIXA, OPERADOR, FORMA "D" DINHEIRO,
      *                "C" CREDITO, "B" DEBITO, "P" PIX, "V" VALE E
      *                VALOR, NA MESMA ORDEM DE LOJA E CUPOM): FORMA
      *                INVALIDA OU VALOR ZERADO SAI NA CRITICA, O
      *                RESTO VAI PARA PAGTOCX.DAT. GRAVA AINDA O
      *                TOTAL VENDIDO DE CADA CUPOM EM CUPOMCX.DAT.
      *                OS DOIS EXTRATOS ALIMENTAM O FECHAMENTO DE
      *                CAIXA DO EM11/EX18. O RESUMO POR LOJA MOSTRA
      *                O FATURAMENTO E OS PAGAMENTOS RECEBIDOS. O
      *                CUPOM PODE TRAZER O CPF DO CLIENTE NO FIM DO
      *                REGISTRO (ZEROS OU BRANCOS SEM CPF), USADO SO
      *                PELO PROGRAMA DE FIDELIDADE EM11/EX19.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT  VENDAMOV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL POSPAGTO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  PAGTOCX  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CUPOMCX  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELVENDA  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          02 COD-POS            PIC 9(07).
          02 QTDE-POS           PIC 9(05).
          02 VALOR-POS          PIC 9(07)V99.
          02 CPF-POS            PIC 9(11).

       FD CADPROD
          LABEL  RECORD  ARE  STANDARD
          02 LOJA-ORIG-MOV          PIC 9(02).
          02 LOJA-DEST-MOV          PIC 9(02).

       FD POSPAGTO
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "POSPAGTO.DAT".

       01 REG-PGT.
          02 CUPOM-PGT          PIC 9(06).
          02 LOJA-PGT           PIC 9(02).
          02 CAIXA-PGT          PIC 9(03).
          02 OPERADOR-PGT       PIC 9(05).
          02 FORMA-PGT          PIC X(01).
          02 VALOR-PGT          PIC 9(07)V99.

       FD PAGTOCX
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PAGTOCX.DAT".

       01 REG-PCX               PIC X(26).

       FD CUPOMCX
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CUPOMCX.DAT".

       01 REG-CUP.
          02 LOJA-CUP           PIC 9(02).
          02 CUPOM-CUP          PIC 9(06).
          02 VALOR-CUP          PIC 9(09)V99.

       FD RELVENDA
          LABEL RECORD IS OMITTED.

       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ          PIC X(03)    VALUE "NAO".
       77 FIM-PROD         PIC X(03)    VALUE "NAO".
       77 FIM-PGT          PIC X(03)    VALUE "NAO".
       77 TEM-CUPOM        PIC X(03)    VALUE "NAO".
       77 LOJA-CUPOM-ATU   PIC 9(02)    VALUE ZEROS.
       77 CUPOM-ATU        PIC 9(06)    VALUE ZEROS.
       77 VALOR-CUPOM-ATU  PIC 9(09)V99 VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 QTD-PRODUTOS     PIC 9(04)    VALUE ZEROS.
       77 CT-MOVIMENTOS    PIC 9(05)    VALUE ZEROS.
       77 CT-REJEITADOS    PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-PGT-LIDOS     PIC 9(07)    VALUE ZEROS.
       77 CT-PGT-ACEITOS   PIC 9(05)    VALUE ZEROS.
       77 CT-PGT-REJEIT    PIC 9(05)    VALUE ZEROS.
       77 CT-CUPONS        PIC 9(05)    VALUE ZEROS.

       01 TAB-PRODUTOS.
          02 PRD-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PRD.
             03 TL-CUPONS     PIC 9(05).
             03 TL-UNIDADES   PIC 9(07).
             03 TL-RECEITA    PIC 9(11)V99.
             03 TL-PAGTOS     PIC 9(11)V99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "UNIDADES".
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "FATURAMENTO".
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "PAGAMENTOS".
          02 FILLER          PIC X(13) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 UNID-REL        PIC ZZZZZZ9.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 RECEITA-REL     PIC ZZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PAGTOS-REL      PIC ZZZZZZZZZ9,99.
          02 FILLER          PIC X(12) VALUE SPACES.

       01 DET-CRITICA.
          02 FILLER          PIC X(03) VALUE SPACES.
             "PRODUTO INEXISTENTE EM CADPROD   ".
          02 FILLER          PIC X(25) VALUE SPACES.

       01 DET-CRIT-PGT.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 CUPOM-CRP-REL   PIC 9(06).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FORMA-CRP-REL   PIC X(01).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VALOR-CRP-REL   PIC ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MENSAGEM-CRP    PIC X(33).
          02 FILLER          PIC X(22) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS DE VENDA GERADOS:  ".
          02 TOT-REJ-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS ACEITOS:           ".
          02 TOT-PGA-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS REJEITADOS:        ".
          02 TOT-PGR-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM11-EX05.
          PERFORM CARREGA-PRODUTOS.
          OPEN INPUT POSVENDA
             OUTPUT VENDAMOV
                    CUPOMCX
                    RELVENDA.
          PERFORM IMPRIME-CAB.
          PERFORM LEITURA.
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          PERFORM TOTALIZA-CUPOM.
          PERFORM VALIDA-PRODUTO.
          IF ACHOU-PRODUTO EQUAL "NAO"
             ADD 1 TO CT-REJEITADOS
             PERFORM ACUMULA-LOJA.
          PERFORM LEITURA.

      *    O CUPOM VALE PELO QUE O CLIENTE PAGOU, MESMO COM ITEM
      *    RECUSADO NA CRITICA DO PRODUTO.
       TOTALIZA-CUPOM.
          IF TEM-CUPOM EQUAL "SIM"
             IF LOJA-POS NOT EQUAL LOJA-CUPOM-ATU
             OR CUPOM-POS NOT EQUAL CUPOM-ATU
                PERFORM GRAVA-CUPOM
             END-IF
          END-IF.
          IF TEM-CUPOM EQUAL "NAO"
             MOVE "SIM"     TO TEM-CUPOM
             MOVE LOJA-POS  TO LOJA-CUPOM-ATU
             MOVE CUPOM-POS TO CUPOM-ATU
             MOVE ZEROS     TO VALOR-CUPOM-ATU.
          ADD VALOR-POS TO VALOR-CUPOM-ATU.

       GRAVA-CUPOM.
          MOVE LOJA-CUPOM-ATU  TO LOJA-CUP.
          MOVE CUPOM-ATU       TO CUPOM-CUP.
          MOVE VALOR-CUPOM-ATU TO VALOR-CUP.
          WRITE REG-CUP.
          ADD 1 TO CT-CUPONS.
          MOVE "NAO" TO TEM-CUPOM.

       VALIDA-PRODUTO.
          MOVE "NAO" TO ACHOU-PRODUTO.
          SET IDX-PRD TO 1.
             MOVE ZEROS     TO TL-CUPONS (IDX-LOJ)
                               TL-UNIDADES (IDX-LOJ)
                               TL-RECEITA (IDX-LOJ)
                               TL-PAGTOS (IDX-LOJ)
             PERFORM SOMA-NA-LOJA.

       ACUMULA-1-LOJA.
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       PROCESSA-PAGAMENTOS.
          OPEN INPUT POSPAGTO
               OUTPUT PAGTOCX.
          PERFORM LE-PAGAMENTO.
          PERFORM CRITICA-PAGAMENTO
             UNTIL FIM-PGT EQUAL "SIM".
          CLOSE POSPAGTO
                PAGTOCX.

       LE-PAGAMENTO.
          READ POSPAGTO
             AT END
             MOVE "SIM" TO FIM-PGT.
          IF FIM-PGT EQUAL "NAO"
             ADD 1 TO CT-PGT-LIDOS.

       CRITICA-PAGAMENTO.
          IF FORMA-PGT NOT EQUAL "D" AND "C" AND "B" AND "P"
                         AND "V"
             MOVE "FORMA DE PAGAMENTO INVALIDA" TO MENSAGEM-CRP
             PERFORM REJEITA-PAGAMENTO
          ELSE IF VALOR-PGT NOT NUMERIC
          OR VALOR-PGT EQUAL ZEROS
             MOVE "VALOR DO PAGAMENTO ZERADO" TO MENSAGEM-CRP
             PERFORM REJEITA-PAGAMENTO
          ELSE
             WRITE REG-PCX FROM REG-PGT
             ADD 1 TO CT-PGT-ACEITOS
             PERFORM ACUMULA-PAGTO-LOJA.
          PERFORM LE-PAGAMENTO.

       REJEITA-PAGAMENTO.
          ADD 1 TO CT-PGT-REJEIT.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE CUPOM-PGT TO CUPOM-CRP-REL.
          MOVE FORMA-PGT TO FORMA-CRP-REL.
          IF VALOR-PGT NUMERIC
             MOVE VALOR-PGT TO VALOR-CRP-REL
          ELSE
             MOVE ZEROS     TO VALOR-CRP-REL.
          WRITE REG-ATR FROM DET-CRIT-PGT
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       ACUMULA-PAGTO-LOJA.
          MOVE "NAO" TO ACHOU-LOJA.
          SET IDX-LOJ TO 1.
          PERFORM ACHA-1-LOJA-PGT
             UNTIL IDX-LOJ GREATER THAN QTD-LOJAS
                OR ACHOU-LOJA EQUAL "SIM".
          IF ACHOU-LOJA EQUAL "NAO"
          AND QTD-LOJAS LESS THAN 50
             ADD 1 TO QTD-LOJAS
             SET IDX-LOJ TO QTD-LOJAS
             MOVE LOJA-PGT  TO TL-LOJA (IDX-LOJ)
             MOVE ZEROS     TO TL-CUPONS (IDX-LOJ)
                               TL-UNIDADES (IDX-LOJ)
                               TL-RECEITA (IDX-LOJ)
                               TL-PAGTOS (IDX-LOJ)
             MOVE "SIM"     TO ACHOU-LOJA.
          IF ACHOU-LOJA EQUAL "SIM"
             ADD VALOR-PGT TO TL-PAGTOS (IDX-LOJ).

       ACHA-1-LOJA-PGT.
          IF TL-LOJA (IDX-LOJ) EQUAL LOJA-PGT
             MOVE "SIM" TO ACHOU-LOJA
          ELSE
             SET IDX-LOJ UP BY 1.

       TERMINO.
          IF TEM-CUPOM EQUAL "SIM"
             PERFORM GRAVA-CUPOM.
          PERFORM PROCESSA-PAGAMENTOS.
          PERFORM IMPRIME-LOJA
             VARYING IDX-LOJ FROM 1 BY 1
             UNTIL IDX-LOJ GREATER THAN QTD-LOJAS.
          MOVE CT-MOVIMENTOS TO TOT-MOV-SAI.
          MOVE CT-REJEITADOS TO TOT-REJ-SAI.
          MOVE CT-PGT-ACEITOS TO TOT-PGA-SAI.
          MOVE CT-PGT-REJEIT  TO TOT-PGR-SAI.
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
          CLOSE POSVENDA
                VENDAMOV
                CUPOMCX
                RELVENDA.

       IMPRIME-LOJA.
          MOVE TL-CUPONS (IDX-LOJ)   TO CUPONS-REL.
          MOVE TL-UNIDADES (IDX-LOJ) TO UNID-REL.
          MOVE TL-RECEITA (IDX-LOJ)  TO RECEITA-REL.
          MOVE TL-PAGTOS (IDX-LOJ)   TO PAGTOS-REL.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          COMPUTE RL-LIDOS = CT-LIDOS + CT-PGT-LIDOS.
          COMPUTE RL-GRAVADOS = CT-MOVIMENTOS + CT-PGT-ACEITOS.
          COMPUTE RL-REJEITADOS = CT-REJEITADOS + CT-PGT-REJEIT.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
