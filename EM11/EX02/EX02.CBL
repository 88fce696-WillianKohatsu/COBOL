      *                TRANSITO.DAT; A CONFIRMACAO "C" NO DESTINO
      *                BAIXA O TRANSITO E DEVOLVE AO SALDO. O
      *                ACERTO DOS TRANSITOS ABERTOS E O EM11/EX10.
      *                A DEVOLUCAO A FORNECEDOR "D" (EXTRATO
      *                DEVOLMOV.DAT DO EM11/EX16) BAIXA O SALDO E
      *                CONSOME O LOTE INFORMADO NO MOVIMENTO, MESMO
      *                BLOQUEADO P/RECALL; O QUE FALTAR NO LOTE SAI
      *                PELA VALIDADE MAIS PROXIMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       CONSOME-FEFO.
          MOVE QTDE-MOV TO QTDE-A-CONSUMIR.
          PERFORM CONSOME-SALDO-FEFO.

       CONSOME-SALDO-FEFO.
          MOVE ZEROS    TO MENOR-VALIDADE.
          PERFORM CONSOME-1-LOTE
             UNTIL QTDE-A-CONSUMIR EQUAL ZEROS
                OR MENOR-VALIDADE EQUAL 99999999.
                SUBTRACT TLOT-QTDE (IDX-LOT) FROM QTDE-A-CONSUMIR
                MOVE ZEROS TO TLOT-QTDE (IDX-LOT).

      *    DEVOLUCAO: PRIMEIRO O LOTE DEVOLVIDO, QUALQUER SITUACAO.
       CONSOME-LOTE-DEVOLVIDO.
          MOVE QTDE-MOV TO QTDE-A-CONSUMIR.
          MOVE "NAO"    TO ACHOU-LOTE.
          SET IDX-LOT TO 1.
          PERFORM ACHA-LOTE-DEVOLVIDO
             UNTIL IDX-LOT GREATER THAN QTD-LOTES
                OR ACHOU-LOTE EQUAL "SIM".
          IF ACHOU-LOTE EQUAL "SIM"
             IF TLOT-QTDE (IDX-LOT) GREATER THAN QTDE-A-CONSUMIR
                SUBTRACT QTDE-A-CONSUMIR FROM TLOT-QTDE (IDX-LOT)
                MOVE ZEROS TO QTDE-A-CONSUMIR
             ELSE
                SUBTRACT TLOT-QTDE (IDX-LOT) FROM QTDE-A-CONSUMIR
                MOVE ZEROS TO TLOT-QTDE (IDX-LOT).
          IF QTDE-A-CONSUMIR GREATER THAN ZEROS
             PERFORM CONSOME-SALDO-FEFO.

       ACHA-LOTE-DEVOLVIDO.
          IF TLOT-COD (IDX-LOT) EQUAL COD-MOV
          AND TLOT-LOTE (IDX-LOT) EQUAL LOTE-MOV
             MOVE "SIM" TO ACHOU-LOTE
          ELSE
             SET IDX-LOT UP BY 1.

       ACHA-LOTE-MAIS-VELHO.
          IF TLOT-COD (IDX-LOT) EQUAL COD-MOV
          AND TLOT-SIT (IDX-LOT) EQUAL "A"
             PERFORM TRANSFERE
          ELSE IF TIPO-MOV EQUAL "C"
             PERFORM CONFIRMA-TRANSFERENCIA
          ELSE IF TIPO-MOV EQUAL "D"
             PERFORM DEVOLVE
          ELSE
             MOVE COD-MOV  TO COD-REL
             MOVE TIPO-MOV TO TIPO-REL
             ADD 1 TO CT-APLICADOS
             ADD 1 TO CT-TRANSFERIDOS.

       DEVOLVE.
          IF QTDE-MOV GREATER THAN SALDO-TRAB
             PERFORM RECUSA-NEGATIVO
          ELSE
             SUBTRACT QTDE-MOV FROM SALDO-TRAB
             PERFORM CONSOME-LOTE-DEVOLVIDO
             PERFORM GRAVA-HISTORICO
             ADD 1 TO CT-APLICADOS.

       ABRE-TRANSITO.
          IF QTD-TRANSITOS LESS THAN 500
             ADD 1 TO QTD-TRANSITOS
