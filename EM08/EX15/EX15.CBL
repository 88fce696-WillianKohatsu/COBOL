      *                BLOQALU.DAT - A MANUTENCAO DE MATRICULAS
      *                (EM08/EX06) RECUSA A REMATRICULA DO ALUNO
      *                BLOQUEADO SEM LIBERACAO DE SUPERVISOR.
      *                MENSALIDADE COM PAGAMENTO PARCIAL (BAIXA DO
      *                EM08/EX25) ENTRA NO AGING PELO SALDO EM
      *                ABERTO; A QUITADA ("Q") E A ISENTA ("I")
      *                NAO ENTRAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             03 MM-VENC-MEN     PIC 99.
             03 AAAA-VENC-MEN   PIC 9(04).
          02 SIT-MEN            PIC X(01).
          02 VALOR-BRUTO-MEN    PIC 9(07)V99.
          02 DESC-BOLSA-MEN     PIC 9(07)V99.
          02 DESC-IRMAO-MEN     PIC 9(07)V99.
          02 VALOR-PAGO-MEN     PIC 9(07)V99.
          02 DATA-PAG-MEN       PIC 9(08).

       FD BLOQALU
          LABEL  RECORD ARE STANDARD
       77 TOTAL-GERAL      PIC 9(05)    VALUE ZEROS.
       77 TOTAL-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 SALDO-MEN        PIC 9(07)V99 VALUE ZEROS.

       01 TAB-BLOQUEADOS.
          02 BLQ-OCR  OCCURS 500 TIMES INDEXED BY IDX-BLQ.
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          IF VALOR-PAGO-MEN NOT NUMERIC
             MOVE ZEROS TO VALOR-PAGO-MEN.
          IF VALOR-PAGO-MEN LESS THAN VALOR-MEN
             COMPUTE SALDO-MEN = VALOR-MEN - VALOR-PAGO-MEN
          ELSE
             MOVE ZEROS TO SALDO-MEN.
          IF SIT-MEN EQUAL "A"
          AND SALDO-MEN GREATER THAN ZEROS
             PERFORM CALC-ATRASO
             IF DIAS-ATRASO GREATER THAN ZEROS
                PERFORM CLASSIFICA-FAIXA
          IF DIAS-ATRASO NOT GREATER THAN 30
             MOVE "1-30    " TO FAIXA-REL
             ADD 1 TO TOTAL-ALUNO-30
             ADD SALDO-MEN TO TOTAL-VALOR-30
          ELSE
             IF DIAS-ATRASO NOT GREATER THAN 60
                MOVE "31-60   " TO FAIXA-REL
                ADD 1 TO TOTAL-ALUNO-60
                ADD SALDO-MEN TO TOTAL-VALOR-60
             ELSE
                IF DIAS-ATRASO NOT GREATER THAN 90
                   MOVE "61-90   " TO FAIXA-REL
                   ADD 1 TO TOTAL-ALUNO-90
                   ADD SALDO-MEN TO TOTAL-VALOR-90
                ELSE
                   MOVE "91+     " TO FAIXA-REL
                   ADD 1 TO TOTAL-ALUNO-91
                   ADD SALDO-MEN TO TOTAL-VALOR-91.
          ADD 1 TO TOTAL-GERAL.
          ADD SALDO-MEN TO TOTAL-VALOR.

       MARCA-BLOQUEIO.
          MOVE "NAO" TO JA-BLOQUEADO.
          MOVE MATRICULA-MEN TO MATR-REL.
          MOVE TURMA-MEN     TO TURMA-REL.
          MOVE COMPET-MEN    TO COMPET-REL.
          MOVE SALDO-MEN     TO VALOR-REL.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
