      *                PAG13.DAT E O RELATORIO DE PROVISAO PARA A
      *                CONTABILIDADE. FUNCIONARIO SEM HISTORICO EM
      *                HISTSAL E APONTADO E NAO E PAGO.
      *                MES DO ANO EM QUE O FUNCIONARIO FICA MAIS DE
      *                METADE DOS DIAS AFASTADO PELA PREVIDENCIA OU
      *                SEM REMUNERACAO (AFASTA.DAT, VIA ROTINA
      *                DIASAFA) NAO CONTA COMO AVO; AFASTAMENTO EM
      *                ABERTO VALE ATE O FIM DO ANO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 TOTAL-PAGOS        PIC 9(05)    VALUE ZEROS.
       77 TOTAL-SEM-HIST     PIC 9(05)    VALUE ZEROS.
       77 PROVISAO-TOTAL     PIC 9(12)V99 VALUE ZEROS.
       77 MES-INICIAL        PIC 9(02)    VALUE ZEROS.
       77 MES-APURA          PIC 9(02)    VALUE ZEROS.
       77 DIAS-SEM-SALARIO   PIC 9(05)    VALUE ZEROS.
       77 ULTIMO-DIA-MES     PIC 9(02)    VALUE ZEROS.
       77 QUOCIENTE          PIC 9(04)    VALUE ZEROS.
       77 RESTO-4            PIC 9(04)    VALUE ZEROS.
       77 RESTO-100          PIC 9(04)    VALUE ZEROS.
       77 RESTO-400          PIC 9(04)    VALUE ZEROS.
       77 BISSEXTO           PIC X(03)    VALUE "NAO".

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 DAF-PARM.
          02 DAF-COD          PIC 9(05).
          02 DAF-INICIO       PIC 9(08).
          02 DAF-FIM          PIC 9(08).
          02 DAF-LIMITE-LONGO PIC 9(03).
          02 DAF-DIAS-EMPRESA PIC 9(05).
          02 DAF-DIAS-INSS    PIC 9(05).
          02 DAF-DIAS-SEM-REM PIC 9(05).
          02 DAF-DIAS-LONGOS  PIC 9(05).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       APURA-PROPORCIONAL.
          IF ANO-ADM EQUAL WS-ANO-HOJE
             COMPUTE MESES-ANO = 12 - MES-ADM + 1
             MOVE MES-ADM TO MES-INICIAL
          ELSE
             MOVE 12 TO MESES-ANO
             MOVE 1 TO MES-INICIAL.
          PERFORM DESCONTA-AVO-AFASTADO
             VARYING MES-APURA FROM MES-INICIAL BY 1
             UNTIL MES-APURA GREATER THAN 12.
          COMPUTE VALOR-13-CHEIO ROUNDED =
             SALARIO-BR * MESES-ANO / 12.
          COMPUTE VALOR-METADE ROUNDED = VALOR-13-CHEIO / 2.
          ADD 1 TO TOTAL-PAGOS.
          ADD VALOR-PARCELA TO PROVISAO-TOTAL.

      *    O AVO SO CONTA COM PELO MENOS 15 DIAS REMUNERADOS
      *    PELA EMPRESA NO MES.
       DESCONTA-AVO-AFASTADO.
          PERFORM DEFINE-ULTIMO-DIA.
          MOVE COD-ENT TO DAF-COD.
          COMPUTE DAF-INICIO = WS-ANO-HOJE * 10000
                             + MES-APURA * 100 + 1.
          COMPUTE DAF-FIM = WS-ANO-HOJE * 10000
                          + MES-APURA * 100 + ULTIMO-DIA-MES.
          MOVE ZEROS TO DAF-LIMITE-LONGO.
          CALL "DIASAFA" USING DAF-PARM.
          ADD DAF-DIAS-INSS DAF-DIAS-SEM-REM
             GIVING DIAS-SEM-SALARIO.
          IF DIAS-SEM-SALARIO + 15 GREATER THAN ULTIMO-DIA-MES
          AND MESES-ANO GREATER THAN ZEROS
             SUBTRACT 1 FROM MESES-ANO.

       DEFINE-ULTIMO-DIA.
          PERFORM VERIFICA-BISSEXTO.
          IF MES-APURA EQUAL 4 OR 6 OR 9 OR 11
             MOVE 30 TO ULTIMO-DIA-MES
          ELSE IF MES-APURA EQUAL 2
             IF BISSEXTO EQUAL "SIM"
                MOVE 29 TO ULTIMO-DIA-MES
             ELSE
                MOVE 28 TO ULTIMO-DIA-MES
             END-IF
          ELSE
             MOVE 31 TO ULTIMO-DIA-MES.

       VERIFICA-BISSEXTO.
          MOVE "NAO" TO BISSEXTO.
          DIVIDE WS-ANO-HOJE BY 4 GIVING QUOCIENTE
             REMAINDER RESTO-4.
          DIVIDE WS-ANO-HOJE BY 100 GIVING QUOCIENTE
             REMAINDER RESTO-100.
          DIVIDE WS-ANO-HOJE BY 400 GIVING QUOCIENTE
             REMAINDER RESTO-400.
          IF RESTO-400 EQUAL ZEROS
             MOVE "SIM" TO BISSEXTO
          ELSE
             IF RESTO-4 EQUAL ZEROS
             AND RESTO-100 NOT EQUAL ZEROS
                MOVE "SIM" TO BISSEXTO.

       GRAVA-PAGAMENTO.
          MOVE COD-ENT       TO COD-P13.
          MOVE NOME-ENT      TO NOME-P13.
