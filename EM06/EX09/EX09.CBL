      *                (EM06/EX02) LE PARA DESTACAR OS FALTOSOS
      *                CONTUMAZES NA FRENTE DA FILA DE LIGACOES.
      *                GERA AGENDCONN.DAT E O RELATORIO DE FALTAS
      *                DO DIA. VAGA LIVRE ("L", GERADA PELO
      *                EM06/EX20) COM DATA JA PASSADA NAO FOI
      *                PREENCHIDA E E RETIRADA DA AGENDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.

       01 TAB-AGENDA.
          02 AGE-OCR  OCCURS 9000 TIMES INDEXED BY IDX-AGE.
             03 TA-DATA        PIC 9(08).
             03 TA-HORA        PIC 9(04).
             03 TA-MED         PIC 9(03).
             AT END
             MOVE "SIM" TO FIM-AGE.
          IF FIM-AGE EQUAL "NAO"
          AND QTD-VAGAS LESS THAN 9000
             ADD 1 TO CT-LIDOS
             ADD 1 TO QTD-VAGAS
             SET IDX-AGE TO QTD-VAGAS
             MOVE QTDE-FAL TO TF-QTDE (IDX-FAL).

       FECHA-VAGA.
          IF TA-SIT (IDX-AGE) EQUAL "L"
             PERFORM EXPIRA-VAGA-LIVRE
          ELSE IF TA-SIT (IDX-AGE) EQUAL "M"
             MOVE TA-DATA (IDX-AGE) TO WS-DATA-VAGA-R
             COMPUTE WS-DIAS-VAGA = WS-ANO-VAGA * 360
                                  + WS-MES-VAGA * 30
                   PERFORM ACUMULA-FALTA
                   PERFORM IMPRIME-FALTA.

      *    VAGA LIVRE VENCIDA FICA COM "X" E NAO E REGRAVADA.
       EXPIRA-VAGA-LIVRE.
          MOVE TA-DATA (IDX-AGE) TO WS-DATA-VAGA-R.
          COMPUTE WS-DIAS-VAGA = WS-ANO-VAGA * 360
                               + WS-MES-VAGA * 30
                               + WS-DIA-VAGA.
          IF WS-DIAS-VAGA LESS THAN WS-DIAS-ATU
             MOVE "X" TO TA-SIT (IDX-AGE).

       VERIFICA-COMPARECIMENTO.
          MOVE "NAO" TO COMPARECEU.
          SET IDX-CON TO 1.
             UNTIL IDX-AGE GREATER THAN QTD-VAGAS.

       GRAVA-1-VAGA.
          IF TA-SIT (IDX-AGE) EQUAL "X"
             NEXT SENTENCE
          ELSE
             MOVE TA-DATA (IDX-AGE) TO DATA-AGEN
             MOVE TA-HORA (IDX-AGE) TO HORA-AGEN
             MOVE TA-MED (IDX-AGE)  TO MED-AGEN
             MOVE TA-COD (IDX-AGE)  TO COD-AGEN
             MOVE TA-SIT (IDX-AGE)  TO SIT-AGEN
             WRITE REG-AGEN
             ADD 1 TO CT-GRAVADOS.

       REGRAVA-FALTOSOS.
          OPEN OUTPUT FALTOSOSN.
