      *                ABERTO PARA A MAIS NOVA, GERANDO PARCELASN.DAT
      *                COM AS SITUACOES ATUALIZADAS; O SOCIO SO VIRA
      *                COD-ENT = 1 QUANDO A ULTIMA PARCELA E PAGA.
      *                TODA BAIXA FICA REGISTRADA EM BAIXAS.DAT
      *                (SITUACAO ANTERIOR DO SOCIO E, NO PLANO, O
      *                VALOR APLICADO EM CADA PARCELA), BASE PARA O
      *                ESTORNO DE PAGAMENTO DO EM05/EX16.

       ENVIRONMENT DIVISION.

          SELECT CTLSOCIO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL BAIXAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       01 REG-CTL.
          02 TOTAL-ACUM-CTL     PIC 9(15)V99.

       FD BAIXAS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "BAIXAS.DAT".

       01 REG-BXA.
          02 NUM-BXA            PIC 9(06).
          02 DATA-BXA           PIC 9(08).
          02 ORIGEM-BXA         PIC X(01).
          02 VALOR-BXA          PIC 9(09)V9(02).
          02 COD-ANT-BXA        PIC 9(02).
          02 VALOR-ANT-BXA      PIC 9(09)V9(02).
          02 SEQ-PARC-BXA       PIC 9(02).
          02 VALOR-PARC-BXA     PIC 9(09)V9(02).
          02 QUITOU-PARC-BXA    PIC X(01).

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".

       01 REG-DATAMOV.
          02 DATA-MOVIMENTO     PIC 9(08).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".
       77 SALDO-PLANO     PIC 9(09)V99 VALUE ZEROS.
       77 TOTAL-PARC-BXA  PIC 9(05)    VALUE ZEROS.
       77 TOTAL-PLANOS-Q  PIC 9(05)    VALUE ZEROS.
       77 COD-ANTES       PIC 9(02)    VALUE ZEROS.
       77 VALOR-ANTES     PIC 9(09)V99 VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 TAB-PARCELAS.
          02 PARC-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PARC.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-CONTROLE.
          PERFORM CARREGA-PARCELAS.
          OPEN INPUT  CADSOC1
                      RETSOC
               OUTPUT CADSOCAT
                      RELEXRET.
          OPEN EXTEND BAIXAS.
          PERFORM LER-SOC.
          PERFORM LER-RET.

             MOVE DATA-VENC-PARC TO TP-DATA-VENC (IDX-PARC)
             MOVE SIT-PARC       TO TP-SIT (IDX-PARC).

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

       LE-CONTROLE.
          OPEN INPUT CTLSOCIO.
          READ CTLSOCIO
             PERFORM LER-RET.

       IGUAL.
          MOVE COD-ENT   TO COD-ANTES.
          MOVE VALOR-ENT TO VALOR-ANTES.
          PERFORM LOCALIZA-PLANO.
          IF TEM-PLANO EQUAL "SIM"
          AND (OCORR-RET EQUAL 1 OR 2)
       BAIXA-1-PARCELA.
          IF TP-NUM (IDX-PARC) EQUAL NUM-ENT
          AND TP-SIT (IDX-PARC) EQUAL "A"
             MOVE TP-SEQ (IDX-PARC) TO SEQ-PARC-BXA
             IF SALDO-RECEBER NOT LESS THAN TP-VALOR (IDX-PARC)
                MOVE TP-VALOR (IDX-PARC) TO VALOR-PARC-BXA
                MOVE "S" TO QUITOU-PARC-BXA
                SUBTRACT TP-VALOR (IDX-PARC) FROM SALDO-RECEBER
                MOVE "P" TO TP-SIT (IDX-PARC)
                ADD 1 TO TOTAL-PARC-BXA
             ELSE
                MOVE SALDO-RECEBER TO VALOR-PARC-BXA
                MOVE "N" TO QUITOU-PARC-BXA
                SUBTRACT SALDO-RECEBER FROM TP-VALOR (IDX-PARC)
                MOVE ZEROS TO SALDO-RECEBER
             END-IF
             PERFORM GRAVA-BAIXA
          END-IF.
          IF SALDO-RECEBER GREATER THAN ZEROS
             SET IDX-PARC UP BY 1.
          SET IDX-PARC UP BY 1.

       BAIXA-INTEGRAL.
          PERFORM GRAVA-BAIXA-SIMPLES.
          MOVE 1 TO COD-ENT.
          ADD  VALOR-RECEB-RET TO TOTAL-RECEBIDO.
          ADD  1 TO TOTAL-PAGOS.
          PERFORM GRAVA-SOC.

       BAIXA-PARCIAL.
          PERFORM GRAVA-BAIXA-SIMPLES.
          IF VALOR-RECEB-RET LESS THAN VALOR-ENT
             SUBTRACT VALOR-RECEB-RET FROM VALOR-ENT
          ELSE
          ADD  1 TO TOTAL-PARCIAIS.
          PERFORM GRAVA-SOC.

       GRAVA-BAIXA-SIMPLES.
          MOVE ZEROS     TO SEQ-PARC-BXA.
          MOVE ZEROS     TO VALOR-PARC-BXA.
          MOVE SPACES    TO QUITOU-PARC-BXA.
          PERFORM GRAVA-BAIXA.

       GRAVA-BAIXA.
          MOVE NUM-ENT         TO NUM-BXA.
          MOVE WS-DATA-HOJE    TO DATA-BXA.
          MOVE "B"             TO ORIGEM-BXA.
          MOVE VALOR-RECEB-RET TO VALOR-BXA.
          MOVE COD-ANTES       TO COD-ANT-BXA.
          MOVE VALOR-ANTES     TO VALOR-ANT-BXA.
          WRITE REG-BXA.

       RETORNO-REJEITADO.
          ADD 1 TO TOTAL-REJEITADOS.
          MOVE NUM-RET TO NUM-REL.
          CLOSE CADSOC1
                RETSOC
                CADSOCAT
                RELEXRET
                BAIXAS.

       REGRAVA-PARCELAS.
          OPEN OUTPUT PARCELASN.
       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM05EX02"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
