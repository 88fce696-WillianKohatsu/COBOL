       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX16.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        ESTORNO DE BAIXA DE PAGAMENTO DE SOCIOS
      *                (CHEQUE DEVOLVIDO, ESTORNO DO BANCO,
      *                CONTESTACAO DE CARTAO OU RECIBO DO CAIXA
      *                CANCELADO PELO EM05/EX17). LE O MOVIMENTO
      *                MOVESTOR.DAT (SOCIO, DATA DA BAIXA ORIGINAL,
      *                VALOR E MOTIVO), EM QUALQUER ORDEM, CONTRA
      *                CADSOC1 E SO ESTORNA PAGAMENTO QUE CONSTE EM
      *                BAIXAS.DAT E AINDA NAO TENHA SIDO ESTORNADO
      *                (ESTORNOS.DAT); OS DEMAIS SAO RECUSADOS NO
      *                RELATORIO. O ESTORNO REABRE A DIVIDA EM
      *                CADSOC1N.DAT (COD-ENT = 2), DEVOLVE AS
      *                PARCELAS DO PLANO A SITUACAO ANTERIOR
      *                (PARCELAS.DAT -> PARCELASN.DAT), SOMA O VALOR
      *                DE VOLTA AO ACUMULADO DE CTLSOCIO.DAT E GRAVA
      *                O ESTORNO EM ESTORNOS.DAT, LIDO PELO EXTRATO
      *                (EM05/EX11) E PELA CONCILIACAO (EM05/EX13).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL-PC.
       OBJECT-COMPUTER. DELL-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT MOVEST ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CADSOC1N ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL BAIXAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL ESTORNOS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARCELAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT PARCELASN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CTLSOCIO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RELESTOR ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-SOC1.
          02 COD-ENT            PIC 9(02).
          02 NUM-ENT            PIC 9(06).
          02 NOME-ENT           PIC X(30).
          02 VALOR-ENT          PIC 9(09)V9(02).
          02 DATA-VENC-ENT.
             03 DD-VENC         PIC 99.
             03 MM-VENC         PIC 99.
             03 AAAA-VENC       PIC 9(04).

       FD MOVEST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVESTOR.DAT".

       01 REG-MEST.
          02 NUM-MEST           PIC 9(06).
          02 DATA-PGTO-MEST     PIC 9(08).
          02 VALOR-MEST         PIC 9(09)V9(02).
          02 MOTIVO-MEST        PIC 9(01).

       FD CADSOC1N
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSOC1N.DAT".

       01 REG-ATU.
          02 COD-ATU            PIC 9(02).
          02 NUM-ATU            PIC 9(06).
          02 NOME-ATU           PIC X(30).
          02 VALOR-ATU          PIC 9(09)V9(02).
          02 DATA-VENC-ATU      PIC 9(08).

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

       FD ESTORNOS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ESTORNOS.DAT".

       01 REG-EST.
          02 NUM-EST            PIC 9(06).
          02 DATA-PGTO-EST      PIC 9(08).
          02 VALOR-EST          PIC 9(09)V9(02).
          02 MOTIVO-EST         PIC 9(01).
          02 DATA-EST           PIC 9(08).
          02 ORIGEM-EST         PIC X(01).

       FD PARCELAS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARCELAS.DAT".

       01 REG-PARC.
          02 NUM-PARC           PIC 9(06).
          02 SEQ-PARC           PIC 9(02).
          02 QTD-PARC           PIC 9(02).
          02 VALOR-PARC         PIC 9(09)V9(02).
          02 DATA-VENC-PARC     PIC 9(08).
          02 SIT-PARC           PIC X(01).

       FD PARCELASN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARCELASN.DAT".

       01 REG-PARCN.
          02 NUM-PARCN          PIC 9(06).
          02 SEQ-PARCN          PIC 9(02).
          02 QTD-PARCN          PIC 9(02).
          02 VALOR-PARCN        PIC 9(09)V9(02).
          02 DATA-VENC-PARCN    PIC 9(08).
          02 SIT-PARCN          PIC X(01).

       FD CTLSOCIO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTLSOCIO.DAT".

       01 REG-CTL.
          02 TOTAL-ACUM-CTL     PIC 9(15)V99.

       FD RELESTOR
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
       77 WS-HORA-INICIO    PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ         PIC X(03)    VALUE "NAO".
       77 FIM-MEST        PIC X(03)    VALUE "NAO".
       77 QTD-MOV         PIC 9(04)    VALUE ZEROS.
       77 CT-LIN          PIC 9(002)   VALUE 45.
       77 CT-PAG          PIC 9(002)   VALUE ZEROS.
       77 FIM-PARC        PIC X(03)    VALUE "NAO".
       77 FIM-BXA         PIC X(03)    VALUE "NAO".
       77 FIM-EST         PIC X(03)    VALUE "NAO".
       77 QTD-PARCELAS    PIC 9(04)    VALUE ZEROS.
       77 QTD-ESTORNOS    PIC 9(04)    VALUE ZEROS.
       77 QTD-APLIC       PIC 9(02)    VALUE ZEROS.
       77 ACHOU-BAIXA     PIC X(03)    VALUE "NAO".
       77 JA-ESTORNADO    PIC X(03)    VALUE "NAO".
       77 ACHOU-PARCELA   PIC X(03)    VALUE "NAO".
       77 COD-ANTES       PIC 9(02)    VALUE ZEROS.
       77 VALOR-ANTES     PIC 9(09)V99 VALUE ZEROS.
       77 ORIGEM-ANTES    PIC X(01)    VALUE SPACES.
       77 SALDO-PLANO     PIC 9(09)V99 VALUE ZEROS.
       77 TOTAL-ESTORNOS  PIC 9(05)    VALUE ZEROS.
       77 TOTAL-RECUSADOS PIC 9(05)    VALUE ZEROS.
       77 TOTAL-ESTORNADO PIC 9(15)V99 VALUE ZEROS.
       77 TOTAL-ACUMULADO PIC 9(15)V99 VALUE ZEROS.
       77 CT-LIDOS        PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS     PIC 9(07)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-PGTO.
          02 WS-ANO-PGTO   PIC 9(04).
          02 WS-MES-PGTO   PIC 99.
          02 WS-DIA-PGTO   PIC 99.

       01 MOV-CORRENTE.
          02 NUM-MOV          PIC 9(06).
          02 DATA-PGTO-MOV    PIC 9(08).
          02 VALOR-MOV        PIC 9(09)V9(02).
          02 MOTIVO-MOV       PIC 9(01).

       01 TAB-MOV.
          02 MOV-OCR  OCCURS 500 TIMES INDEXED BY IDX-MOV.
             03 TM-NUM         PIC 9(06).
             03 TM-DATA-PGTO   PIC 9(08).
             03 TM-VALOR       PIC 9(09)V9(02).
             03 TM-MOTIVO      PIC 9(01).
             03 TM-USADO       PIC X(01).

       01 DFC-PARM.
          02 DFC-DATA         PIC 9(08).
          02 DFC-FECHADO      PIC X(01).
          02 DFC-LIBERADO     PIC X(01).

       01 TAB-PARCELAS.
          02 PARC-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PARC.
             03 TP-NUM         PIC 9(06).
             03 TP-SEQ         PIC 9(02).
             03 TP-QTD         PIC 9(02).
             03 TP-VALOR       PIC 9(09)V9(02).
             03 TP-DATA-VENC   PIC 9(08).
             03 TP-SIT         PIC X(01).

       01 TAB-ESTORNOS.
          02 EST-OCR  OCCURS 2000 TIMES INDEXED BY IDX-EST.
             03 TE-NUM         PIC 9(06).
             03 TE-DATA-PGTO   PIC 9(08).
             03 TE-VALOR       PIC 9(09)V9(02).

       01 TAB-APLIC.
          02 APL-OCR  OCCURS 24 TIMES INDEXED BY IDX-APL.
             03 TA-SEQ         PIC 9(02).
             03 TA-VALOR       PIC 9(09)V9(02).
             03 TA-QUITOU      PIC X(01).

       01 TAB-MOTIVOS.
          02 FILLER          PIC X(17) VALUE "CHEQUE DEVOLVIDO ".
          02 FILLER          PIC X(17) VALUE "ESTORNO DO BANCO ".
          02 FILLER          PIC X(17) VALUE "CHARGEBACK CARTAO".
          02 FILLER          PIC X(17) VALUE "RECIBO CANCELADO ".

       01 TAB-MOTIVOS-R REDEFINES TAB-MOTIVOS.
          02 DESC-MOTIVO     PIC X(17) OCCURS 4 TIMES.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(22) VALUE SPACES.
          02 FILLER          PIC X(26) VALUE
             "ESTORNO DE BAIXA DE SOCIOS".
          02 FILLER          PIC X(22) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "NUMERO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "NOME DO SOCIO".
          02 FILLER          PIC X(11) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DATA BAIXA".
          02 FILLER          PIC X(07) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "SITUACAO".
          02 FILLER          PIC X(15) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NUM-REL         PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(22).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DATA-REL        PIC 99/99/9999.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VALOR-REL       PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(22) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS ESTORNADOS:        ".
          02 TOT-EST-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "ESTORNOS RECUSADOS:           ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "VALOR TOTAL ESTORNADO:        ".
          02 TOT-VEST-SAI    PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "NOVO ACUMULADO DE CONTROLE:   ".
          02 TOT-ACUM-SAI    PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       EM05-EX16.

       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL
           FIM-ARQ EQUAL "SIM".
       PERFORM SEM-SOCIO
          VARYING IDX-MOV FROM 1 BY 1
          UNTIL IDX-MOV GREATER THAN QTD-MOV.
       PERFORM FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM VERIFICA-DIA-FECHADO.
          PERFORM LE-CONTROLE.
          PERFORM CARREGA-PARCELAS.
          PERFORM CARREGA-ESTORNOS.
          PERFORM CARREGA-MOVIMENTO.
          OPEN INPUT  CADSOC1
               OUTPUT CADSOC1N
                      RELESTOR.
          OPEN EXTEND ESTORNOS.
          PERFORM LEITURA.

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

       VERIFICA-DIA-FECHADO.
          MOVE WS-DATA-HOJE TO DFC-DATA.
          CALL "DIAFECH" USING DFC-PARM.
          IF DFC-FECHADO EQUAL "S"
          AND DFC-LIBERADO NOT EQUAL "S"
             DISPLAY "EM05/EX16: DATA DE MOVIMENTO JA FECHADA"
             DISPLAY "REPROCESSAMENTO EXIGE PERFIL F"
             MOVE 8 TO RETURN-CODE
             STOP RUN.

       LE-CONTROLE.
          OPEN INPUT CTLSOCIO.
          READ CTLSOCIO
             AT END
             MOVE ZEROS TO REG-CTL.
          MOVE TOTAL-ACUM-CTL TO TOTAL-ACUMULADO.
          CLOSE CTLSOCIO.

       CARREGA-PARCELAS.
          MOVE "NAO" TO FIM-PARC.
          OPEN INPUT PARCELAS.
          PERFORM LE-1-PARCELA
             UNTIL FIM-PARC EQUAL "SIM".
          CLOSE PARCELAS.

       LE-1-PARCELA.
          READ PARCELAS
             AT END
             MOVE "SIM" TO FIM-PARC.
          IF FIM-PARC EQUAL "NAO"
          AND QTD-PARCELAS LESS THAN 1000
             ADD 1 TO QTD-PARCELAS
             SET IDX-PARC TO QTD-PARCELAS
             MOVE NUM-PARC       TO TP-NUM (IDX-PARC)
             MOVE SEQ-PARC       TO TP-SEQ (IDX-PARC)
             MOVE QTD-PARC       TO TP-QTD (IDX-PARC)
             MOVE VALOR-PARC     TO TP-VALOR (IDX-PARC)
             MOVE DATA-VENC-PARC TO TP-DATA-VENC (IDX-PARC)
             MOVE SIT-PARC       TO TP-SIT (IDX-PARC).

       CARREGA-ESTORNOS.
          OPEN INPUT ESTORNOS.
          PERFORM LE-1-ESTORNO
             UNTIL FIM-EST EQUAL "SIM".
          CLOSE ESTORNOS.

       LE-1-ESTORNO.
          READ ESTORNOS
             AT END
             MOVE "SIM" TO FIM-EST.
          IF FIM-EST EQUAL "NAO"
          AND QTD-ESTORNOS LESS THAN 2000
             ADD 1 TO QTD-ESTORNOS
             SET IDX-EST TO QTD-ESTORNOS
             MOVE NUM-EST       TO TE-NUM (IDX-EST)
             MOVE DATA-PGTO-EST TO TE-DATA-PGTO (IDX-EST)
             MOVE VALOR-EST     TO TE-VALOR (IDX-EST).

       CARREGA-MOVIMENTO.
          OPEN INPUT MOVEST.
          PERFORM LE-1-MOVIMENTO
             UNTIL FIM-MEST EQUAL "SIM".
          CLOSE MOVEST.

       LE-1-MOVIMENTO.
          READ MOVEST
             AT END
             MOVE "SIM" TO FIM-MEST.
          IF FIM-MEST EQUAL "NAO"
          AND QTD-MOV LESS THAN 500
             ADD 1 TO CT-LIDOS
             ADD 1 TO QTD-MOV
             SET IDX-MOV TO QTD-MOV
             MOVE NUM-MEST       TO TM-NUM (IDX-MOV)
             MOVE DATA-PGTO-MEST TO TM-DATA-PGTO (IDX-MOV)
             MOVE VALOR-MEST     TO TM-VALOR (IDX-MOV)
             MOVE MOTIVO-MEST    TO TM-MOTIVO (IDX-MOV)
             MOVE "N"            TO TM-USADO (IDX-MOV).

       LEITURA.
          READ CADSOC1
             AT END
             MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          PERFORM APLICA-MOVIMENTO
             VARYING IDX-MOV FROM 1 BY 1
             UNTIL IDX-MOV GREATER THAN QTD-MOV.
          PERFORM GRAVA-SOC.
          PERFORM LEITURA.

       APLICA-MOVIMENTO.
          IF TM-NUM (IDX-MOV) EQUAL NUM-ENT
             MOVE "S" TO TM-USADO (IDX-MOV)
             PERFORM CARREGA-MOV-CORRENTE
             PERFORM IGUAL.

       CARREGA-MOV-CORRENTE.
          MOVE TM-NUM (IDX-MOV)       TO NUM-MOV.
          MOVE TM-DATA-PGTO (IDX-MOV) TO DATA-PGTO-MOV.
          MOVE TM-VALOR (IDX-MOV)     TO VALOR-MOV.
          MOVE TM-MOTIVO (IDX-MOV)    TO MOTIVO-MOV.

       SEM-SOCIO.
          IF TM-USADO (IDX-MOV) EQUAL "N"
             PERFORM CARREGA-MOV-CORRENTE
             PERFORM ESTORNO-SEM-SOCIO.

       IGUAL.
          MOVE NUM-ENT  TO NUM-REL.
          MOVE NOME-ENT TO NOME-REL.
          PERFORM PREPARA-LINHA.
          IF MOTIVO-MOV LESS THAN 1
          OR MOTIVO-MOV GREATER THAN 4
             MOVE "MOTIVO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA-ESTORNO
          ELSE
             PERFORM VERIFICA-ESTORNADO
             IF JA-ESTORNADO EQUAL "SIM"
                MOVE "PAGTO JA ESTORNADO" TO MENSAGEM-SAI
                PERFORM RECUSA-ESTORNO
             ELSE
                PERFORM LOCALIZA-BAIXA
                IF ACHOU-BAIXA EQUAL "NAO"
                   MOVE "PAGTO NAO FOI BAIXADO" TO MENSAGEM-SAI
                   PERFORM RECUSA-ESTORNO
                ELSE
                   PERFORM EFETUA-ESTORNO.

       PREPARA-LINHA.
          MOVE DATA-PGTO-MOV TO WS-DATA-PGTO.
          COMPUTE DATA-REL =
             WS-DIA-PGTO * 1000000
             + WS-MES-PGTO * 10000
             + WS-ANO-PGTO.
          MOVE VALOR-MOV TO VALOR-REL.

       VERIFICA-ESTORNADO.
          MOVE "NAO" TO JA-ESTORNADO.
          SET IDX-EST TO 1.
          PERFORM VERIFICA-1-ESTORNO
             UNTIL IDX-EST GREATER THAN QTD-ESTORNOS
                OR JA-ESTORNADO EQUAL "SIM".

       VERIFICA-1-ESTORNO.
          IF TE-NUM (IDX-EST) EQUAL NUM-MOV
          AND TE-DATA-PGTO (IDX-EST) EQUAL DATA-PGTO-MOV
          AND TE-VALOR (IDX-EST) EQUAL VALOR-MOV
             MOVE "SIM" TO JA-ESTORNADO
          ELSE
             SET IDX-EST UP BY 1.

       LOCALIZA-BAIXA.
          MOVE "NAO" TO ACHOU-BAIXA.
          MOVE "NAO" TO FIM-BXA.
          MOVE ZEROS TO QTD-APLIC.
          OPEN INPUT BAIXAS.
          PERFORM LE-1-BAIXA
             UNTIL FIM-BXA EQUAL "SIM".
          CLOSE BAIXAS.

       LE-1-BAIXA.
          READ BAIXAS
             AT END
             MOVE "SIM" TO FIM-BXA.
          IF FIM-BXA EQUAL "NAO"
          AND NUM-BXA   EQUAL NUM-MOV
          AND DATA-BXA  EQUAL DATA-PGTO-MOV
          AND VALOR-BXA EQUAL VALOR-MOV
             PERFORM GUARDA-BAIXA.

       GUARDA-BAIXA.
          IF ACHOU-BAIXA EQUAL "NAO"
             MOVE "SIM"         TO ACHOU-BAIXA
             MOVE COD-ANT-BXA   TO COD-ANTES
             MOVE VALOR-ANT-BXA TO VALOR-ANTES
             MOVE ORIGEM-BXA    TO ORIGEM-ANTES.
          IF SEQ-PARC-BXA GREATER THAN ZEROS
          AND QTD-APLIC LESS THAN 24
             ADD 1 TO QTD-APLIC
             SET IDX-APL TO QTD-APLIC
             MOVE SEQ-PARC-BXA    TO TA-SEQ (IDX-APL)
             MOVE VALOR-PARC-BXA  TO TA-VALOR (IDX-APL)
             MOVE QUITOU-PARC-BXA TO TA-QUITOU (IDX-APL).

       EFETUA-ESTORNO.
          IF QTD-APLIC GREATER THAN ZEROS
             PERFORM REABRE-PARCELA
                VARYING IDX-APL FROM 1 BY 1
                UNTIL IDX-APL GREATER THAN QTD-APLIC
             PERFORM APURA-SALDO-PLANO
             MOVE 2           TO COD-ENT
             MOVE SALDO-PLANO TO VALOR-ENT
          ELSE IF COD-ENT EQUAL 1
             MOVE 2           TO COD-ENT
             MOVE VALOR-ANTES TO VALOR-ENT
          ELSE
             ADD VALOR-MOV   TO VALOR-ENT.
          ADD 1          TO TOTAL-ESTORNOS.
          ADD VALOR-MOV TO TOTAL-ESTORNADO.
          PERFORM GRAVA-ESTORNO.
          MOVE DESC-MOTIVO (MOTIVO-MOV) TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       REABRE-PARCELA.
          MOVE "NAO" TO ACHOU-PARCELA.
          SET IDX-PARC TO 1.
          PERFORM LOCALIZA-1-PARCELA
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS
                OR ACHOU-PARCELA EQUAL "SIM".
          IF ACHOU-PARCELA EQUAL "SIM"
             IF TA-QUITOU (IDX-APL) EQUAL "S"
                MOVE "A" TO TP-SIT (IDX-PARC)
             ELSE
                ADD TA-VALOR (IDX-APL) TO TP-VALOR (IDX-PARC).

       LOCALIZA-1-PARCELA.
          IF TP-NUM (IDX-PARC) EQUAL NUM-ENT
          AND TP-SEQ (IDX-PARC) EQUAL TA-SEQ (IDX-APL)
             MOVE "SIM" TO ACHOU-PARCELA
          ELSE
             SET IDX-PARC UP BY 1.

       APURA-SALDO-PLANO.
          MOVE ZEROS TO SALDO-PLANO.
          SET IDX-PARC TO 1.
          PERFORM SOMA-1-PARCELA
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS.

       SOMA-1-PARCELA.
          IF TP-NUM (IDX-PARC) EQUAL NUM-ENT
          AND (TP-SIT (IDX-PARC) EQUAL "A" OR "Q")
             ADD TP-VALOR (IDX-PARC) TO SALDO-PLANO.
          SET IDX-PARC UP BY 1.

       GRAVA-ESTORNO.
          MOVE NUM-MOV       TO NUM-EST.
          MOVE DATA-PGTO-MOV TO DATA-PGTO-EST.
          MOVE VALOR-MOV     TO VALOR-EST.
          MOVE MOTIVO-MOV    TO MOTIVO-EST.
          MOVE WS-DATA-HOJE   TO DATA-EST.
          MOVE ORIGEM-ANTES   TO ORIGEM-EST.
          WRITE REG-EST.
          IF QTD-ESTORNOS LESS THAN 2000
             ADD 1 TO QTD-ESTORNOS
             SET IDX-EST TO QTD-ESTORNOS
             MOVE NUM-MOV       TO TE-NUM (IDX-EST)
             MOVE DATA-PGTO-MOV TO TE-DATA-PGTO (IDX-EST)
             MOVE VALOR-MOV     TO TE-VALOR (IDX-EST).

       RECUSA-ESTORNO.
          ADD 1 TO TOTAL-RECUSADOS.
          PERFORM IMPRIME-D0.

       ESTORNO-SEM-SOCIO.
          MOVE NUM-MOV TO NUM-REL.
          MOVE SPACES   TO NOME-REL.
          PERFORM PREPARA-LINHA.
          MOVE "SOCIO INEXISTENTE" TO MENSAGEM-SAI.
          PERFORM RECUSA-ESTORNO.

       GRAVA-SOC.
          MOVE COD-ENT        TO COD-ATU.
          MOVE NUM-ENT        TO NUM-ATU.
          MOVE NOME-ENT       TO NOME-ATU.
          MOVE VALOR-ENT      TO VALOR-ATU.
          MOVE DATA-VENC-ENT  TO DATA-VENC-ATU.
          WRITE REG-ATU.
          ADD 1 TO CT-GRAVADOS.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.

          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       FIM.
          PERFORM IMPRIME-TOTAIS.
          PERFORM REGRAVA-PARCELAS.
          PERFORM GRAVA-CONTROLE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADSOC1
                CADSOC1N
                RELESTOR
                ESTORNOS.

       REGRAVA-PARCELAS.
          OPEN OUTPUT PARCELASN.
          PERFORM GRAVA-1-PARCELA
             VARYING IDX-PARC FROM 1 BY 1
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS.
          CLOSE PARCELASN.

       GRAVA-1-PARCELA.
          MOVE TP-NUM (IDX-PARC)       TO NUM-PARCN.
          MOVE TP-SEQ (IDX-PARC)       TO SEQ-PARCN.
          MOVE TP-QTD (IDX-PARC)       TO QTD-PARCN.
          MOVE TP-VALOR (IDX-PARC)     TO VALOR-PARCN.
          MOVE TP-DATA-VENC (IDX-PARC) TO DATA-VENC-PARCN.
          MOVE TP-SIT (IDX-PARC)       TO SIT-PARCN.
          WRITE REG-PARCN.

       IMPRIME-TOTAIS.
          ADD TOTAL-ESTORNADO   TO TOTAL-ACUMULADO.
          MOVE TOTAL-ESTORNOS   TO TOT-EST-SAI.
          MOVE TOTAL-RECUSADOS  TO TOT-REC-SAI.
          MOVE TOTAL-ESTORNADO  TO TOT-VEST-SAI.
          MOVE TOTAL-ACUMULADO  TO TOT-ACUM-SAI.

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

       GRAVA-CONTROLE.
          OPEN OUTPUT CTLSOCIO.
          MOVE TOTAL-ACUMULADO TO TOTAL-ACUM-CTL.
          WRITE REG-CTL.
          CLOSE CTLSOCIO.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM05EX16"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE TOTAL-RECUSADOS TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
