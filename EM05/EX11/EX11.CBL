      *                SOCIO REUNINDO, EM ORDEM DE DATA, OS AVISOS
      *                DE COBRANCA DE HISTNOT.DAT, OS TITULOS
      *                ENVIADOS AO BANCO EM REMSOC.DAT (COM O
      *                NUMERO DA REMESSA DO HEADER), AS BAIXAS DO
      *                RETORNO RETSOC.DAT (DATADAS PELA DATA DO
      *                MOVIMENTO) E OS ESTORNOS DE PAGAMENTO DE
      *                ESTORNOS.DAT (EM05/EX16), FECHANDO COM O
      *                SALDO EM ABERTO DE CADSOC1.DAT. E O
      *                DOCUMENTO ENTREGUE AO SOCIO QUANDO HA
      *                CONTESTACAO DE COBRANCA.

       ENVIRONMENT DIVISION.

          SELECT OPTIONAL RETSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL ESTORNOS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL SELSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 OCORR-RET          PIC 9(01).
          02 VALOR-RECEB-RET    PIC 9(09)V9(02).

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

       FD SELSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SELSOC.DAT".
       77 FIM-HIST         PIC X(03)    VALUE "NAO".
       77 FIM-REM          PIC X(03)    VALUE "NAO".
       77 FIM-RET          PIC X(03)    VALUE "NAO".
       77 FIM-EST          PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 SOCIO-PEDIDO     PIC 9(06)    VALUE ZEROS.
       77 QTD-HIST         PIC 9(04)    VALUE ZEROS.
       77 QTD-REM          PIC 9(04)    VALUE ZEROS.
       77 QTD-RET          PIC 9(04)    VALUE ZEROS.
       77 QTD-EST          PIC 9(04)    VALUE ZEROS.
       77 QTD-EVENTO       PIC 9(02)    VALUE ZEROS.
       77 IDX-INSERE       PIC 9(02)    VALUE ZEROS.
       77 ACHOU-POSICAO    PIC X(03)    VALUE "NAO".
             03 TT-OCORR       PIC 9(01).
             03 TT-VALOR       PIC 9(09)V9(02).

       01 TAB-EST.
          02 EST-OCR  OCCURS 1000 TIMES INDEXED BY IDX-EST.
             03 TE-NUM         PIC 9(06).
             03 TE-DATA-PGTO   PIC 9(08).
             03 TE-DATA        PIC 9(08).
             03 TE-VALOR       PIC 9(09)V9(02).

       01 TAB-EVENTO.
          02 EVT-OCR  OCCURS 50 TIMES.
             03 EV-DATA        PIC 9(08).
          PERFORM CARREGA-HISTNOT.
          PERFORM CARREGA-REMESSA.
          PERFORM CARREGA-RETORNO.
          PERFORM CARREGA-ESTORNOS.
          OPEN INPUT CADSOC1
             OUTPUT RELEXTSO.
          PERFORM LEITURA.
             MOVE OCORR-RET       TO TT-OCORR (IDX-RET)
             MOVE VALOR-RECEB-RET TO TT-VALOR (IDX-RET).

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
          AND QTD-EST LESS THAN 1000
             ADD 1 TO QTD-EST
             SET IDX-EST TO QTD-EST
             MOVE NUM-EST       TO TE-NUM (IDX-EST)
             MOVE DATA-PGTO-EST TO TE-DATA-PGTO (IDX-EST)
             MOVE DATA-EST      TO TE-DATA (IDX-EST)
             MOVE VALOR-EST     TO TE-VALOR (IDX-EST).

       LEITURA.
          READ CADSOC1
             AT END
          PERFORM JUNTA-RETORNOS
             VARYING IDX-RET FROM 1 BY 1
             UNTIL IDX-RET GREATER THAN QTD-RET.
          PERFORM JUNTA-ESTORNOS
             VARYING IDX-EST FROM 1 BY 1
             UNTIL IDX-EST GREATER THAN QTD-EST.
          PERFORM IMPRIME-EXTRATO.
          ADD 1 TO CT-EXTRATOS.

             MOVE TT-VALOR (IDX-RET) TO EV-VALOR-TRB
             PERFORM INSERE-EVENTO.

       JUNTA-ESTORNOS.
          IF TE-NUM (IDX-EST) EQUAL NUM-ENT
             MOVE TE-DATA (IDX-EST) TO EV-DATA-TRB
             MOVE SPACES TO EV-HISTORICO-TRB
             STRING "ESTORNO DO PAGTO DE "
                    TE-DATA-PGTO (IDX-EST) (7:2) "/"
                    TE-DATA-PGTO (IDX-EST) (5:2) "/"
                    TE-DATA-PGTO (IDX-EST) (1:4)
                DELIMITED BY SIZE INTO EV-HISTORICO-TRB
             MOVE TE-VALOR (IDX-EST) TO EV-VALOR-TRB
             PERFORM INSERE-EVENTO.

       INSERE-EVENTO.
          IF QTD-EVENTO LESS THAN 50
             ADD 1 TO QTD-EVENTO
