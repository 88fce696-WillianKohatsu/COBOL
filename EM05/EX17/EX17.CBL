       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX17.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        RECEBIMENTO NO CAIXA DA SECRETARIA. LE O
      *                MOVIMENTO DO TURNO (MOVCAIXA.DAT: SOCIO,
      *                VALOR, FORMA DE PAGAMENTO E CAIXA) E BAIXA O
      *                PAGAMENTO EM CADSOC1 COMO O RETORNO BANCARIO
      *                DO EM05/EX02 (PLANO DE PARCELAMENTO, BAIXA
      *                INTEGRAL OU PARCIAL), GERANDO CADSOC1N.DAT,
      *                PARCELASN.DAT, O REGISTRO EM BAIXAS.DAT
      *                (ORIGEM "C") E ABATENDO O ACUMULADO DE
      *                CTLSOCIO.DAT. CADA PAGAMENTO ACEITO RECEBE UM
      *                RECIBO NUMERADO PELO CONTROLE CTLRECIB.DAT
      *                (NUMERO NUNCA REAPROVEITADO), IMPRESSO EM
      *                RECIBOS E REGISTRADO NO LIVRO RECIBOS.DAT.
      *                O CANCELAMENTO DE RECIBO (TIPO "C" NO
      *                MOVIMENTO) NAO APAGA NADA: GRAVA NO LIVRO UM
      *                REGISTRO DE CANCELAMENTO E GERA EM MOVESTOR.DAT
      *                O ESTORNO (MOTIVO 4) QUE O EM05/EX16 APLICA.
      *                NO FIM IMPRIME O FECHAMENTO DO CAIXA POR
      *                CAIXA E FORMA DE PAGAMENTO, PARA CONFERENCIA
      *                E ASSINATURA DO TESOUREIRO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL-PC.
       OBJECT-COMPUTER. DELL-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT MOVCAIXA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CADSOC1N ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL CTLRECIB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL LIVREC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL MOVEST ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL BAIXAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARCELAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT PARCELASN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CTLSOCIO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RECIBOS ASSIGN TO DISK.

          SELECT RELCAIXA ASSIGN TO DISK.

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

       FD MOVCAIXA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVCAIXA.DAT".

       01 REG-CX.
          02 TIPO-CX            PIC X(01).
          02 NUM-CX             PIC 9(06).
          02 VALOR-CX           PIC 9(09)V9(02).
          02 FORMA-CX           PIC X(01).
          02 CAIXA-CX           PIC X(08).
          02 RECIBO-CX          PIC 9(08).

       FD CADSOC1N
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSOC1N.DAT".

       01 REG-ATU.
          02 COD-ATU            PIC 9(02).
          02 NUM-ATU            PIC 9(06).
          02 NOME-ATU           PIC X(30).
          02 VALOR-ATU          PIC 9(09)V9(02).
          02 DATA-VENC-ATU      PIC 9(08).

       FD CTLRECIB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTLRECIB.DAT".

       01 REG-CTLREC.
          02 ULT-RECIBO-CTL     PIC 9(08).

       FD LIVREC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RECIBOS.DAT".

       01 REG-LREC.
          02 NUM-LREC           PIC 9(08).
          02 TIPO-LREC          PIC X(01).
          02 SOCIO-LREC         PIC 9(06).
          02 VALOR-LREC         PIC 9(09)V9(02).
          02 FORMA-LREC         PIC X(01).
          02 CAIXA-LREC         PIC X(08).
          02 DATA-LREC          PIC 9(08).
          02 DATA-EMIS-LREC     PIC 9(08).

       FD MOVEST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVESTOR.DAT".

       01 REG-MEST.
          02 NUM-MEST           PIC 9(06).
          02 DATA-PGTO-MEST     PIC 9(08).
          02 VALOR-MEST         PIC 9(09)V9(02).
          02 MOTIVO-MEST        PIC 9(01).

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

       FD RECIBOS
          LABEL RECORD IS OMITTED.

       01 REG-REC PIC X(80).

       FD RELCAIXA
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
       77 FIM-CX          PIC X(03)    VALUE "NAO".
       77 FIM-PARC        PIC X(03)    VALUE "NAO".
       77 FIM-LREC        PIC X(03)    VALUE "NAO".
       77 CT-LIN          PIC 9(002)   VALUE 45.
       77 CT-PAG          PIC 9(002)   VALUE ZEROS.
       77 QTD-CX          PIC 9(04)    VALUE ZEROS.
       77 QTD-PARCELAS    PIC 9(04)    VALUE ZEROS.
       77 QTD-CAIXAS      PIC 9(02)    VALUE ZEROS.
       77 QTD-CANCEL      PIC 9(04)    VALUE ZEROS.
       77 ULT-RECIBO      PIC 9(08)    VALUE ZEROS.
       77 TEM-PLANO       PIC X(03)    VALUE "NAO".
       77 ACHOU-CAIXA     PIC X(03)    VALUE "NAO".
       77 SALDO-RECEBER   PIC 9(09)V99 VALUE ZEROS.
       77 SALDO-PLANO     PIC 9(09)V99 VALUE ZEROS.
       77 COD-ANTES       PIC 9(02)    VALUE ZEROS.
       77 VALOR-ANTES     PIC 9(09)V99 VALUE ZEROS.
       77 IND-FORMA       PIC 9(01)    VALUE ZEROS.
       77 TOTAL-RECIBOS   PIC 9(05)    VALUE ZEROS.
       77 TOTAL-CANCELADOS PIC 9(05)   VALUE ZEROS.
       77 TOTAL-RECUSADOS PIC 9(05)    VALUE ZEROS.
       77 TOTAL-RECEBIDO  PIC 9(15)V99 VALUE ZEROS.
       77 TOTAL-VAL-CANC  PIC 9(15)V99 VALUE ZEROS.
       77 TOTAL-ACUMULADO PIC 9(15)V99 VALUE ZEROS.
       77 SUB-QTD         PIC 9(05)    VALUE ZEROS.
       77 SUB-VALOR       PIC 9(13)V99 VALUE ZEROS.
       77 SUB-QTD-CANC    PIC 9(05)    VALUE ZEROS.
       77 SUB-VAL-CANC    PIC 9(13)V99 VALUE ZEROS.
       77 CT-LIDOS        PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS     PIC 9(07)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-EMIS.
          02 WS-ANO-EMIS   PIC 9(04).
          02 WS-MES-EMIS   PIC 99.
          02 WS-DIA-EMIS   PIC 99.

       01 DFC-PARM.
          02 DFC-DATA         PIC 9(08).
          02 DFC-FECHADO      PIC X(01).
          02 DFC-LIBERADO     PIC X(01).

       01 TAB-CX.
          02 CX-OCR  OCCURS 500 TIMES INDEXED BY IDX-CX.
             03 TC-TIPO        PIC X(01).
             03 TC-NUM         PIC 9(06).
             03 TC-VALOR       PIC 9(09)V9(02).
             03 TC-FORMA       PIC X(01).
             03 TC-CAIXA       PIC X(08).
             03 TC-RECIBO      PIC 9(08).
             03 TC-NOME        PIC X(30).
             03 TC-DATA-EMIS   PIC 9(08).
             03 TC-SIT         PIC X(01).
             03 TC-MOTIVO      PIC X(26).

       01 TAB-PARCELAS.
          02 PARC-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PARC.
             03 TP-NUM         PIC 9(06).
             03 TP-SEQ         PIC 9(02).
             03 TP-QTD         PIC 9(02).
             03 TP-VALOR       PIC 9(09)V9(02).
             03 TP-DATA-VENC   PIC 9(08).
             03 TP-SIT         PIC X(01).

       01 TAB-FECHA.
          02 FEC-OCR  OCCURS 20 TIMES INDEXED BY IDX-FEC.
             03 TF-CAIXA       PIC X(08).
             03 TF-FORMA  OCCURS 4 TIMES INDEXED BY IDX-FOR.
                04 TF-QTD       PIC 9(05).
                04 TF-VALOR     PIC 9(13)V99.
                04 TF-QTD-CANC  PIC 9(05).
                04 TF-VAL-CANC  PIC 9(13)V99.

       01 TAB-NOME-FORMA.
          02 FILLER          PIC X(15) VALUE "DDINHEIRO      ".
          02 FILLER          PIC X(15) VALUE "QCHEQUE        ".
          02 FILLER          PIC X(15) VALUE "CCARTAO CREDITO".
          02 FILLER          PIC X(15) VALUE "ECARTAO DEBITO ".

       01 TAB-NOME-FORMA-R REDEFINES TAB-NOME-FORMA.
          02 NF-OCR  OCCURS 4 TIMES.
             03 NF-CODIGO      PIC X(01).
             03 NF-DESCRICAO   PIC X(14).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 REC-01.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "ASSOCIACAO ATLETICA CENTRAL   ".
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(12) VALUE "RECIBO NO. ".
          02 NUM-REC-IMP     PIC 9(08).
          02 FILLER          PIC X(10) VALUE SPACES.

       01 REC-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(19) VALUE "RECEBEMOS DO SOCIO ".
          02 SOCIO-REC-IMP   PIC 9(06).
          02 FILLER          PIC X(03) VALUE " - ".
          02 NOME-REC-IMP    PIC X(30).
          02 FILLER          PIC X(17) VALUE SPACES.

       01 REC-03.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(22) VALUE
             "A IMPORTANCIA DE R$   ".
          02 VALOR-REC-IMP   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(20) VALUE
             " REF. A MENSALIDADE.".
          02 FILLER          PIC X(19) VALUE SPACES.

       01 REC-04.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "FORMA: ".
          02 FORMA-REC-IMP   PIC X(14).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "CAIXA: ".
          02 CAIXA-REC-IMP   PIC X(08).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "DATA: ".
          02 DATA-REC-IMP    PIC 99/99/9999.
          02 FILLER          PIC X(17) VALUE SPACES.

       01 REC-05.
          02 FILLER          PIC X(40) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "______________________________".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 REC-06.
          02 FILLER          PIC X(48) VALUE SPACES.
          02 FILLER          PIC X(14) VALUE "ASSINATURA DO ".
          02 FILLER          PIC X(05) VALUE "CAIXA".
          02 FILLER          PIC X(13) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(34) VALUE
             "FECHAMENTO DO CAIXA DA SECRETARIA ".
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "CAIXA   ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(14) VALUE "FORMA         ".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE " QTD ".
          02 FILLER          PIC X(14) VALUE "      RECEBIDO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE " CANC".
          02 FILLER          PIC X(13) VALUE "    CANCELADO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(14) VALUE "       LIQUIDO".

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CAIXA-REL       PIC X(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FORMA-REL       PIC X(14).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 QTD-REL         PIC ZZZZ9.
          02 VALOR-REL       PIC ZZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 QTD-CANC-REL    PIC ZZZZ9.
          02 VAL-CANC-REL    PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 LIQ-REL         PIC ZZZZZZZZZ9,99-.

       01 CAB-03.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "MOVIMENTOS RECUSADOS                    ".
          02 FILLER          PIC X(39) VALUE SPACES.

       01 DETALHE-REC.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CAIXA-RREL      PIC X(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TIPO-RREL       PIC X(01).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 SOCIO-RREL      PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RECIBO-RREL     PIC 9(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VALOR-RREL      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MOTIVO-RREL     PIC X(26).
          02 FILLER          PIC X(08) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "RECIBOS EMITIDOS:             ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VAL-REC-SAI     PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(28) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "RECIBOS CANCELADOS:           ".
          02 TOT-CANC-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VAL-CANC-SAI    PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(28) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS RECUSADOS:         ".
          02 TOT-RECUS-SAI   PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "FAIXA DE RECIBOS DO TURNO:    ".
          02 REC-INI-SAI     PIC 9(08).
          02 FILLER          PIC X(03) VALUE " A ".
          02 REC-FIM-SAI     PIC 9(08).
          02 FILLER          PIC X(31) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "NOVO ACUMULADO DE CONTROLE:   ".
          02 TOT-ACUM-SAI    PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "______________________________".
          02 FILLER          PIC X(07) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "______________________________".
          02 FILLER          PIC X(08) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(16) VALUE "CAIXA RESPONSAVE".
          02 FILLER          PIC X(01) VALUE "L".
          02 FILLER          PIC X(22) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "TESOUREIRO".
          02 FILLER          PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

       EM05-EX17.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM EMITE-RECIBOS
             VARYING IDX-CX FROM 1 BY 1
             UNTIL IDX-CX GREATER THAN QTD-CX.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM VERIFICA-DIA-FECHADO.
          PERFORM LE-CONTROLE.
          PERFORM LE-CONTROLE-RECIBO.
          PERFORM CARREGA-PARCELAS.
          PERFORM CARREGA-MOVIMENTO.
          IF QTD-CANCEL GREATER THAN ZEROS
             PERFORM CONFERE-CANCELAMENTOS.
          OPEN INPUT  CADSOC1
               OUTPUT CADSOC1N
                      RECIBOS
                      RELCAIXA.
          OPEN EXTEND BAIXAS
                      LIVREC
                      MOVEST.
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
             DISPLAY "EM05/EX17: DATA DE MOVIMENTO JA FECHADA"
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

       LE-CONTROLE-RECIBO.
          OPEN INPUT CTLRECIB.
          READ CTLRECIB
             AT END
             MOVE ZEROS TO REG-CTLREC.
          MOVE ULT-RECIBO-CTL TO ULT-RECIBO.
          CLOSE CTLRECIB.

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

       CARREGA-MOVIMENTO.
          OPEN INPUT MOVCAIXA.
          PERFORM LE-1-MOVIMENTO
             UNTIL FIM-CX EQUAL "SIM".
          CLOSE MOVCAIXA.

       LE-1-MOVIMENTO.
          READ MOVCAIXA
             AT END
             MOVE "SIM" TO FIM-CX.
          IF FIM-CX EQUAL "NAO"
          AND QTD-CX LESS THAN 500
             ADD 1 TO CT-LIDOS
             ADD 1 TO QTD-CX
             SET IDX-CX TO QTD-CX
             MOVE TIPO-CX   TO TC-TIPO (IDX-CX)
             MOVE NUM-CX    TO TC-NUM (IDX-CX)
             MOVE VALOR-CX  TO TC-VALOR (IDX-CX)
             MOVE FORMA-CX  TO TC-FORMA (IDX-CX)
             MOVE CAIXA-CX  TO TC-CAIXA (IDX-CX)
             MOVE RECIBO-CX TO TC-RECIBO (IDX-CX)
             MOVE SPACES    TO TC-NOME (IDX-CX)
             MOVE ZEROS     TO TC-DATA-EMIS (IDX-CX)
             MOVE SPACES    TO TC-MOTIVO (IDX-CX)
             PERFORM CRITICA-MOVIMENTO.

       CRITICA-MOVIMENTO.
          MOVE "N" TO TC-SIT (IDX-CX).
          IF TC-TIPO (IDX-CX) EQUAL "C"
             ADD 1 TO QTD-CANCEL
          ELSE IF TC-TIPO (IDX-CX) NOT EQUAL "P"
             MOVE "R" TO TC-SIT (IDX-CX)
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO TC-MOTIVO (IDX-CX)
          ELSE IF TC-VALOR (IDX-CX) EQUAL ZEROS
             MOVE "R" TO TC-SIT (IDX-CX)
             MOVE "VALOR ZERADO" TO TC-MOTIVO (IDX-CX)
          ELSE
             PERFORM ACHA-FORMA
             IF IND-FORMA EQUAL ZEROS
                MOVE "R" TO TC-SIT (IDX-CX)
                MOVE "FORMA DE PAGTO INVALIDA"
                   TO TC-MOTIVO (IDX-CX).

       ACHA-FORMA.
          MOVE ZEROS TO IND-FORMA.
          IF TC-FORMA (IDX-CX) EQUAL NF-CODIGO (1)
             MOVE 1 TO IND-FORMA
          ELSE IF TC-FORMA (IDX-CX) EQUAL NF-CODIGO (2)
             MOVE 2 TO IND-FORMA
          ELSE IF TC-FORMA (IDX-CX) EQUAL NF-CODIGO (3)
             MOVE 3 TO IND-FORMA
          ELSE IF TC-FORMA (IDX-CX) EQUAL NF-CODIGO (4)
             MOVE 4 TO IND-FORMA.

      *    OS CANCELAMENTOS PEGAM NO LIVRO DE RECIBOS O SOCIO, O
      *    VALOR, A FORMA E A DATA DE EMISSAO DO RECIBO ORIGINAL.
      *    RECIBO INEXISTENTE OU JA CANCELADO E RECUSADO.
       CONFERE-CANCELAMENTOS.
          MOVE "NAO" TO FIM-LREC.
          OPEN INPUT LIVREC.
          PERFORM LE-1-LIVRO
             UNTIL FIM-LREC EQUAL "SIM".
          CLOSE LIVREC.
          PERFORM FECHA-CANCELAMENTO
             VARYING IDX-CX FROM 1 BY 1
             UNTIL IDX-CX GREATER THAN QTD-CX.

       LE-1-LIVRO.
          READ LIVREC
             AT END
             MOVE "SIM" TO FIM-LREC.
          IF FIM-LREC EQUAL "NAO"
             PERFORM CONFERE-1-CANCEL
                VARYING IDX-CX FROM 1 BY 1
                UNTIL IDX-CX GREATER THAN QTD-CX.

       CONFERE-1-CANCEL.
          IF TC-TIPO (IDX-CX) EQUAL "C"
          AND TC-RECIBO (IDX-CX) EQUAL NUM-LREC
             IF TIPO-LREC EQUAL "E"
             AND TC-SIT (IDX-CX) EQUAL "N"
                MOVE "A"            TO TC-SIT (IDX-CX)
                MOVE SOCIO-LREC     TO TC-NUM (IDX-CX)
                MOVE VALOR-LREC     TO TC-VALOR (IDX-CX)
                MOVE FORMA-LREC     TO TC-FORMA (IDX-CX)
                MOVE DATA-EMIS-LREC TO TC-DATA-EMIS (IDX-CX)
             ELSE IF TIPO-LREC EQUAL "C"
                MOVE "R" TO TC-SIT (IDX-CX)
                MOVE "RECIBO JA CANCELADO" TO TC-MOTIVO (IDX-CX).

       FECHA-CANCELAMENTO.
          IF TC-TIPO (IDX-CX) EQUAL "C"
          AND TC-SIT (IDX-CX) EQUAL "N"
             MOVE "R" TO TC-SIT (IDX-CX)
             MOVE "RECIBO NAO ENCONTRADO" TO TC-MOTIVO (IDX-CX).

       LEITURA.
          READ CADSOC1
             AT END
             MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          PERFORM APLICA-PAGAMENTO
             VARYING IDX-CX FROM 1 BY 1
             UNTIL IDX-CX GREATER THAN QTD-CX.
          PERFORM GRAVA-SOC.
          PERFORM LEITURA.

       APLICA-PAGAMENTO.
          IF TC-TIPO (IDX-CX) EQUAL "P"
          AND TC-SIT (IDX-CX) EQUAL "N"
          AND TC-NUM (IDX-CX) EQUAL NUM-ENT
             MOVE "A"      TO TC-SIT (IDX-CX)
             MOVE NOME-ENT TO TC-NOME (IDX-CX)
             MOVE COD-ENT   TO COD-ANTES
             MOVE VALOR-ENT TO VALOR-ANTES
             PERFORM LOCALIZA-PLANO
             IF TEM-PLANO EQUAL "SIM"
                PERFORM BAIXA-PLANO
             ELSE
                PERFORM BAIXA-AVULSA.

       LOCALIZA-PLANO.
          MOVE "NAO" TO TEM-PLANO.
          SET IDX-PARC TO 1.
          PERFORM LOCALIZA-1-PARCELA
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS
                OR TEM-PLANO EQUAL "SIM".

       LOCALIZA-1-PARCELA.
          IF TP-NUM (IDX-PARC) EQUAL NUM-ENT
          AND TP-SIT (IDX-PARC) EQUAL "A"
             MOVE "SIM" TO TEM-PLANO
          ELSE
             SET IDX-PARC UP BY 1.

       BAIXA-PLANO.
          MOVE TC-VALOR (IDX-CX) TO SALDO-RECEBER.
          SET IDX-PARC TO 1.
          PERFORM BAIXA-1-PARCELA
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS
                OR SALDO-RECEBER EQUAL ZEROS.
          PERFORM APURA-SALDO-PLANO.
          IF SALDO-PLANO EQUAL ZEROS
             MOVE 1     TO COD-ENT
             MOVE ZEROS TO VALOR-ENT
          ELSE
             MOVE SALDO-PLANO TO VALOR-ENT.

       BAIXA-1-PARCELA.
          IF TP-NUM (IDX-PARC) EQUAL NUM-ENT
          AND TP-SIT (IDX-PARC) EQUAL "A"
             MOVE TP-SEQ (IDX-PARC) TO SEQ-PARC-BXA
             IF SALDO-RECEBER NOT LESS THAN TP-VALOR (IDX-PARC)
                MOVE TP-VALOR (IDX-PARC) TO VALOR-PARC-BXA
                MOVE "S" TO QUITOU-PARC-BXA
                SUBTRACT TP-VALOR (IDX-PARC) FROM SALDO-RECEBER
                MOVE "P" TO TP-SIT (IDX-PARC)
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

       BAIXA-AVULSA.
          MOVE ZEROS  TO SEQ-PARC-BXA.
          MOVE ZEROS  TO VALOR-PARC-BXA.
          MOVE SPACES TO QUITOU-PARC-BXA.
          PERFORM GRAVA-BAIXA.
          IF COD-ENT NOT EQUAL 2
          OR TC-VALOR (IDX-CX) NOT LESS THAN VALOR-ENT
             MOVE 1 TO COD-ENT
          ELSE
             SUBTRACT TC-VALOR (IDX-CX) FROM VALOR-ENT.

       GRAVA-BAIXA.
          MOVE NUM-ENT           TO NUM-BXA.
          MOVE WS-DATA-HOJE      TO DATA-BXA.
          MOVE "C"               TO ORIGEM-BXA.
          MOVE TC-VALOR (IDX-CX) TO VALOR-BXA.
          MOVE COD-ANTES         TO COD-ANT-BXA.
          MOVE VALOR-ANTES       TO VALOR-ANT-BXA.
          WRITE REG-BXA.

       GRAVA-SOC.
          MOVE COD-ENT        TO COD-ATU.
          MOVE NUM-ENT        TO NUM-ATU.
          MOVE NOME-ENT       TO NOME-ATU.
          MOVE VALOR-ENT      TO VALOR-ATU.
          MOVE DATA-VENC-ENT  TO DATA-VENC-ATU.
          WRITE REG-ATU.
          ADD 1 TO CT-GRAVADOS.

      *    SEGUNDA PASSAGEM, NA ORDEM DE CHEGADA DO MOVIMENTO:
      *    NUMERA E IMPRIME OS RECIBOS, REGISTRA NO LIVRO OS
      *    RECIBOS E CANCELAMENTOS E ACUMULA O FECHAMENTO.
       EMITE-RECIBOS.
          IF TC-TIPO (IDX-CX) EQUAL "P"
          AND TC-SIT (IDX-CX) EQUAL "N"
             MOVE "R" TO TC-SIT (IDX-CX)
             MOVE "SOCIO INEXISTENTE" TO TC-MOTIVO (IDX-CX).
          IF TC-SIT (IDX-CX) EQUAL "A"
             PERFORM ACHA-FORMA
             PERFORM LOCALIZA-CAIXA
             IF TC-TIPO (IDX-CX) EQUAL "P"
                PERFORM EMITE-1-RECIBO
             ELSE
                PERFORM CANCELA-1-RECIBO.

       EMITE-1-RECIBO.
          ADD 1 TO ULT-RECIBO.
          MOVE ULT-RECIBO         TO TC-RECIBO (IDX-CX).
          MOVE ULT-RECIBO         TO NUM-LREC.
          MOVE "E"                TO TIPO-LREC.
          MOVE TC-NUM (IDX-CX)    TO SOCIO-LREC.
          MOVE TC-VALOR (IDX-CX)  TO VALOR-LREC.
          MOVE TC-FORMA (IDX-CX)  TO FORMA-LREC.
          MOVE TC-CAIXA (IDX-CX)  TO CAIXA-LREC.
          MOVE WS-DATA-HOJE       TO DATA-LREC.
          MOVE WS-DATA-HOJE       TO DATA-EMIS-LREC.
          WRITE REG-LREC.
          PERFORM IMPRIME-RECIBO.
          ADD 1 TO TOTAL-RECIBOS.
          ADD TC-VALOR (IDX-CX) TO TOTAL-RECEBIDO.
          IF ACHOU-CAIXA EQUAL "SIM"
             ADD 1 TO TF-QTD (IDX-FEC IND-FORMA)
             ADD TC-VALOR (IDX-CX) TO TF-VALOR (IDX-FEC IND-FORMA).

       CANCELA-1-RECIBO.
          MOVE TC-RECIBO (IDX-CX)    TO NUM-LREC.
          MOVE "C"                   TO TIPO-LREC.
          MOVE TC-NUM (IDX-CX)       TO SOCIO-LREC.
          MOVE TC-VALOR (IDX-CX)     TO VALOR-LREC.
          MOVE TC-FORMA (IDX-CX)     TO FORMA-LREC.
          MOVE TC-CAIXA (IDX-CX)     TO CAIXA-LREC.
          MOVE WS-DATA-HOJE          TO DATA-LREC.
          MOVE TC-DATA-EMIS (IDX-CX) TO DATA-EMIS-LREC.
          WRITE REG-LREC.
          MOVE TC-NUM (IDX-CX)       TO NUM-MEST.
          MOVE TC-DATA-EMIS (IDX-CX) TO DATA-PGTO-MEST.
          MOVE TC-VALOR (IDX-CX)     TO VALOR-MEST.
          MOVE 4                     TO MOTIVO-MEST.
          WRITE REG-MEST.
          ADD 1 TO TOTAL-CANCELADOS.
          ADD TC-VALOR (IDX-CX) TO TOTAL-VAL-CANC.
          IF ACHOU-CAIXA EQUAL "SIM"
             ADD 1 TO TF-QTD-CANC (IDX-FEC IND-FORMA)
             ADD TC-VALOR (IDX-CX) TO TF-VAL-CANC (IDX-FEC IND-FORMA).

       LOCALIZA-CAIXA.
          MOVE "NAO" TO ACHOU-CAIXA.
          SET IDX-FEC TO 1.
          PERFORM LOCALIZA-1-CAIXA
             UNTIL IDX-FEC GREATER THAN QTD-CAIXAS
                OR ACHOU-CAIXA EQUAL "SIM".
          IF ACHOU-CAIXA EQUAL "NAO"
          AND QTD-CAIXAS LESS THAN 20
             ADD 1 TO QTD-CAIXAS
             SET IDX-FEC TO QTD-CAIXAS
             MOVE TC-CAIXA (IDX-CX) TO TF-CAIXA (IDX-FEC)
             PERFORM ZERA-FORMA
                VARYING IDX-FOR FROM 1 BY 1
                UNTIL IDX-FOR GREATER THAN 4
             MOVE "SIM" TO ACHOU-CAIXA.

       LOCALIZA-1-CAIXA.
          IF TF-CAIXA (IDX-FEC) EQUAL TC-CAIXA (IDX-CX)
             MOVE "SIM" TO ACHOU-CAIXA
          ELSE
             SET IDX-FEC UP BY 1.

       ZERA-FORMA.
          MOVE ZEROS TO TF-QTD (IDX-FEC IDX-FOR).
          MOVE ZEROS TO TF-VALOR (IDX-FEC IDX-FOR).
          MOVE ZEROS TO TF-QTD-CANC (IDX-FEC IDX-FOR).
          MOVE ZEROS TO TF-VAL-CANC (IDX-FEC IDX-FOR).

       IMPRIME-RECIBO.
          MOVE ULT-RECIBO          TO NUM-REC-IMP.
          MOVE TC-NUM (IDX-CX)     TO SOCIO-REC-IMP.
          MOVE TC-NOME (IDX-CX)    TO NOME-REC-IMP.
          MOVE TC-VALOR (IDX-CX)   TO VALOR-REC-IMP.
          MOVE NF-DESCRICAO (IND-FORMA) TO FORMA-REC-IMP.
          MOVE TC-CAIXA (IDX-CX)   TO CAIXA-REC-IMP.
          COMPUTE DATA-REC-IMP =
             WS-DIA-HOJE * 1000000
             + WS-MES-HOJE * 10000
             + WS-ANO-HOJE.
          MOVE SPACES TO REG-REC.
          WRITE REG-REC
             AFTER ADVANCING PAGE.
          WRITE REG-REC FROM REC-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-REC FROM REC-02
             AFTER ADVANCING 3 LINES.
          WRITE REG-REC FROM REC-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-REC FROM REC-04
             AFTER ADVANCING 2 LINES.
          WRITE REG-REC FROM REC-05
             AFTER ADVANCING 4 LINES.
          WRITE REG-REC FROM REC-06
             AFTER ADVANCING 1 LINE.

       TERMINO.
          PERFORM GRAVA-CONTROLE-RECIBO.
          PERFORM IMPRIME-FECHAMENTO.
          PERFORM REGRAVA-PARCELAS.
          PERFORM GRAVA-CONTROLE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADSOC1
                CADSOC1N
                RECIBOS
                RELCAIXA
                BAIXAS
                LIVREC
                MOVEST.

       GRAVA-CONTROLE-RECIBO.
          OPEN OUTPUT CTLRECIB.
          MOVE ULT-RECIBO TO ULT-RECIBO-CTL.
          WRITE REG-CTLREC.
          CLOSE CTLRECIB.

       IMPRIME-FECHAMENTO.
          COMPUTE DATA-CAB =
             WS-DIA-HOJE * 1000000
             + WS-MES-HOJE * 10000
             + WS-ANO-HOJE.
          PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-1-CAIXA
             VARYING IDX-FEC FROM 1 BY 1
             UNTIL IDX-FEC GREATER THAN QTD-CAIXAS.
          PERFORM IMPRIME-RECUSADOS.
          PERFORM IMPRIME-TOTAIS.

       IMPRIME-1-CAIXA.
          MOVE ZEROS TO SUB-QTD
                        SUB-VALOR
                        SUB-QTD-CANC
                        SUB-VAL-CANC.
          PERFORM IMPRIME-1-FORMA
             VARYING IDX-FOR FROM 1 BY 1
             UNTIL IDX-FOR GREATER THAN 4.
          MOVE TF-CAIXA (IDX-FEC) TO CAIXA-REL.
          MOVE "TOTAL DO CAIXA"   TO FORMA-REL.
          MOVE SUB-QTD            TO QTD-REL.
          MOVE SUB-VALOR          TO VALOR-REL.
          MOVE SUB-QTD-CANC       TO QTD-CANC-REL.
          MOVE SUB-VAL-CANC       TO VAL-CANC-REL.
          COMPUTE LIQ-REL = SUB-VALOR - SUB-VAL-CANC.
          PERFORM IMPRIME-D0.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-1-FORMA.
          IF TF-QTD (IDX-FEC IDX-FOR) GREATER THAN ZEROS
          OR TF-QTD-CANC (IDX-FEC IDX-FOR) GREATER THAN ZEROS
             MOVE TF-CAIXA (IDX-FEC)      TO CAIXA-REL
             MOVE NF-DESCRICAO (IDX-FOR)  TO FORMA-REL
             MOVE TF-QTD (IDX-FEC IDX-FOR)      TO QTD-REL
             MOVE TF-VALOR (IDX-FEC IDX-FOR)    TO VALOR-REL
             MOVE TF-QTD-CANC (IDX-FEC IDX-FOR) TO QTD-CANC-REL
             MOVE TF-VAL-CANC (IDX-FEC IDX-FOR) TO VAL-CANC-REL
             COMPUTE LIQ-REL = TF-VALOR (IDX-FEC IDX-FOR)
                             - TF-VAL-CANC (IDX-FEC IDX-FOR)
             PERFORM IMPRIME-D0
             ADD TF-QTD (IDX-FEC IDX-FOR)      TO SUB-QTD
             ADD TF-VALOR (IDX-FEC IDX-FOR)    TO SUB-VALOR
             ADD TF-QTD-CANC (IDX-FEC IDX-FOR) TO SUB-QTD-CANC
             ADD TF-VAL-CANC (IDX-FEC IDX-FOR) TO SUB-VAL-CANC.

       IMPRIME-RECUSADOS.
          IF CT-LIN GREATER THAN 35
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.
          PERFORM IMPRIME-1-RECUSADO
             VARYING IDX-CX FROM 1 BY 1
             UNTIL IDX-CX GREATER THAN QTD-CX.

       IMPRIME-1-RECUSADO.
          IF TC-SIT (IDX-CX) EQUAL "R"
             ADD 1 TO TOTAL-RECUSADOS
             MOVE TC-CAIXA (IDX-CX)  TO CAIXA-RREL
             MOVE TC-TIPO (IDX-CX)   TO TIPO-RREL
             MOVE TC-NUM (IDX-CX)    TO SOCIO-RREL
             MOVE TC-RECIBO (IDX-CX) TO RECIBO-RREL
             MOVE TC-VALOR (IDX-CX)  TO VALOR-RREL
             MOVE TC-MOTIVO (IDX-CX) TO MOTIVO-RREL
             IF CT-LIN GREATER THAN 39
                PERFORM IMPRIME-CAB
             END-IF
             WRITE REG-ATR FROM DETALHE-REC
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN.

       IMPRIME-TOTAIS.
          IF TOTAL-RECEBIDO GREATER THAN TOTAL-ACUMULADO
             MOVE ZEROS TO TOTAL-ACUMULADO
          ELSE
             SUBTRACT TOTAL-RECEBIDO FROM TOTAL-ACUMULADO.
          MOVE TOTAL-RECIBOS    TO TOT-REC-SAI.
          MOVE TOTAL-RECEBIDO   TO VAL-REC-SAI.
          MOVE TOTAL-CANCELADOS TO TOT-CANC-SAI.
          MOVE TOTAL-VAL-CANC   TO VAL-CANC-SAI.
          MOVE TOTAL-RECUSADOS  TO TOT-RECUS-SAI.
          COMPUTE REC-INI-SAI = ULT-RECIBO - TOTAL-RECIBOS + 1.
          MOVE ULT-RECIBO       TO REC-FIM-SAI.
          IF TOTAL-RECIBOS EQUAL ZEROS
             MOVE ZEROS TO REC-INI-SAI
                           REC-FIM-SAI.
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
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 5 LINES.
          WRITE REG-ATR FROM ROD-07
             AFTER ADVANCING 1 LINE.

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

       GRAVA-CONTROLE.
          OPEN OUTPUT CTLSOCIO.
          MOVE TOTAL-ACUMULADO TO TOTAL-ACUM-CTL.
          WRITE REG-CTL.
          CLOSE CTLSOCIO.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM05EX17"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE TOTAL-RECIBOS  TO RL-GRAVADOS.
          MOVE TOTAL-RECUSADOS TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
