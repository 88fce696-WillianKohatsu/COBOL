       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX16.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        DEVOLUCAO DE MERCADORIA A FORNECEDOR COM NOTA
      *                DE DEBITO. LE AS DEVOLUCOES DO DIA
      *                (MOVDEVF.DAT: FORNECEDOR, PRODUTO, LOTE,
      *                QUANTIDADE, MOTIVO A AVARIA / V VENCIDO /
      *                R RECALL / O OUTROS E, SE CONHECIDA, A NOTA
      *                FISCAL DE COMPRA). A DEVOLUCAO E CONFERIDA
      *                CONTRA FORNECED.DAT E CONTRA O SALDO DO LOTE
      *                EM LOTES.DAT (INCLUSIVE LOTE BLOQUEADO
      *                P/RECALL NO EM11/EX09) E VALORIZADA AO CUSTO
      *                DA NOTA FISCAL DE COMPRA EM PAGAR.DAT (SEM
      *                NOTA INFORMADA, A ULTIMA DO FORNECEDOR P/O
      *                PRODUTO). DEVOLUCAO ACEITA GERA O MOVIMENTO
      *                "D" NO LAYOUT DE MOVEST, GRAVADO NO EXTRATO
      *                DEVOLMOV.DAT (MESMO ESQUEMA DO RECEBMOV.DAT DO
      *                EM11/EX06), QUE O EM11/EX02 APLICA BAIXANDO O
      *                SALDO E O LOTE DEVOLVIDO, E EMITE A NOTA DE
      *                DEBITO NUMERADA (SEQUENCIA EM CTLNDEB.DAT) NO
      *                CADASTRO NOTADEB.DAT (GERA NOTADEBN.DAT). O
      *                SALDO DAS NOTAS DE DEBITO E COMPENSADO NOS
      *                PROXIMOS TITULOS EM ABERTO DO FORNECEDOR EM
      *                PAGAR.DAT (BRANCO OU "J", NA ORDEM DO
      *                ARQUIVO), ACUMULANDO EM ABATIMENTO-PAG;
      *                TITULO COMPENSADO POR INTEIRO PASSA A "C" E
      *                NAO VAI MAIS PARA A REMESSA DO EM11/EX13.
      *                TITULO JA EM REMESSA ("R") NAO E TOCADO. GERA
      *                PAGARN.DAT. O RELATORIO TRAZ AS DEVOLUCOES,
      *                AS COMPENSACOES E O CREDITO QUE AINDA SOBRA
      *                POR FORNECEDOR.
      *                PAGAR.DAT LEVA A DATA DE LANCAMENTO DO ITEM
      *                (DATA-LANC-PAG, DO EM11/EX07), COPIADA PARA
      *                PAGARN.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  MOVDEVF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  FORNECED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL LOTES  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PAGAR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  PAGARN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL NOTADEB  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  NOTADEBN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTLNDEB  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  DEVOLMOV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELDEVF  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MOVDEVF
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "MOVDEVF.DAT".

       01  REG-DEV.
          02 FORN-DEV               PIC 9(03).
          02 COD-DEV                PIC 9(07).
          02 LOTE-DEV               PIC 9(06).
          02 QTDE-DEV               PIC 9(05).
          02 MOTIVO-DEV             PIC X(01).
          02 NUM-NF-DEV             PIC 9(09).

       FD FORNECED
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "FORNECED.DAT".

       01  REG-FORN.
          02 COD-FORN               PIC 9(03).
          02 NOME-FORN              PIC X(20).
          02 PRAZO-FORN             PIC 9(03).
          02 CNPJ-FORN              PIC 9(14).
          02 ENDERECO-FORN          PIC X(30).
          02 CIDADE-FORN            PIC X(20).
          02 UF-FORN                PIC X(02).
          02 CEP-FORN               PIC 9(08).
          02 CONTATO-FORN           PIC X(20).
          02 TELEFONE-FORN          PIC 9(10).
          02 BANCO-FORN             PIC 9(03).
          02 AGENCIA-FORN           PIC 9(04).
          02 CONTA-FORN             PIC X(10).
          02 SIT-FORN               PIC X(01).

       FD LOTES
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "LOTES.DAT".

       01  REG-LOTE.
          02 COD-LOTE               PIC 9(07).
          02 NUM-LOTE               PIC 9(06).
          02 VALIDADE-LOTE          PIC 9(08).
          02 QTDE-LOTE              PIC 9(05).
          02 SIT-LOTE               PIC X(01).

       FD PAGAR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PAGAR.DAT".

       01 REG-PAG.
          02 FORN-PAG           PIC 9(03).
          02 NUM-NF-PAG         PIC 9(09).
          02 COD-PROD-PAG       PIC 9(07).
          02 QTDE-PAG           PIC 9(05).
          02 CUSTO-PAG          PIC 9(05)V99.
          02 VALOR-PAG          PIC 9(11)V99.
          02 DATA-VENC-PAG.
             03 DD-VENC-PAG     PIC 99.
             03 MM-VENC-PAG     PIC 99.
             03 AAAA-VENC-PAG   PIC 9(04).
          02 SIT-PAG            PIC X(01).
          02 NUM-REM-PAG        PIC 9(06).
          02 DATA-PAGTO-PAG     PIC 9(08).
          02 ABATIMENTO-PAG     PIC 9(11)V99.
          02 DATA-LANC-PAG      PIC 9(08).

       FD PAGARN
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PAGARN.DAT".

       01 REG-PAGN              PIC X(88).

       FD NOTADEB
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "NOTADEB.DAT".

       01  REG-ND.
          02 NUM-ND                 PIC 9(06).
          02 FORN-ND                PIC 9(03).
          02 DATA-ND                PIC 9(08).
          02 COD-ND                 PIC 9(07).
          02 LOTE-ND                PIC 9(06).
          02 QTDE-ND                PIC 9(05).
          02 CUSTO-ND               PIC 9(05)V99.
          02 VALOR-ND               PIC 9(11)V99.
          02 NUM-NF-ND              PIC 9(09).
          02 MOTIVO-ND              PIC X(01).
          02 SALDO-ND               PIC 9(11)V99.

       FD NOTADEBN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "NOTADEBN.DAT".

       01  REG-NDN.
          02 NUM-NDN                PIC 9(06).
          02 FORN-NDN               PIC 9(03).
          02 DATA-NDN               PIC 9(08).
          02 COD-NDN                PIC 9(07).
          02 LOTE-NDN               PIC 9(06).
          02 QTDE-NDN               PIC 9(05).
          02 CUSTO-NDN              PIC 9(05)V99.
          02 VALOR-NDN              PIC 9(11)V99.
          02 NUM-NF-NDN             PIC 9(09).
          02 MOTIVO-NDN             PIC X(01).
          02 SALDO-NDN              PIC 9(11)V99.

       FD CTLNDEB
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CTLNDEB.DAT".

       01  REG-CTLNDEB.
          02 SEQ-NDEB-CTL           PIC 9(06).

       FD DEVOLMOV
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "DEVOLMOV.DAT".

       01  REG-MOV.
          02 COD-MOV                PIC 9(07).
          02 TIPO-MOV               PIC X(01).
          02 QTDE-MOV               PIC 9(05).
          02 SINAL-MOV              PIC X(01).
          02 CUSTO-MOV              PIC 9(05)V99.
          02 LOTE-MOV               PIC 9(06).
          02 VALIDADE-MOV           PIC 9(08).
          02 LOJA-ORIG-MOV          PIC 9(02).
          02 LOJA-DEST-MOV          PIC 9(02).

       FD RELDEVF
          LABEL  RECORD  IS  OMITTED.

       01 REG-ATR            PIC X(80).

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
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 FIM-DEV            PIC X(03)    VALUE "NAO".
       77 FIM-FOR            PIC X(03)    VALUE "NAO".
       77 FIM-LOT            PIC X(03)    VALUE "NAO".
       77 FIM-PAG            PIC X(03)    VALUE "NAO".
       77 FIM-ND             PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 QTD-FORNS          PIC 9(02)    VALUE ZEROS.
       77 QTD-LOTES          PIC 9(04)    VALUE ZEROS.
       77 QTD-DEVOL          PIC 9(04)    VALUE ZEROS.
       77 QTD-NOTAS          PIC 9(04)    VALUE ZEROS.
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 ACHOU-LOTE         PIC X(03)    VALUE "NAO".
       77 ACHOU-NOTA         PIC X(03)    VALUE "NAO".
       77 IDX-FOR-ACH        PIC 9(02)    VALUE ZEROS.
       77 IDX-LOT-ACH        PIC 9(04)    VALUE ZEROS.
       77 IDX-ND-ACH         PIC 9(04)    VALUE ZEROS.
       77 SEQ-NDEB           PIC 9(06)    VALUE ZEROS.
       77 VALOR-NOTA         PIC 9(11)V99 VALUE ZEROS.
       77 VALOR-ABERTO       PIC 9(11)V99 VALUE ZEROS.
       77 VALOR-COMPENSADO   PIC 9(11)V99 VALUE ZEROS.
       77 SALDO-FORN         PIC 9(13)V99 VALUE ZEROS.
       77 NOTAS-FORN         PIC 9(04)    VALUE ZEROS.
       77 DATA-DMA           PIC 9(08)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(05)    VALUE ZEROS.
       77 CT-EMITIDAS        PIC 9(05)    VALUE ZEROS.
       77 CT-RECUSADAS       PIC 9(05)    VALUE ZEROS.
       77 CT-QUITADOS        PIC 9(05)    VALUE ZEROS.
       77 CT-ABATIDOS        PIC 9(05)    VALUE ZEROS.
       77 TOTAL-EMITIDO      PIC 9(13)V99 VALUE ZEROS.
       77 TOTAL-COMPENSADO   PIC 9(13)V99 VALUE ZEROS.
       77 TOTAL-CREDITO      PIC 9(13)V99 VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 TAB-FORN.
          02 FORN-OCR  OCCURS 50 TIMES INDEXED BY IDX-FOR.
             03 TFORN-COD      PIC 9(03).
             03 TFORN-NOME     PIC X(20).

       01 TAB-LOTES.
          02 LOT-OCR  OCCURS 1000 TIMES INDEXED BY IDX-LOT.
             03 TLOT-COD       PIC 9(07).
             03 TLOT-LOTE      PIC 9(06).
             03 TLOT-VALIDADE  PIC 9(08).
             03 TLOT-QTDE      PIC 9(05).

       01 TAB-DEVOL.
          02 DEV-OCR  OCCURS 500 TIMES INDEXED BY IDX-DEV.
             03 TDEV-FORN      PIC 9(03).
             03 TDEV-COD       PIC 9(07).
             03 TDEV-LOTE      PIC 9(06).
             03 TDEV-QTDE      PIC 9(05).
             03 TDEV-MOTIVO    PIC X(01).
             03 TDEV-NF        PIC 9(09).
             03 TDEV-NF-ACH    PIC 9(09).
             03 TDEV-CUSTO     PIC 9(05)V99.
             03 TDEV-ACHOU     PIC X(03).

      *    SO AS NOTAS COM SALDO A COMPENSAR FICAM NA TABELA; AS
      *    JA COMPENSADAS PASSAM DIRETO PARA NOTADEBN.
       01 TAB-NOTAS.
          02 ND-OCR  OCCURS 1000 TIMES INDEXED BY IDX-ND.
             03 TND-NUM        PIC 9(06).
             03 TND-FORN       PIC 9(03).
             03 TND-DATA       PIC 9(08).
             03 TND-COD        PIC 9(07).
             03 TND-LOTE       PIC 9(06).
             03 TND-QTDE       PIC 9(05).
             03 TND-CUSTO      PIC 9(05)V99.
             03 TND-VALOR      PIC 9(11)V99.
             03 TND-NF         PIC 9(09).
             03 TND-MOTIVO     PIC X(01).
             03 TND-SALDO      PIC 9(11)V99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(44) VALUE
             "DEVOLUCOES A FORNECEDOR E NOTAS DE DEBITO".
          02 FILLER          PIC X(13) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "DEVOLUCOES DO DIA".
          02 FILLER          PIC X(37) VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(04) VALUE "FORN".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "PRODUTO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "  LOTE".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE " QTDE".
          02 FILLER          PIC X(03) VALUE " M ".
          02 FILLER          PIC X(06) VALUE "N.DEB.".
          02 FILLER          PIC X(09) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(23) VALUE SPACES.

       01 DET-DEV.
          02 FORN-DDV        PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 COD-DDV         PIC 9(07).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 LOTE-DDV        PIC 9(06).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 QTDE-DDV        PIC ZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MOTIVO-DDV      PIC X(01).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NUM-ND-DDV      PIC ZZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VALOR-DDV       PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MENSAGEM-DDV    PIC X(31).

       01 CAB-04.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "COMPENSACOES NO CONTAS A PAGAR".
          02 FILLER          PIC X(37) VALUE SPACES.

       01 CAB-05.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "N.DEB.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "FORN".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "NOTA FISCAL".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "VENCIMENTO".
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "COMPENSADO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "SITUACAO".
          02 FILLER          PIC X(17) VALUE SPACES.

       01 DET-COMP.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NUM-ND-CMP      PIC 9(06).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FORN-CMP        PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NF-CMP          PIC 9(09).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VENC-CMP        PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VALOR-CMP       PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 SITUACAO-CMP    PIC X(20).
          02 FILLER          PIC X(05) VALUE SPACES.

       01 CAB-06.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "CREDITOS EM ABERTO POR FORNECEDOR".
          02 FILLER          PIC X(37) VALUE SPACES.

       01 CAB-07.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "FORN".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "NOTAS".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(16) VALUE "SALDO A COMPENS.".
          02 FILLER          PIC X(28) VALUE SPACES.

       01 DET-CRED.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FORN-CRD        PIC 9(03).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-CRD        PIC X(20).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 NOTAS-CRD       PIC ZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 SALDO-CRD       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(26) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "DEVOLUCOES LIDAS:             ".
          02 CONT-LID        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "NOTAS DE DEBITO EMITIDAS:     ".
          02 CONT-EMI        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "DEVOLUCOES RECUSADAS:         ".
          02 CONT-REC        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "TITULOS QUITADOS P/COMPENSACAO".
          02 CONT-QUI        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "TITULOS ABATIDOS EM PARTE:    ".
          02 CONT-ABT        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "VALOR DAS NOTAS EMITIDAS:     ".
          02 VALOR-EMI-SAI   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(32) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "VALOR COMPENSADO:             ".
          02 VALOR-CMP-SAI   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(32) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "CREDITO AINDA A COMPENSAR:    ".
          02 VALOR-CRD-SAI   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       EM11-EX16.
          PERFORM INICIO.
          PERFORM PROCESSA-DEVOLUCAO
             VARYING IDX-DEV FROM 1 BY 1
             UNTIL IDX-DEV GREATER THAN QTD-DEVOL.
          PERFORM COMPENSA-TITULOS.
          PERFORM IMPRIME-CREDITOS.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-CONTROLE.
          PERFORM CARREGA-FORNECEDORES.
          PERFORM CARREGA-LOTES.
          PERFORM CARREGA-DEVOLUCOES.
          PERFORM BUSCA-CUSTOS.
          OPEN OUTPUT NOTADEBN.
          PERFORM CARREGA-NOTAS.
          OPEN OUTPUT DEVOLMOV
                      RELDEVF.
          PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 4 TO CT-LIN.

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
          OPEN INPUT CTLNDEB.
          READ CTLNDEB
             AT END
             MOVE ZEROS TO REG-CTLNDEB.
          MOVE SEQ-NDEB-CTL TO SEQ-NDEB.
          CLOSE CTLNDEB.

       CARREGA-FORNECEDORES.
          OPEN INPUT FORNECED.
          PERFORM LE-1-FORNECEDOR
             UNTIL FIM-FOR EQUAL "SIM".
          CLOSE FORNECED.

       LE-1-FORNECEDOR.
          READ FORNECED
             AT END
             MOVE "SIM" TO FIM-FOR.
          IF FIM-FOR EQUAL "NAO"
          AND QTD-FORNS LESS THAN 50
             ADD 1 TO QTD-FORNS
             SET IDX-FOR TO QTD-FORNS
             MOVE COD-FORN     TO TFORN-COD (IDX-FOR)
             MOVE NOME-FORN    TO TFORN-NOME (IDX-FOR).

       CARREGA-LOTES.
          OPEN INPUT LOTES.
          PERFORM LE-1-LOTE
             UNTIL FIM-LOT EQUAL "SIM".
          CLOSE LOTES.

       LE-1-LOTE.
          READ LOTES
             AT END
             MOVE "SIM" TO FIM-LOT.
          IF FIM-LOT EQUAL "NAO"
          AND QTD-LOTES LESS THAN 1000
             ADD 1 TO QTD-LOTES
             SET IDX-LOT TO QTD-LOTES
             MOVE COD-LOTE      TO TLOT-COD (IDX-LOT)
             MOVE NUM-LOTE      TO TLOT-LOTE (IDX-LOT)
             MOVE VALIDADE-LOTE TO TLOT-VALIDADE (IDX-LOT)
             MOVE QTDE-LOTE     TO TLOT-QTDE (IDX-LOT).

       CARREGA-DEVOLUCOES.
          OPEN INPUT MOVDEVF.
          PERFORM LE-1-DEVOLUCAO
             UNTIL FIM-DEV EQUAL "SIM".
          CLOSE MOVDEVF.

       LE-1-DEVOLUCAO.
          READ MOVDEVF
             AT END
             MOVE "SIM" TO FIM-DEV.
          IF FIM-DEV EQUAL "NAO"
          AND QTD-DEVOL LESS THAN 500
             ADD 1 TO QTD-DEVOL
             SET IDX-DEV TO QTD-DEVOL
             MOVE FORN-DEV     TO TDEV-FORN (IDX-DEV)
             MOVE COD-DEV      TO TDEV-COD (IDX-DEV)
             MOVE LOTE-DEV     TO TDEV-LOTE (IDX-DEV)
             MOVE QTDE-DEV     TO TDEV-QTDE (IDX-DEV)
             MOVE MOTIVO-DEV   TO TDEV-MOTIVO (IDX-DEV)
             MOVE NUM-NF-DEV   TO TDEV-NF (IDX-DEV)
             MOVE ZEROS        TO TDEV-NF-ACH (IDX-DEV)
                                  TDEV-CUSTO (IDX-DEV)
             MOVE "NAO"        TO TDEV-ACHOU (IDX-DEV).

      *    PRIMEIRA PASSADA NO CONTAS A PAGAR: CUSTO DA NOTA FISCAL
      *    DE COMPRA DE CADA DEVOLUCAO (A ULTIMA QUE CASAR).
       BUSCA-CUSTOS.
          OPEN INPUT PAGAR.
          PERFORM LER-PAG.
          PERFORM BUSCA-1-CUSTO
             UNTIL FIM-PAG EQUAL "SIM".
          CLOSE PAGAR.

       LER-PAG.
          READ PAGAR
             AT END
             MOVE "SIM" TO FIM-PAG.

       BUSCA-1-CUSTO.
          PERFORM CASA-1-DEVOLUCAO
             VARYING IDX-DEV FROM 1 BY 1
             UNTIL IDX-DEV GREATER THAN QTD-DEVOL.
          PERFORM LER-PAG.

       CASA-1-DEVOLUCAO.
          IF TDEV-FORN (IDX-DEV) EQUAL FORN-PAG
          AND TDEV-COD (IDX-DEV) EQUAL COD-PROD-PAG
             IF TDEV-NF (IDX-DEV) EQUAL ZEROS
             OR TDEV-NF (IDX-DEV) EQUAL NUM-NF-PAG
                MOVE "SIM"      TO TDEV-ACHOU (IDX-DEV)
                MOVE NUM-NF-PAG TO TDEV-NF-ACH (IDX-DEV)
                MOVE CUSTO-PAG  TO TDEV-CUSTO (IDX-DEV).

       CARREGA-NOTAS.
          OPEN INPUT NOTADEB.
          PERFORM LE-1-NOTA
             UNTIL FIM-ND EQUAL "SIM".
          CLOSE NOTADEB.

       LE-1-NOTA.
          READ NOTADEB
             AT END
             MOVE "SIM" TO FIM-ND.
          IF FIM-ND EQUAL "NAO"
             IF SALDO-ND GREATER THAN ZEROS
             AND QTD-NOTAS LESS THAN 1000
                ADD 1 TO QTD-NOTAS
                SET IDX-ND TO QTD-NOTAS
                MOVE NUM-ND    TO TND-NUM (IDX-ND)
                MOVE FORN-ND   TO TND-FORN (IDX-ND)
                MOVE DATA-ND   TO TND-DATA (IDX-ND)
                MOVE COD-ND    TO TND-COD (IDX-ND)
                MOVE LOTE-ND   TO TND-LOTE (IDX-ND)
                MOVE QTDE-ND   TO TND-QTDE (IDX-ND)
                MOVE CUSTO-ND  TO TND-CUSTO (IDX-ND)
                MOVE VALOR-ND  TO TND-VALOR (IDX-ND)
                MOVE NUM-NF-ND TO TND-NF (IDX-ND)
                MOVE MOTIVO-ND TO TND-MOTIVO (IDX-ND)
                MOVE SALDO-ND  TO TND-SALDO (IDX-ND)
             ELSE
                WRITE REG-NDN FROM REG-ND.

       PROCESSA-DEVOLUCAO.
          ADD 1 TO CT-LIDOS.
          MOVE TDEV-FORN (IDX-DEV)   TO FORN-DDV.
          MOVE TDEV-COD (IDX-DEV)    TO COD-DDV.
          MOVE TDEV-LOTE (IDX-DEV)   TO LOTE-DDV.
          MOVE TDEV-QTDE (IDX-DEV)   TO QTDE-DDV.
          MOVE TDEV-MOTIVO (IDX-DEV) TO MOTIVO-DDV.
          MOVE ZEROS                 TO NUM-ND-DDV
                                        VALOR-DDV.
          PERFORM BUSCA-FORNECEDOR.
          PERFORM BUSCA-LOTE.
          IF TDEV-QTDE (IDX-DEV) EQUAL ZEROS
             MOVE "QUANTIDADE ZERADA" TO MENSAGEM-DDV
             PERFORM RECUSA-DEVOLUCAO
          ELSE IF TDEV-MOTIVO (IDX-DEV) NOT EQUAL "A"
          AND TDEV-MOTIVO (IDX-DEV) NOT EQUAL "V"
          AND TDEV-MOTIVO (IDX-DEV) NOT EQUAL "R"
          AND TDEV-MOTIVO (IDX-DEV) NOT EQUAL "O"
             MOVE "MOTIVO INVALIDO" TO MENSAGEM-DDV
             PERFORM RECUSA-DEVOLUCAO
          ELSE IF ACHOU EQUAL "NAO"
             MOVE "FORNECEDOR NAO CADASTRADO" TO MENSAGEM-DDV
             PERFORM RECUSA-DEVOLUCAO
          ELSE IF ACHOU-LOTE EQUAL "NAO"
             MOVE "LOTE NAO ENCONTRADO P/O PRODUTO"
                TO MENSAGEM-DDV
             PERFORM RECUSA-DEVOLUCAO
          ELSE IF TLOT-QTDE (IDX-LOT-ACH)
                  LESS THAN TDEV-QTDE (IDX-DEV)
             MOVE "QUANTIDADE ACIMA DO SALDO DO LOTE"
                TO MENSAGEM-DDV
             PERFORM RECUSA-DEVOLUCAO
          ELSE IF TDEV-ACHOU (IDX-DEV) EQUAL "NAO"
             MOVE "NOTA FISCAL DE COMPRA NAO ACHADA"
                TO MENSAGEM-DDV
             PERFORM RECUSA-DEVOLUCAO
          ELSE IF QTD-NOTAS NOT LESS THAN 1000
             MOVE "TABELA DE NOTAS DE DEBITO CHEIA"
                TO MENSAGEM-DDV
             PERFORM RECUSA-DEVOLUCAO
          ELSE
             PERFORM EMITE-NOTA.
          PERFORM IMPRIME-DEVOLUCAO.

       BUSCA-FORNECEDOR.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-FORN
             VARYING IDX-FOR FROM 1 BY 1
             UNTIL IDX-FOR GREATER THAN QTD-FORNS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-FORN.
          IF TFORN-COD (IDX-FOR) EQUAL TDEV-FORN (IDX-DEV)
             SET IDX-FOR-ACH TO IDX-FOR
             MOVE "SIM" TO ACHOU.

       BUSCA-LOTE.
          MOVE "NAO" TO ACHOU-LOTE.
          PERFORM BUSCA-1-LOTE
             VARYING IDX-LOT FROM 1 BY 1
             UNTIL IDX-LOT GREATER THAN QTD-LOTES
                OR ACHOU-LOTE EQUAL "SIM".

       BUSCA-1-LOTE.
          IF TLOT-COD (IDX-LOT) EQUAL TDEV-COD (IDX-DEV)
          AND TLOT-LOTE (IDX-LOT) EQUAL TDEV-LOTE (IDX-DEV)
             SET IDX-LOT-ACH TO IDX-LOT
             MOVE "SIM" TO ACHOU-LOTE.

       RECUSA-DEVOLUCAO.
          ADD 1 TO CT-RECUSADAS.

       EMITE-NOTA.
          ADD 1 TO SEQ-NDEB.
          ADD 1 TO CT-EMITIDAS.
          COMPUTE VALOR-NOTA =
             TDEV-QTDE (IDX-DEV) * TDEV-CUSTO (IDX-DEV).
          ADD VALOR-NOTA TO TOTAL-EMITIDO.
          SUBTRACT TDEV-QTDE (IDX-DEV) FROM TLOT-QTDE (IDX-LOT-ACH).
          ADD 1 TO QTD-NOTAS.
          SET IDX-ND TO QTD-NOTAS.
          MOVE SEQ-NDEB              TO TND-NUM (IDX-ND).
          MOVE TDEV-FORN (IDX-DEV)   TO TND-FORN (IDX-ND).
          MOVE WS-DATA-HOJE          TO TND-DATA (IDX-ND).
          MOVE TDEV-COD (IDX-DEV)    TO TND-COD (IDX-ND).
          MOVE TDEV-LOTE (IDX-DEV)   TO TND-LOTE (IDX-ND).
          MOVE TDEV-QTDE (IDX-DEV)   TO TND-QTDE (IDX-ND).
          MOVE TDEV-CUSTO (IDX-DEV)  TO TND-CUSTO (IDX-ND).
          MOVE VALOR-NOTA            TO TND-VALOR (IDX-ND)
                                        TND-SALDO (IDX-ND).
          MOVE TDEV-NF-ACH (IDX-DEV) TO TND-NF (IDX-ND).
          MOVE TDEV-MOTIVO (IDX-DEV) TO TND-MOTIVO (IDX-ND).
          PERFORM GRAVA-MOVIMENTO.
          MOVE SEQ-NDEB   TO NUM-ND-DDV.
          MOVE VALOR-NOTA TO VALOR-DDV.
          MOVE "NOTA DE DEBITO EMITIDA" TO MENSAGEM-DDV.

       GRAVA-MOVIMENTO.
          MOVE TDEV-COD (IDX-DEV)          TO COD-MOV.
          MOVE "D"                         TO TIPO-MOV.
          MOVE TDEV-QTDE (IDX-DEV)         TO QTDE-MOV.
          MOVE "-"                         TO SINAL-MOV.
          MOVE TDEV-CUSTO (IDX-DEV)        TO CUSTO-MOV.
          MOVE TDEV-LOTE (IDX-DEV)         TO LOTE-MOV.
          MOVE TLOT-VALIDADE (IDX-LOT-ACH) TO VALIDADE-MOV.
          MOVE ZEROS                       TO LOJA-ORIG-MOV
                                              LOJA-DEST-MOV.
          WRITE REG-MOV.

       IMPRIME-DEVOLUCAO.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DET-DEV
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *    SEGUNDA PASSADA: O SALDO DAS NOTAS ABATE OS PROXIMOS
      *    TITULOS EM ABERTO DO FORNECEDOR, NA ORDEM DO ARQUIVO.
       COMPENSA-TITULOS.
          IF CT-LIN GREATER THAN 36
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-04
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM CAB-05
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 5 TO CT-LIN.
          MOVE "NAO" TO FIM-PAG.
          OPEN INPUT PAGAR
               OUTPUT PAGARN.
          PERFORM LER-PAG.
          PERFORM COMPENSA-1-TITULO
             UNTIL FIM-PAG EQUAL "SIM".
          CLOSE PAGAR
                PAGARN.

       COMPENSA-1-TITULO.
          IF ABATIMENTO-PAG NOT NUMERIC
             MOVE ZEROS TO ABATIMENTO-PAG.
          IF SIT-PAG EQUAL SPACES OR "J"
             MOVE "SIM" TO ACHOU-NOTA
             PERFORM ABATE-TITULO
                UNTIL ACHOU-NOTA EQUAL "NAO"
                   OR SIT-PAG EQUAL "C".
          WRITE REG-PAGN FROM REG-PAG.
          PERFORM LER-PAG.

       ABATE-TITULO.
          MOVE "NAO" TO ACHOU-NOTA.
          PERFORM BUSCA-1-NOTA
             VARYING IDX-ND FROM 1 BY 1
             UNTIL IDX-ND GREATER THAN QTD-NOTAS
                OR ACHOU-NOTA EQUAL "SIM".
          IF ACHOU-NOTA EQUAL "SIM"
             SET IDX-ND TO IDX-ND-ACH
             COMPUTE VALOR-ABERTO = VALOR-PAG - ABATIMENTO-PAG
             IF TND-SALDO (IDX-ND) NOT LESS THAN VALOR-ABERTO
                MOVE VALOR-ABERTO TO VALOR-COMPENSADO
                MOVE "C"          TO SIT-PAG
                MOVE ZEROS        TO NUM-REM-PAG
                MOVE WS-DATA-HOJE TO DATA-PAGTO-PAG
                MOVE "TITULO QUITADO" TO SITUACAO-CMP
                ADD 1 TO CT-QUITADOS
             ELSE
                MOVE TND-SALDO (IDX-ND) TO VALOR-COMPENSADO
                MOVE "ABATIMENTO PARCIAL" TO SITUACAO-CMP
                ADD 1 TO CT-ABATIDOS
             END-IF
             ADD VALOR-COMPENSADO TO ABATIMENTO-PAG
                                     TOTAL-COMPENSADO
             SUBTRACT VALOR-COMPENSADO FROM TND-SALDO (IDX-ND)
             PERFORM IMPRIME-COMPENSACAO.

       BUSCA-1-NOTA.
          IF TND-FORN (IDX-ND) EQUAL FORN-PAG
          AND TND-SALDO (IDX-ND) GREATER THAN ZEROS
             SET IDX-ND-ACH TO IDX-ND
             MOVE "SIM" TO ACHOU-NOTA.

       IMPRIME-COMPENSACAO.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE TND-NUM (IDX-ND)  TO NUM-ND-CMP.
          MOVE FORN-PAG          TO FORN-CMP.
          MOVE NUM-NF-PAG        TO NF-CMP.
          MOVE DATA-VENC-PAG     TO DATA-DMA.
          MOVE DATA-DMA          TO VENC-CMP.
          MOVE VALOR-COMPENSADO  TO VALOR-CMP.
          WRITE REG-ATR FROM DET-COMP
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-CREDITOS.
          IF CT-LIN GREATER THAN 36
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-06
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM CAB-07
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 5 TO CT-LIN.
          PERFORM IMPRIME-1-CREDITO
             VARYING IDX-FOR FROM 1 BY 1
             UNTIL IDX-FOR GREATER THAN QTD-FORNS.

       IMPRIME-1-CREDITO.
          MOVE ZEROS TO SALDO-FORN
                        NOTAS-FORN.
          PERFORM SOMA-1-CREDITO
             VARYING IDX-ND FROM 1 BY 1
             UNTIL IDX-ND GREATER THAN QTD-NOTAS.
          IF SALDO-FORN GREATER THAN ZEROS
             IF CT-LIN GREATER THAN 39
                PERFORM IMPRIME-CAB
             END-IF
             ADD SALDO-FORN TO TOTAL-CREDITO
             MOVE TFORN-COD (IDX-FOR)  TO FORN-CRD
             MOVE TFORN-NOME (IDX-FOR) TO NOME-CRD
             MOVE NOTAS-FORN           TO NOTAS-CRD
             MOVE SALDO-FORN           TO SALDO-CRD
             WRITE REG-ATR FROM DET-CRED
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN.

       SOMA-1-CREDITO.
          IF TND-FORN (IDX-ND) EQUAL TFORN-COD (IDX-FOR)
          AND TND-SALDO (IDX-ND) GREATER THAN ZEROS
             ADD 1                 TO NOTAS-FORN
             ADD TND-SALDO (IDX-ND) TO SALDO-FORN.

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO CT-LIN.

       TERMINO.
          PERFORM GRAVA-1-NOTA
             VARYING IDX-ND FROM 1 BY 1
             UNTIL IDX-ND GREATER THAN QTD-NOTAS.
          CLOSE NOTADEBN.
          PERFORM GRAVA-CONTROLE.
          MOVE CT-LIDOS         TO CONT-LID.
          MOVE CT-EMITIDAS      TO CONT-EMI.
          MOVE CT-RECUSADAS     TO CONT-REC.
          MOVE CT-QUITADOS      TO CONT-QUI.
          MOVE CT-ABATIDOS      TO CONT-ABT.
          MOVE TOTAL-EMITIDO    TO VALOR-EMI-SAI.
          MOVE TOTAL-COMPENSADO TO VALOR-CMP-SAI.
          MOVE TOTAL-CREDITO    TO VALOR-CRD-SAI.
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
          PERFORM GRAVA-RUNLOG.
          CLOSE DEVOLMOV
                RELDEVF.

       GRAVA-1-NOTA.
          MOVE TND-NUM (IDX-ND)    TO NUM-NDN.
          MOVE TND-FORN (IDX-ND)   TO FORN-NDN.
          MOVE TND-DATA (IDX-ND)   TO DATA-NDN.
          MOVE TND-COD (IDX-ND)    TO COD-NDN.
          MOVE TND-LOTE (IDX-ND)   TO LOTE-NDN.
          MOVE TND-QTDE (IDX-ND)   TO QTDE-NDN.
          MOVE TND-CUSTO (IDX-ND)  TO CUSTO-NDN.
          MOVE TND-VALOR (IDX-ND)  TO VALOR-NDN.
          MOVE TND-NF (IDX-ND)     TO NUM-NF-NDN.
          MOVE TND-MOTIVO (IDX-ND) TO MOTIVO-NDN.
          MOVE TND-SALDO (IDX-ND)  TO SALDO-NDN.
          WRITE REG-NDN.

       GRAVA-CONTROLE.
          OPEN OUTPUT CTLNDEB.
          MOVE SEQ-NDEB TO SEQ-NDEB-CTL.
          WRITE REG-CTLNDEB.
          CLOSE CTLNDEB.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX16"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-EMITIDAS    TO RL-GRAVADOS.
          MOVE CT-RECUSADAS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
