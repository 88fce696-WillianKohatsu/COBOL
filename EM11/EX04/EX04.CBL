      *                MENOS O SALDO) E TRAILER DE VALOR AO CUSTO.
      *                CADA ITEM PEDIDO E ACRESCIDO A PEDABERT.DAT
      *                PARA A MESMA FALTA NAO GERAR PEDIDO EM
      *                DUPLICIDADE AMANHA. FALTA DE FORNECEDOR
      *                INATIVO (SIT-FORN "I", MANTIDO PELO EM11/EX12)
      *                NAO GERA PEDIDO E E CONTADA NO RODAPE. O
      *                MESMO VALE PARA FORNECEDOR COM CNPJ BAIXADO NA
      *                RECEITA FEDERAL (SIT-RFB-FORN "B", GRAVADO
      *                PELO RETORNO DA CONSULTA NO EM12/EX14).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
          02 SIT-RFB-FORN           PIC X(01).
          02 DATA-RFB-FORN          PIC 9(08).

       FD PEDABERT
          LABEL  RECORD  ARE  STANDARD
       77 CT-ITENS           PIC 9(05)    VALUE ZEROS.
       77 CT-JA-PEDIDOS      PIC 9(05)    VALUE ZEROS.
       77 CT-PEDIDOS         PIC 9(05)    VALUE ZEROS.
       77 CT-FORN-INATIVO    PIC 9(05)    VALUE ZEROS.
       77 CT-CNPJ-BAIXADO    PIC 9(05)    VALUE ZEROS.
       77 NOME-FORN-ATUAL    PIC X(20)    VALUE SPACES.

       01 TAB-FORN.
             03 TFORN-COD      PIC 9(03).
             03 TFORN-NOME     PIC X(20).
             03 TFORN-PRAZO    PIC 9(03).
             03 TFORN-SIT      PIC X(01).
             03 TFORN-RFB      PIC X(01).

       01 TAB-ABERTO.
          02 ABER-OCR  OCCURS 500 TIMES INDEXED BY IDX-ABE
          02 CONT-PED        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "FALTAS DE FORNECEDOR INATIVO: ".
          02 CONT-INA        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "FALTAS DE FORN. CNPJ BAIXADO: ".
          02 CONT-BXD        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE  DIVISION.

       EM11-EX04.
             SET IDX-FOR TO QTD-FORNS
             MOVE COD-FORN   TO TFORN-COD (IDX-FOR)
             MOVE NOME-FORN  TO TFORN-NOME (IDX-FOR)
             MOVE PRAZO-FORN TO TFORN-PRAZO (IDX-FOR)
             MOVE SIT-FORN   TO TFORN-SIT (IDX-FOR)
             MOVE SIT-RFB-FORN TO TFORN-RFB (IDX-FOR).

       CARREGA-ABERTOS.
          OPEN INPUT PEDABERT.
          IF ACHOU EQUAL "SIM"
             ADD 1 TO CT-JA-PEDIDOS
          ELSE
             MOVE FORN-PROD TO FORN-TRAB
             PERFORM BUSCA-FORNECEDOR
             IF ACHOU EQUAL "SIM"
             AND TFORN-SIT (IDX-FOR-ACH) EQUAL "I"
                ADD 1 TO CT-FORN-INATIVO
             ELSE IF ACHOU EQUAL "SIM"
             AND TFORN-RFB (IDX-FOR-ACH) EQUAL "B"
                ADD 1 TO CT-CNPJ-BAIXADO
             ELSE
                PERFORM LIBERA-FALTA.

       LIBERA-FALTA SECTION.
          COMPUTE QTDE-PEDIR =
             (LIMITE-ESTOQUE * 2) - ESTOQUE-PROD.
          MOVE FORN-PROD   TO FORN-TRAB.
          MOVE COD-PROD    TO COD-TRAB.
          MOVE NOME-PROD   TO NOME-TRAB.
          MOVE QTDE-PEDIR  TO QTDE-TRAB.
          MOVE CUSTO-PROD  TO CUSTO-TRAB.
          RELEASE REG-TRAB.
          ADD 1 TO CT-ITENS.

       BUSCA-1-ABERTO SECTION.
          IF ABER-OCR (IDX-ABE) EQUAL COD-PROD
          MOVE CT-ITENS      TO CONT-ITE.
          MOVE CT-JA-PEDIDOS TO CONT-JAP.
          MOVE CT-PEDIDOS    TO CONT-PED.
          MOVE CT-FORN-INATIVO TO CONT-INA.
          MOVE CT-CNPJ-BAIXADO TO CONT-BXD.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE PEDCOMPR
                PEDNOVO
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          COMPUTE RL-LIDOS =
             CT-ITENS + CT-JA-PEDIDOS + CT-FORN-INATIVO
             + CT-CNPJ-BAIXADO.
          MOVE CT-ITENS       TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS =
             CT-FORN-INATIVO + CT-CNPJ-BAIXADO.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
