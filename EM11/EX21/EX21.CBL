       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX21.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MARGEM BRUTA MENSAL (DRE) POR LOJA E
      *                FORNECEDOR. O MES VEM DE PARMDRE.DAT (AAAAMM);
      *                SEM PARAMETRO E O MES ANTERIOR A DATA DO
      *                MOVIMENTO. COMPARA SEMPRE COM O MES ANTERIOR
      *                A ELE. LE O HISTORICO HISTEST.DAT DO EM11/EX02
      *                E VALORIZA CADA MOVIMENTO NA DATA EM QUE
      *                ACONTECEU: PRECO PELO LOG AUDPRECO.DAT
      *                (EM11/EX01) E CUSTO MEDIO PELO HISTORICO
      *                CUSTOHIS.DAT - VALE O VALOR ANTERIOR DA
      *                PRIMEIRA ALTERACAO FEITA DEPOIS DA DATA OU, SE
      *                NAO HOUVE, O VALOR ATUAL DE CADPROD.DAT. A
      *                VENDA "V" DA A RECEITA BRUTA E O CUSTO DAS
      *                MERCADORIAS VENDIDAS; A PROMOCAO EM VIGOR NO
      *                DIA (PROMOCAO.DAT, LEIAUTE DO EM02/EX04: PRECO
      *                PROMOCIONAL OU, SE ZERADO, PERCENTUAL SOBRE O
      *                PRECO DO DIA) DA O DESCONTO. A DEVOLUCAO
      *                A FORNECEDOR "D" (EM11/EX16) E OS AJUSTES "A"
      *                DO INVENTARIO (EM11/EX03) ENTRAM AO CUSTO COMO
      *                PERDA - SOBRA DE CONTAGEM REDUZ A QUEBRA. A
      *                LOJA E O FORNECEDOR SAO OS DO PRODUTO EM
      *                CADPROD.DAT. IMPRIME UMA LINHA POR LOJA E
      *                FORNECEDOR COM RECEITA LIQUIDA, CUSTO MAIS
      *                PERDAS, MARGEM E PERCENTUAL, AO LADO DA MARGEM
      *                DO MES ANTERIOR, E O DEMONSTRATIVO DE CADA
      *                LOJA E DO TOTAL GERAL NOS DOIS MESES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADPROD  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  HISTEST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CUSTOHIS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDPRECO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PROMOCAO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMDRE  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELDRE  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADPROD
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADPROD.DAT".

       01  REG-PROD.
          02 COD-PROD               PIC 9(07).
          02 NOME-PROD              PIC X(20).
          02 PRECO-PROD             PIC 9(05)V99.
          02 CUSTO-PROD             PIC 9(05)V99.
          02 ESTOQUE-PROD           PIC 9(05).
          02 LOJA-PROD              PIC 9(02).
          02 FORN-PROD              PIC 9(03).

       FD HISTEST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "HISTEST.DAT".

       01  REG-HEST.
          02 DATA-HEST.
             03 ANO-MES-HEST        PIC 9(06).
             03 DIA-HEST            PIC 9(02).
          02 COD-HEST               PIC 9(07).
          02 TIPO-HEST              PIC X(01).
          02 SINAL-HEST             PIC X(01).
          02 QTDE-HEST              PIC 9(05).
          02 SALDO-HEST             PIC 9(05).

       FD CUSTOHIS
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CUSTOHIS.DAT".

       01  REG-CHIS.
          02 DATA-CHIS              PIC 9(08).
          02 COD-CHIS               PIC 9(07).
          02 CUSTO-ANT-CHIS         PIC 9(05)V99.
          02 CUSTO-NOVO-CHIS        PIC 9(05)V99.

       FD AUDPRECO
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "AUDPRECO.DAT".

       01  REG-AUDP.
          02 DATA-AUDP              PIC 9(08).
          02 COD-AUDP               PIC 9(07).
          02 PRECO-ANT-AUDP         PIC 9(05)V99.
          02 PRECO-NOVO-AUDP        PIC 9(05)V99.
          02 CUSTO-ANT-AUDP         PIC 9(05)V99.
          02 CUSTO-NOVO-AUDP        PIC 9(05)V99.
          02 LIBERADO-AUDP          PIC X(01).

       FD PROMOCAO
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PROMOCAO.DAT".

       01  REG-PROMO.
          02 COD-PROMO              PIC 9(07).
          02 PRECO-PROMO            PIC 9(05)V99.
          02 PCT-DESC-PROMO         PIC 9(03).
          02 DATA-INI-PROMO         PIC 9(08).
          02 DATA-FIM-PROMO         PIC 9(08).

       FD PARMDRE
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMDRE.DAT".

       01 REG-PARMDRE.
          02 MES-PARM           PIC 9(06).

       FD RELDRE
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
       77 FIM-PROD           PIC X(03)    VALUE "NAO".
       77 FIM-HIST           PIC X(03)    VALUE "NAO".
       77 FIM-CHI            PIC X(03)    VALUE "NAO".
       77 FIM-AUD            PIC X(03)    VALUE "NAO".
       77 FIM-PRO            PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 QTD-PRODUTOS       PIC 9(04)    VALUE ZEROS.
       77 QTD-PRECOS         PIC 9(04)    VALUE ZEROS.
       77 QTD-CUSTOS         PIC 9(04)    VALUE ZEROS.
       77 QTD-PROMOS         PIC 9(04)    VALUE ZEROS.
       77 QTD-GRUPOS         PIC 9(04)    VALUE ZEROS.
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 IDX-PRD-ACH        PIC 9(04)    VALUE ZEROS.
       77 IDX-GRP-ACH        PIC 9(04)    VALUE ZEROS.
       77 POS-INS            PIC 9(04)    VALUE ZEROS.
       77 MES-ATUAL          PIC 9(06)    VALUE ZEROS.
       77 MES-COMPARA        PIC 9(06)    VALUE ZEROS.
       77 DATA-INICIO        PIC 9(08)    VALUE ZEROS.
       77 DATA-VENDA         PIC 9(08)    VALUE ZEROS.
       77 OCORR-MES          PIC 9(01)    VALUE ZEROS.
       77 PRECO-DIA          PIC 9(05)V99 VALUE ZEROS.
       77 CUSTO-DIA          PIC 9(05)V99 VALUE ZEROS.
       77 PROMO-DIA          PIC 9(05)V99 VALUE ZEROS.
       77 PRECO-PROMO-CALC   PIC 9(05)V99 VALUE ZEROS.
       77 PCT-RESTANTE       PIC 9(03)    VALUE ZEROS.
       77 TEM-PROMO          PIC X(03)    VALUE "NAO".
       77 CHAVE-NOVA         PIC 9(05)    VALUE ZEROS.
       77 LOJA-CONTROL       PIC 9(02)    VALUE ZEROS.
       77 MES-MMAAAA         PIC 9(06)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(07)    VALUE ZEROS.
       77 CT-USADOS          PIC 9(07)    VALUE ZEROS.
       77 CT-SEM-PRODUTO     PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 MES-AUX.
          02 ANO-AUX       PIC 9(04).
          02 MM-AUX        PIC 99.

       01 TAB-PRODUTOS.
          02 PRD-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PRD.
             03 TP-COD         PIC 9(07).
             03 TP-PRECO       PIC 9(05)V99.
             03 TP-CUSTO       PIC 9(05)V99.
             03 TP-LOJA        PIC 9(02).
             03 TP-FORN        PIC 9(03).

      *    ALTERACOES DE PRECO E DE CUSTO DO PERIODO EM DIANTE, NA
      *    ORDEM EM QUE FORAM GRAVADAS (CRONOLOGICA).
       01 TAB-PRECOS.
          02 PRC-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PRC.
             03 TPR-COD        PIC 9(07).
             03 TPR-DATA       PIC 9(08).
             03 TPR-ANT        PIC 9(05)V99.

       01 TAB-CUSTOS.
          02 CUS-OCR  OCCURS 1000 TIMES INDEXED BY IDX-CUS.
             03 TCU-COD        PIC 9(07).
             03 TCU-DATA       PIC 9(08).
             03 TCU-ANT        PIC 9(05)V99.

       01 TAB-PROMO.
          02 PRO-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PRO.
             03 TPRO-COD       PIC 9(07).
             03 TPRO-INI       PIC 9(08).
             03 TPRO-FIM       PIC 9(08).
             03 TPRO-PRECO     PIC 9(05)V99.
             03 TPRO-PCT       PIC 9(03).

      *    UMA ENTRADA POR LOJA + FORNECEDOR, EM ORDEM. OCORRENCIA 1
      *    E O MES DO RELATORIO, 2 O MES ANTERIOR.
       01 TAB-GRUPOS.
          02 GRP-OCR  OCCURS 500 TIMES INDEXED BY IDX-GRP.
             03 TG-CHAVE.
                04 TG-LOJA     PIC 9(02).
                04 TG-FORN     PIC 9(03).
             03 TG-MES  OCCURS 2 TIMES.
                04 TG-BRUTA    PIC S9(11)V99.
                04 TG-DESCONTO PIC S9(11)V99.
                04 TG-CMV      PIC S9(11)V99.
                04 TG-DEVOL    PIC S9(11)V99.
                04 TG-QUEBRA   PIC S9(11)V99.

       01 TOT-LOJA.
          02 TL-MES  OCCURS 2 TIMES.
             03 TL-BRUTA       PIC S9(11)V99.
             03 TL-DESCONTO    PIC S9(11)V99.
             03 TL-CMV         PIC S9(11)V99.
             03 TL-DEVOL       PIC S9(11)V99.
             03 TL-QUEBRA      PIC S9(11)V99.

       01 TOT-GERAL.
          02 TT-MES  OCCURS 2 TIMES.
             03 TT-BRUTA       PIC S9(11)V99.
             03 TT-DESCONTO    PIC S9(11)V99.
             03 TT-CMV         PIC S9(11)V99.
             03 TT-DEVOL       PIC S9(11)V99.
             03 TT-QUEBRA      PIC S9(11)V99.

      *    DEMONSTRATIVO EM MONTAGEM (LOJA OU GERAL).
       01 DEMONSTRATIVO.
          02 DM-MES  OCCURS 2 TIMES.
             03 DM-BRUTA       PIC S9(11)V99.
             03 DM-DESCONTO    PIC S9(11)V99.
             03 DM-CMV         PIC S9(11)V99.
             03 DM-DEVOL       PIC S9(11)V99.
             03 DM-QUEBRA      PIC S9(11)V99.
             03 DM-LIQUIDA     PIC S9(11)V99.
             03 DM-MARGEM      PIC S9(11)V99.
             03 DM-PCT         PIC S9(03)V99.

       01 CALCULO-MARGEM.
          02 CM-LIQUIDA      PIC S9(11)V99.
          02 CM-CUSTOS       PIC S9(11)V99.
          02 CM-MARGEM       PIC S9(11)V99.
          02 CM-PCT          PIC S9(03)V99.

       01 VALOR-ATU          PIC S9(11)V99 VALUE ZEROS.
       01 VALOR-ANT          PIC S9(11)V99 VALUE ZEROS.
       01 VARIACAO           PIC S9(05)V9  VALUE ZEROS.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(38) VALUE
             "MARGEM BRUTA POR LOJA E FORNECEDOR - ".
          02 MES-CAB         PIC 99/9999.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "LJ FOR".
          02 FILLER          PIC X(12) VALUE "    RECEITA".
          02 FILLER          PIC X(12) VALUE " CMV+PERDAS".
          02 FILLER          PIC X(12) VALUE "     MARGEM".
          02 FILLER          PIC X(07) VALUE "  MG %".
          02 FILLER          PIC X(12) VALUE " MARGEM ANT.".
          02 FILLER          PIC X(07) VALUE " ANT. %".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 LOJA-DET        PIC 9(02).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FORN-DET        PIC 9(03).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RECEITA-DET     PIC -ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CUSTOS-DET      PIC -ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MARGEM-DET      PIC -ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PCT-DET         PIC -ZZ9,9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MARGEM-ANT-DET  PIC -ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PCT-ANT-DET     PIC -ZZ9,9.
          02 FILLER          PIC X(10) VALUE SPACES.

       01 DRE-CAB.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DRE-TITULO-CAB  PIC X(34).
          02 FILLER          PIC X(13) VALUE "    MES ATUAL".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE " MES ANTERIOR".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "  VAR %".
          02 FILLER          PIC X(06) VALUE SPACES.

       01 DRE-LINHA.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DRE-TITULO      PIC X(34).
          02 DRE-ATU         PIC -ZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DRE-ANT         PIC -ZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DRE-VAR         PIC -ZZZ9,9.
          02 FILLER          PIC X(06) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS DO HISTORICO LIDOS:".
          02 CONT-LID        PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS VALORIZADOS:       ".
          02 CONT-USA        PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS SEM PRODUTO:       ".
          02 CONT-SEM        PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       EM11-EX21.
          PERFORM INICIO.
          PERFORM ACUMULA-HISTORICO.
          PERFORM IMPRIME-GRUPOS.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-PRODUTOS.
          PERFORM CARREGA-PRECOS.
          PERFORM CARREGA-CUSTOS.
          PERFORM CARREGA-PROMOCOES.
          INITIALIZE TOT-GERAL.
          OPEN OUTPUT RELDRE.
          MOVE MES-ATUAL TO MES-AUX.
          COMPUTE MES-MMAAAA = MM-AUX * 10000 + ANO-AUX.
          MOVE MES-MMAAAA TO MES-CAB.

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

      *    SEM PARAMETRO, FECHA O MES ANTERIOR AO MOVIMENTO.
       LE-PARAMETRO.
          OPEN INPUT PARMDRE.
          READ PARMDRE
             AT END
             MOVE ZEROS TO MES-PARM.
          CLOSE PARMDRE.
          IF MES-PARM NUMERIC
          AND MES-PARM GREATER THAN ZEROS
             MOVE MES-PARM TO MES-ATUAL
          ELSE
             MOVE WS-ANO-HOJE TO ANO-AUX
             MOVE WS-MES-HOJE TO MM-AUX
             PERFORM VOLTA-1-MES
             MOVE MES-AUX TO MES-ATUAL.
          MOVE MES-ATUAL TO MES-AUX.
          PERFORM VOLTA-1-MES.
          MOVE MES-AUX TO MES-COMPARA.
          COMPUTE DATA-INICIO = MES-COMPARA * 100 + 1.

       VOLTA-1-MES.
          IF MM-AUX EQUAL 1
             MOVE 12 TO MM-AUX
             SUBTRACT 1 FROM ANO-AUX
          ELSE
             SUBTRACT 1 FROM MM-AUX.

       CARREGA-PRODUTOS.
          OPEN INPUT CADPROD.
          PERFORM LE-1-PRODUTO
             UNTIL FIM-PROD EQUAL "SIM".
          CLOSE CADPROD.

       LE-1-PRODUTO.
          READ CADPROD
             AT END
             MOVE "SIM" TO FIM-PROD.
          IF FIM-PROD EQUAL "NAO"
          AND QTD-PRODUTOS LESS THAN 1000
             ADD 1 TO QTD-PRODUTOS
             SET IDX-PRD TO QTD-PRODUTOS
             MOVE COD-PROD   TO TP-COD (IDX-PRD)
             MOVE PRECO-PROD TO TP-PRECO (IDX-PRD)
             MOVE CUSTO-PROD TO TP-CUSTO (IDX-PRD)
             MOVE LOJA-PROD  TO TP-LOJA (IDX-PRD)
             MOVE FORN-PROD  TO TP-FORN (IDX-PRD).

       CARREGA-PRECOS.
          OPEN INPUT AUDPRECO.
          PERFORM LE-1-PRECO
             UNTIL FIM-AUD EQUAL "SIM".
          CLOSE AUDPRECO.

       LE-1-PRECO.
          READ AUDPRECO
             AT END
             MOVE "SIM" TO FIM-AUD.
          IF FIM-AUD EQUAL "NAO"
          AND DATA-AUDP NOT LESS THAN DATA-INICIO
          AND PRECO-ANT-AUDP NOT EQUAL PRECO-NOVO-AUDP
          AND QTD-PRECOS LESS THAN 1000
             ADD 1 TO QTD-PRECOS
             SET IDX-PRC TO QTD-PRECOS
             MOVE COD-AUDP       TO TPR-COD (IDX-PRC)
             MOVE DATA-AUDP      TO TPR-DATA (IDX-PRC)
             MOVE PRECO-ANT-AUDP TO TPR-ANT (IDX-PRC).

       CARREGA-CUSTOS.
          OPEN INPUT CUSTOHIS.
          PERFORM LE-1-CUSTO
             UNTIL FIM-CHI EQUAL "SIM".
          CLOSE CUSTOHIS.

       LE-1-CUSTO.
          READ CUSTOHIS
             AT END
             MOVE "SIM" TO FIM-CHI.
          IF FIM-CHI EQUAL "NAO"
          AND DATA-CHIS NOT LESS THAN DATA-INICIO
          AND QTD-CUSTOS LESS THAN 1000
             ADD 1 TO QTD-CUSTOS
             SET IDX-CUS TO QTD-CUSTOS
             MOVE COD-CHIS       TO TCU-COD (IDX-CUS)
             MOVE DATA-CHIS      TO TCU-DATA (IDX-CUS)
             MOVE CUSTO-ANT-CHIS TO TCU-ANT (IDX-CUS).

       CARREGA-PROMOCOES.
          OPEN INPUT PROMOCAO.
          PERFORM LE-1-PROMOCAO
             UNTIL FIM-PRO EQUAL "SIM".
          CLOSE PROMOCAO.

       LE-1-PROMOCAO.
          READ PROMOCAO
             AT END
             MOVE "SIM" TO FIM-PRO.
          IF FIM-PRO EQUAL "NAO"
          AND DATA-FIM-PROMO NOT LESS THAN DATA-INICIO
          AND QTD-PROMOS LESS THAN 1000
             ADD 1 TO QTD-PROMOS
             SET IDX-PRO TO QTD-PROMOS
             MOVE COD-PROMO      TO TPRO-COD (IDX-PRO)
             MOVE DATA-INI-PROMO TO TPRO-INI (IDX-PRO)
             MOVE DATA-FIM-PROMO TO TPRO-FIM (IDX-PRO)
             MOVE PRECO-PROMO    TO TPRO-PRECO (IDX-PRO)
             MOVE PCT-DESC-PROMO TO TPRO-PCT (IDX-PRO).

       ACUMULA-HISTORICO.
          OPEN INPUT HISTEST.
          PERFORM LE-1-HISTORICO
             UNTIL FIM-HIST EQUAL "SIM".
          CLOSE HISTEST.

       LE-1-HISTORICO.
          READ HISTEST
             AT END
             MOVE "SIM" TO FIM-HIST.
          IF FIM-HIST EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             MOVE ZEROS TO OCORR-MES
             IF ANO-MES-HEST EQUAL MES-ATUAL
                MOVE 1 TO OCORR-MES
             ELSE IF ANO-MES-HEST EQUAL MES-COMPARA
                MOVE 2 TO OCORR-MES
             END-IF
             END-IF
             IF OCORR-MES GREATER THAN ZEROS
             AND (TIPO-HEST EQUAL "V" OR "D" OR "A")
                PERFORM VALORIZA-MOVIMENTO.

       VALORIZA-MOVIMENTO.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-PRODUTO
             VARYING IDX-PRD FROM 1 BY 1
             UNTIL IDX-PRD GREATER THAN QTD-PRODUTOS
                OR ACHOU EQUAL "SIM".
          IF ACHOU EQUAL "NAO"
             ADD 1 TO CT-SEM-PRODUTO
          ELSE
             ADD 1 TO CT-USADOS
             MOVE DATA-HEST TO DATA-VENDA
             PERFORM APURA-CUSTO-DIA
             COMPUTE CHAVE-NOVA = TP-LOJA (IDX-PRD-ACH) * 1000
                                + TP-FORN (IDX-PRD-ACH)
             PERFORM ACHA-GRUPO
             IF TIPO-HEST EQUAL "V"
                PERFORM SOMA-VENDA
             ELSE IF TIPO-HEST EQUAL "D"
                COMPUTE TG-DEVOL (IDX-GRP-ACH, OCORR-MES) =
                   TG-DEVOL (IDX-GRP-ACH, OCORR-MES)
                   + QTDE-HEST * CUSTO-DIA
             ELSE IF SINAL-HEST EQUAL "-"
                COMPUTE TG-QUEBRA (IDX-GRP-ACH, OCORR-MES) =
                   TG-QUEBRA (IDX-GRP-ACH, OCORR-MES)
                   + QTDE-HEST * CUSTO-DIA
             ELSE
                COMPUTE TG-QUEBRA (IDX-GRP-ACH, OCORR-MES) =
                   TG-QUEBRA (IDX-GRP-ACH, OCORR-MES)
                   - QTDE-HEST * CUSTO-DIA.

       BUSCA-1-PRODUTO.
          IF TP-COD (IDX-PRD) EQUAL COD-HEST
             SET IDX-PRD-ACH TO IDX-PRD
             MOVE "SIM" TO ACHOU.

      *    VALE O VALOR ANTERIOR DA PRIMEIRA ALTERACAO POSTERIOR A
      *    DATA; SEM ALTERACAO DEPOIS DELA, O VALOR DO CADASTRO.
       APURA-CUSTO-DIA.
          MOVE TP-CUSTO (IDX-PRD-ACH) TO CUSTO-DIA.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-CUSTO
             VARYING IDX-CUS FROM 1 BY 1
             UNTIL IDX-CUS GREATER THAN QTD-CUSTOS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-CUSTO.
          IF TCU-COD (IDX-CUS) EQUAL COD-HEST
          AND TCU-DATA (IDX-CUS) GREATER THAN DATA-VENDA
             MOVE TCU-ANT (IDX-CUS) TO CUSTO-DIA
             MOVE "SIM" TO ACHOU.

       APURA-PRECO-DIA.
          MOVE TP-PRECO (IDX-PRD-ACH) TO PRECO-DIA.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-PRECO
             VARYING IDX-PRC FROM 1 BY 1
             UNTIL IDX-PRC GREATER THAN QTD-PRECOS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-PRECO.
          IF TPR-COD (IDX-PRC) EQUAL COD-HEST
          AND TPR-DATA (IDX-PRC) GREATER THAN DATA-VENDA
             MOVE TPR-ANT (IDX-PRC) TO PRECO-DIA
             MOVE "SIM" TO ACHOU.

      *    A MENOR PROMOCAO EM VIGOR NO DIA, SE ABAIXO DO PRECO.
       APURA-PROMOCAO-DIA.
          MOVE "NAO" TO TEM-PROMO.
          MOVE ZEROS TO PROMO-DIA.
          PERFORM APURA-1-PROMOCAO
             VARYING IDX-PRO FROM 1 BY 1
             UNTIL IDX-PRO GREATER THAN QTD-PROMOS.

       APURA-1-PROMOCAO.
          IF TPRO-COD (IDX-PRO) EQUAL COD-HEST
          AND TPRO-INI (IDX-PRO) NOT GREATER THAN DATA-VENDA
          AND TPRO-FIM (IDX-PRO) NOT LESS THAN DATA-VENDA
             PERFORM CALCULA-PRECO-PROMO
             IF PRECO-PROMO-CALC LESS THAN PRECO-DIA
                IF TEM-PROMO EQUAL "NAO"
                OR PRECO-PROMO-CALC LESS THAN PROMO-DIA
                   MOVE PRECO-PROMO-CALC TO PROMO-DIA
                   MOVE "SIM" TO TEM-PROMO.

      *    PRECO PROMOCIONAL ZERADO: VALE O PERCENTUAL DE DESCONTO
      *    SOBRE O PRECO DO DIA, COMO NO EM02/EX04.
       CALCULA-PRECO-PROMO.
          IF TPRO-PRECO (IDX-PRO) GREATER THAN ZEROS
             MOVE TPRO-PRECO (IDX-PRO) TO PRECO-PROMO-CALC
          ELSE
             SUBTRACT TPRO-PCT (IDX-PRO) FROM 100
                GIVING PCT-RESTANTE
             COMPUTE PRECO-PROMO-CALC ROUNDED =
                PRECO-DIA * PCT-RESTANTE / 100.

       SOMA-VENDA.
          PERFORM APURA-PRECO-DIA.
          PERFORM APURA-PROMOCAO-DIA.
          COMPUTE TG-BRUTA (IDX-GRP-ACH, OCORR-MES) =
             TG-BRUTA (IDX-GRP-ACH, OCORR-MES)
             + QTDE-HEST * PRECO-DIA.
          COMPUTE TG-CMV (IDX-GRP-ACH, OCORR-MES) =
             TG-CMV (IDX-GRP-ACH, OCORR-MES)
             + QTDE-HEST * CUSTO-DIA.
          IF TEM-PROMO EQUAL "SIM"
             COMPUTE TG-DESCONTO (IDX-GRP-ACH, OCORR-MES) =
                TG-DESCONTO (IDX-GRP-ACH, OCORR-MES)
                + QTDE-HEST * (PRECO-DIA - PROMO-DIA).

      *    ACHA O GRUPO DE CHAVE-NOVA; SE NAO EXISTE, INCLUI NA
      *    POSICAO CERTA DESLOCANDO OS SEGUINTES.
       ACHA-GRUPO.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-GRUPO
             VARYING IDX-GRP FROM 1 BY 1
             UNTIL IDX-GRP GREATER THAN QTD-GRUPOS
                OR ACHOU EQUAL "SIM".
          IF ACHOU EQUAL "NAO"
             IF QTD-GRUPOS LESS THAN 500
                PERFORM INCLUI-GRUPO
             ELSE
                MOVE QTD-GRUPOS TO IDX-GRP-ACH.

       BUSCA-1-GRUPO.
          IF TG-CHAVE (IDX-GRP) EQUAL CHAVE-NOVA
             SET IDX-GRP-ACH TO IDX-GRP
             MOVE "SIM" TO ACHOU.

       INCLUI-GRUPO.
          COMPUTE POS-INS = QTD-GRUPOS + 1.
          MOVE "NAO" TO ACHOU.
          PERFORM ACHA-POSICAO
             VARYING IDX-GRP FROM 1 BY 1
             UNTIL IDX-GRP GREATER THAN QTD-GRUPOS
                OR ACHOU EQUAL "SIM".
          PERFORM DESLOCA-1-GRUPO
             VARYING IDX-GRP FROM QTD-GRUPOS BY -1
             UNTIL IDX-GRP LESS THAN POS-INS.
          ADD 1 TO QTD-GRUPOS.
          MOVE POS-INS TO IDX-GRP-ACH.
          INITIALIZE GRP-OCR (IDX-GRP-ACH).
          MOVE CHAVE-NOVA TO TG-CHAVE (IDX-GRP-ACH).

       ACHA-POSICAO.
          IF TG-CHAVE (IDX-GRP) GREATER THAN CHAVE-NOVA
             SET POS-INS TO IDX-GRP
             MOVE "SIM" TO ACHOU.

       DESLOCA-1-GRUPO.
          MOVE GRP-OCR (IDX-GRP) TO GRP-OCR (IDX-GRP + 1).

      *    UMA LINHA POR GRUPO; A CADA TROCA DE LOJA, O
      *    DEMONSTRATIVO DA LOJA.
       IMPRIME-GRUPOS.
          PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-1-GRUPO
             VARYING IDX-GRP FROM 1 BY 1
             UNTIL IDX-GRP GREATER THAN QTD-GRUPOS.
          IF QTD-GRUPOS GREATER THAN ZEROS
             PERFORM FECHA-LOJA.
          PERFORM CARREGA-DRE-GERAL
             VARYING OCORR-MES FROM 1 BY 1
             UNTIL OCORR-MES GREATER THAN 2.
          MOVE "DEMONSTRATIVO - TOTAL GERAL" TO DRE-TITULO-CAB.
          PERFORM IMPRIME-DEMONSTRATIVO.

       IMPRIME-1-GRUPO.
          IF IDX-GRP GREATER THAN 1
          AND TG-LOJA (IDX-GRP) NOT EQUAL LOJA-CONTROL
             PERFORM FECHA-LOJA.
          IF IDX-GRP EQUAL 1
          OR TG-LOJA (IDX-GRP) NOT EQUAL LOJA-CONTROL
             MOVE TG-LOJA (IDX-GRP) TO LOJA-CONTROL
             INITIALIZE TOT-LOJA.
          PERFORM SOMA-TOTAIS-GRUPO
             VARYING OCORR-MES FROM 1 BY 1
             UNTIL OCORR-MES GREATER THAN 2.
          MOVE 2 TO OCORR-MES.
          PERFORM CALCULA-MARGEM-GRUPO.
          MOVE CM-MARGEM TO MARGEM-ANT-DET.
          MOVE CM-PCT    TO PCT-ANT-DET.
          MOVE 1 TO OCORR-MES.
          PERFORM CALCULA-MARGEM-GRUPO.
          MOVE TG-LOJA (IDX-GRP) TO LOJA-DET.
          MOVE TG-FORN (IDX-GRP) TO FORN-DET.
          MOVE CM-LIQUIDA        TO RECEITA-DET.
          MOVE CM-CUSTOS         TO CUSTOS-DET.
          MOVE CM-MARGEM         TO MARGEM-DET.
          MOVE CM-PCT            TO PCT-DET.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       SOMA-TOTAIS-GRUPO.
          ADD TG-BRUTA (IDX-GRP, OCORR-MES)
             TO TL-BRUTA (OCORR-MES) TT-BRUTA (OCORR-MES).
          ADD TG-DESCONTO (IDX-GRP, OCORR-MES)
             TO TL-DESCONTO (OCORR-MES) TT-DESCONTO (OCORR-MES).
          ADD TG-CMV (IDX-GRP, OCORR-MES)
             TO TL-CMV (OCORR-MES) TT-CMV (OCORR-MES).
          ADD TG-DEVOL (IDX-GRP, OCORR-MES)
             TO TL-DEVOL (OCORR-MES) TT-DEVOL (OCORR-MES).
          ADD TG-QUEBRA (IDX-GRP, OCORR-MES)
             TO TL-QUEBRA (OCORR-MES) TT-QUEBRA (OCORR-MES).

       CALCULA-MARGEM-GRUPO.
          COMPUTE CM-LIQUIDA = TG-BRUTA (IDX-GRP, OCORR-MES)
             - TG-DESCONTO (IDX-GRP, OCORR-MES).
          COMPUTE CM-CUSTOS = TG-CMV (IDX-GRP, OCORR-MES)
             + TG-DEVOL (IDX-GRP, OCORR-MES)
             + TG-QUEBRA (IDX-GRP, OCORR-MES).
          COMPUTE CM-MARGEM = CM-LIQUIDA - CM-CUSTOS.
          IF CM-LIQUIDA GREATER THAN ZEROS
             COMPUTE CM-PCT ROUNDED = CM-MARGEM * 100 / CM-LIQUIDA
                ON SIZE ERROR
                MOVE ZEROS TO CM-PCT
          ELSE
             MOVE ZEROS TO CM-PCT.

       FECHA-LOJA.
          PERFORM CARREGA-DRE-LOJA
             VARYING OCORR-MES FROM 1 BY 1
             UNTIL OCORR-MES GREATER THAN 2.
          MOVE SPACES TO DRE-TITULO-CAB.
          STRING "DEMONSTRATIVO - LOJA " LOJA-CONTROL
             DELIMITED BY SIZE INTO DRE-TITULO-CAB.
          PERFORM IMPRIME-DEMONSTRATIVO.

       CARREGA-DRE-LOJA.
          MOVE TL-BRUTA (OCORR-MES)    TO DM-BRUTA (OCORR-MES).
          MOVE TL-DESCONTO (OCORR-MES) TO DM-DESCONTO (OCORR-MES).
          MOVE TL-CMV (OCORR-MES)      TO DM-CMV (OCORR-MES).
          MOVE TL-DEVOL (OCORR-MES)    TO DM-DEVOL (OCORR-MES).
          MOVE TL-QUEBRA (OCORR-MES)   TO DM-QUEBRA (OCORR-MES).

       CARREGA-DRE-GERAL.
          MOVE TT-BRUTA (OCORR-MES)    TO DM-BRUTA (OCORR-MES).
          MOVE TT-DESCONTO (OCORR-MES) TO DM-DESCONTO (OCORR-MES).
          MOVE TT-CMV (OCORR-MES)      TO DM-CMV (OCORR-MES).
          MOVE TT-DEVOL (OCORR-MES)    TO DM-DEVOL (OCORR-MES).
          MOVE TT-QUEBRA (OCORR-MES)   TO DM-QUEBRA (OCORR-MES).

       IMPRIME-DEMONSTRATIVO.
          PERFORM CALCULA-DEMONSTRATIVO
             VARYING OCORR-MES FROM 1 BY 1
             UNTIL OCORR-MES GREATER THAN 2.
          IF CT-LIN GREATER THAN 28
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DRE-CAB
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE "RECEITA BRUTA" TO DRE-TITULO.
          MOVE DM-BRUTA (1) TO VALOR-ATU.
          MOVE DM-BRUTA (2) TO VALOR-ANT.
          PERFORM IMPRIME-LINHA-DRE.
          MOVE "(-) DESCONTOS DE PROMOCAO" TO DRE-TITULO.
          MOVE DM-DESCONTO (1) TO VALOR-ATU.
          MOVE DM-DESCONTO (2) TO VALOR-ANT.
          PERFORM IMPRIME-LINHA-DRE.
          MOVE "RECEITA LIQUIDA" TO DRE-TITULO.
          MOVE DM-LIQUIDA (1) TO VALOR-ATU.
          MOVE DM-LIQUIDA (2) TO VALOR-ANT.
          PERFORM IMPRIME-LINHA-DRE.
          MOVE "(-) CUSTO DAS MERCADORIAS VENDIDAS" TO DRE-TITULO.
          MOVE DM-CMV (1) TO VALOR-ATU.
          MOVE DM-CMV (2) TO VALOR-ANT.
          PERFORM IMPRIME-LINHA-DRE.
          MOVE "(-) DEVOLUCOES A FORNECEDOR" TO DRE-TITULO.
          MOVE DM-DEVOL (1) TO VALOR-ATU.
          MOVE DM-DEVOL (2) TO VALOR-ANT.
          PERFORM IMPRIME-LINHA-DRE.
          MOVE "(-) QUEBRA DE INVENTARIO" TO DRE-TITULO.
          MOVE DM-QUEBRA (1) TO VALOR-ATU.
          MOVE DM-QUEBRA (2) TO VALOR-ANT.
          PERFORM IMPRIME-LINHA-DRE.
          MOVE "MARGEM BRUTA" TO DRE-TITULO.
          MOVE DM-MARGEM (1) TO VALOR-ATU.
          MOVE DM-MARGEM (2) TO VALOR-ANT.
          PERFORM IMPRIME-LINHA-DRE.
          MOVE "MARGEM BRUTA % S/RECEITA LIQUIDA" TO DRE-TITULO.
          MOVE DM-PCT (1) TO VALOR-ATU.
          MOVE DM-PCT (2) TO VALOR-ANT.
          PERFORM IMPRIME-LINHA-DRE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 12 TO CT-LIN.

       CALCULA-DEMONSTRATIVO.
          COMPUTE DM-LIQUIDA (OCORR-MES) = DM-BRUTA (OCORR-MES)
             - DM-DESCONTO (OCORR-MES).
          COMPUTE DM-MARGEM (OCORR-MES) = DM-LIQUIDA (OCORR-MES)
             - DM-CMV (OCORR-MES) - DM-DEVOL (OCORR-MES)
             - DM-QUEBRA (OCORR-MES).
          IF DM-LIQUIDA (OCORR-MES) GREATER THAN ZEROS
             COMPUTE DM-PCT (OCORR-MES) ROUNDED =
                DM-MARGEM (OCORR-MES) * 100 / DM-LIQUIDA (OCORR-MES)
                ON SIZE ERROR
                MOVE ZEROS TO DM-PCT (OCORR-MES)
          ELSE
             MOVE ZEROS TO DM-PCT (OCORR-MES).

      *    A VARIACAO SO SAI QUANDO O MES ANTERIOR TEM VALOR.
       IMPRIME-LINHA-DRE.
          MOVE VALOR-ATU TO DRE-ATU.
          MOVE VALOR-ANT TO DRE-ANT.
          MOVE ZEROS TO VARIACAO.
          IF VALOR-ANT NOT EQUAL ZEROS
             COMPUTE VARIACAO ROUNDED =
                (VALOR-ATU - VALOR-ANT) * 100 / VALOR-ANT
                ON SIZE ERROR
                MOVE ZEROS TO VARIACAO
             END-COMPUTE
             IF VALOR-ANT LESS THAN ZEROS
                COMPUTE VARIACAO = ZEROS - VARIACAO.
          MOVE VARIACAO TO DRE-VAR.
          WRITE REG-ATR FROM DRE-LINHA
             AFTER ADVANCING 1 LINE.

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

       TERMINO.
          MOVE CT-LIDOS       TO CONT-LID.
          MOVE CT-USADOS      TO CONT-USA.
          MOVE CT-SEM-PRODUTO TO CONT-SEM.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELDRE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX21"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE QTD-GRUPOS     TO RL-GRAVADOS.
          MOVE CT-SEM-PRODUTO TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
