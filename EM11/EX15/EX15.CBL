       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX15.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        POSICAO DO CONTAS A PAGAR POR FORNECEDOR E
      *                FAIXA DE VENCIMENTO (AGING). LE PAGAR.DAT E
      *                CONSIDERA EM ABERTO TODO TITULO AINDA NAO
      *                QUITADO (SIT-PAG DIFERENTE DE "P" PAGO E "C"
      *                COMPENSADO POR NOTA DE DEBITO), PELO VALOR
      *                MENOS O ABATIMENTO JA COMPENSADO, INCLUSIVE OS
      *                QUE ESTAO NUMA REMESSA AGUARDANDO RETORNO
      *                ("R") E OS REJEITADOS PELO BANCO ("J"). O
      *                VENCIMENTO E ROLADO PARA O DIA UTIL PELA
      *                ROTINA DIAUTIL, COMO NA REMESSA DO EM11/EX13,
      *                E COMPARADO COM A DATA DO MOVIMENTO: A VENCER,
      *                VENCIDO HA 1-30, 31-60, 61-90 E MAIS DE 90
      *                DIAS. UMA LINHA POR FORNECEDOR (NOME DE
      *                FORNECED.DAT), EM ORDEM DE CODIGO, E O TOTAL
      *                GERAL; NO RODAPE, QUANTO ESTA PRESO EM
      *                REMESSA E QUANTO VOLTOU REJEITADO.
      *                LIGAR COM DIAUTIL E DATECALC.
      *                PAGAR.DAT LEVA A DATA DE LANCAMENTO DO ITEM
      *                (DATA-LANC-PAG, DO EM11/EX07).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL PAGAR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  FORNECED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELAGING  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD RELAGING
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
       77 FIM-PAG            PIC X(03)    VALUE "NAO".
       77 FIM-FOR            PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 QTD-FORNS          PIC 9(02)    VALUE ZEROS.
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 IDX-FOR-ACH        PIC 9(02)    VALUE ZEROS.
       77 JUL-HOJE           PIC 9(08)    VALUE ZEROS.
       77 DIAS-ATRASO        PIC S9(08)   VALUE ZEROS.
       77 FAIXA              PIC 9(01)    VALUE ZEROS.
       77 DATA-DMA           PIC 9(08)    VALUE ZEROS.
       77 SUB-FORN           PIC 9(04)    VALUE ZEROS.
       77 SUB-FAIXA          PIC 9(01)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(05)    VALUE ZEROS.
       77 CT-ABERTOS         PIC 9(05)    VALUE ZEROS.
       77 CT-FORNECEDORES    PIC 9(05)    VALUE ZEROS.
       77 CT-EM-REMESSA      PIC 9(05)    VALUE ZEROS.
       77 CT-REJEITADOS      PIC 9(05)    VALUE ZEROS.
       77 VALOR-EM-REMESSA   PIC 9(13)V99 VALUE ZEROS.
       77 VALOR-REJEITADOS   PIC 9(13)V99 VALUE ZEROS.
       77 VALOR-ABERTO       PIC 9(11)V99 VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 DUT-PARM.
          02 DUT-DIA          PIC 9(02).
          02 DUT-MES          PIC 9(02).
          02 DUT-ANO          PIC 9(04).
          02 DUT-ROLADO       PIC X(01).
          02 DUT-VALIDO       PIC X(01).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 TAB-FORN.
          02 FORN-OCR  OCCURS 50 TIMES INDEXED BY IDX-FOR.
             03 TFORN-COD      PIC 9(03).
             03 TFORN-NOME     PIC X(20).

      *    POSICAO PELO CODIGO DO FORNECEDOR + 1; FAIXAS 1 A VENCER,
      *    2 A 5 VENCIDOS, 6 TOTAL DO FORNECEDOR.
       01 TAB-AGING.
          02 AGE-OCR  OCCURS 1000 TIMES.
             03 TAGE-QTDE      PIC 9(05).
             03 TAGE-VALOR     PIC 9(11)V99 OCCURS 6 TIMES.

       01 TAB-TOTAL.
          02 TOT-VALOR         PIC 9(13)V99 OCCURS 6 TIMES.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "CONTAS A PAGAR POR FAIXA DE VENCIMENTO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(07) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(04) VALUE "FORN".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "NOME".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE " A VENCER".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "  1 A 30".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE " 31 A 60".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE " 61 A 90".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE " ACIMA 90".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "    TOTAL".

       01 DETALHE.
          02 FORN-DET        PIC 9(03).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-DET        PIC X(08).
          02 FAIXA-DET       OCCURS 6 TIMES.
             03 FILLER       PIC X(01).
             03 VALOR-DET    PIC ZZZZZZ9,99.

       01 DET-TOTAL.
          02 LIT-TOT         PIC X(12).
          02 FAIXA-TOT       OCCURS 6 TIMES.
             03 FILLER       PIC X(01).
             03 VALOR-TOT    PIC ZZZZZZ9,99.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "TITULOS LIDOS:                ".
          02 CONT-LID        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "TITULOS EM ABERTO:            ".
          02 CONT-ABE        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "FORNECEDORES COM SALDO:       ".
          02 CONT-FOR        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "EM REMESSA AGUARDANDO RETORNO:".
          02 CONT-REM        PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VALOR-REM-SAI   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(24) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "REJEITADOS PELO BANCO:        ".
          02 CONT-REJ        PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VALOR-REJ-SAI   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       EM11-EX15.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-PAG EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO JUL-HOJE.
          MOVE ZEROS TO TAB-AGING
                        TAB-TOTAL.
          PERFORM CARREGA-FORNECEDORES.
          OPEN INPUT PAGAR
             OUTPUT RELAGING.
          PERFORM LER-PAG.

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

       LER-PAG.
          READ PAGAR
             AT END
             MOVE "SIM" TO FIM-PAG.

       PRINCIPAL.
          ADD 1 TO CT-LIDOS.
          IF ABATIMENTO-PAG NOT NUMERIC
             MOVE ZEROS TO ABATIMENTO-PAG.
          IF SIT-PAG NOT EQUAL "P"
          AND SIT-PAG NOT EQUAL "C"
             PERFORM ACUMULA-TITULO.
          PERFORM LER-PAG.

       ACUMULA-TITULO.
          ADD 1 TO CT-ABERTOS.
          COMPUTE VALOR-ABERTO = VALOR-PAG - ABATIMENTO-PAG.
          IF SIT-PAG EQUAL "R"
             ADD 1            TO CT-EM-REMESSA
             ADD VALOR-ABERTO TO VALOR-EM-REMESSA
          ELSE IF SIT-PAG EQUAL "J"
             ADD 1            TO CT-REJEITADOS
             ADD VALOR-ABERTO TO VALOR-REJEITADOS.
          PERFORM DEFINE-FAIXA.
          COMPUTE SUB-FORN = FORN-PAG + 1.
          ADD 1 TO TAGE-QTDE (SUB-FORN).
          ADD VALOR-ABERTO TO TAGE-VALOR (SUB-FORN, FAIXA)
                              TAGE-VALOR (SUB-FORN, 6)
                              TOT-VALOR (FAIXA)
                              TOT-VALOR (6).

      *    DIAS DE ATRASO CONTADOS A PARTIR DO VENCIMENTO JA ROLADO.
       DEFINE-FAIXA.
          MOVE DD-VENC-PAG   TO DUT-DIA.
          MOVE MM-VENC-PAG   TO DUT-MES.
          MOVE AAAA-VENC-PAG TO DUT-ANO.
          CALL "DIAUTIL" USING DUT-PARM.
          MOVE DUT-DIA TO DTC-DIA.
          MOVE DUT-MES TO DTC-MES.
          MOVE DUT-ANO TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO NOT EQUAL "S"
             MOVE 5 TO FAIXA
          ELSE
             COMPUTE DIAS-ATRASO = JUL-HOJE - DTC-NUM-DIAS
             IF DIAS-ATRASO NOT GREATER THAN ZEROS
                MOVE 1 TO FAIXA
             ELSE IF DIAS-ATRASO NOT GREATER THAN 30
                MOVE 2 TO FAIXA
             ELSE IF DIAS-ATRASO NOT GREATER THAN 60
                MOVE 3 TO FAIXA
             ELSE IF DIAS-ATRASO NOT GREATER THAN 90
                MOVE 4 TO FAIXA
             ELSE
                MOVE 5 TO FAIXA.

       TERMINO.
          COMPUTE DATA-DMA = WS-DIA-HOJE * 1000000
                           + WS-MES-HOJE * 10000
                           + WS-ANO-HOJE.
          MOVE DATA-DMA TO DATA-CAB.
          PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-FORNECEDOR
             VARYING SUB-FORN FROM 1 BY 1
             UNTIL SUB-FORN GREATER THAN 1000.
          MOVE SPACES        TO DET-TOTAL.
          MOVE "TOTAL GERAL" TO LIT-TOT.
          PERFORM MOVE-1-TOTAL
             VARYING SUB-FAIXA FROM 1 BY 1
             UNTIL SUB-FAIXA GREATER THAN 6.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM DET-TOTAL
             AFTER ADVANCING 1 LINE.
          MOVE CT-LIDOS         TO CONT-LID.
          MOVE CT-ABERTOS       TO CONT-ABE.
          MOVE CT-FORNECEDORES  TO CONT-FOR.
          MOVE CT-EM-REMESSA    TO CONT-REM.
          MOVE VALOR-EM-REMESSA TO VALOR-REM-SAI.
          MOVE CT-REJEITADOS    TO CONT-REJ.
          MOVE VALOR-REJEITADOS TO VALOR-REJ-SAI.
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
          PERFORM GRAVA-RUNLOG.
          CLOSE PAGAR
                RELAGING.

       IMPRIME-FORNECEDOR.
          IF TAGE-QTDE (SUB-FORN) GREATER THAN ZEROS
             ADD 1 TO CT-FORNECEDORES
             IF CT-LIN GREATER THAN 39
                PERFORM IMPRIME-CAB
             END-IF
             MOVE SPACES TO DETALHE
             COMPUTE FORN-DET = SUB-FORN - 1
             PERFORM BUSCA-FORNECEDOR
             IF ACHOU EQUAL "SIM"
                MOVE TFORN-NOME (IDX-FOR-ACH) TO NOME-DET
             ELSE
                MOVE "NAO CAD." TO NOME-DET
             END-IF
             PERFORM MOVE-1-FAIXA
                VARYING SUB-FAIXA FROM 1 BY 1
                UNTIL SUB-FAIXA GREATER THAN 6
             WRITE REG-ATR FROM DETALHE
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN.

       MOVE-1-FAIXA.
          MOVE TAGE-VALOR (SUB-FORN, SUB-FAIXA)
             TO VALOR-DET (SUB-FAIXA).

       MOVE-1-TOTAL.
          MOVE TOT-VALOR (SUB-FAIXA) TO VALOR-TOT (SUB-FAIXA).

       BUSCA-FORNECEDOR.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-FORN
             VARYING IDX-FOR FROM 1 BY 1
             UNTIL IDX-FOR GREATER THAN QTD-FORNS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-FORN.
          IF TFORN-COD (IDX-FOR) EQUAL FORN-DET
             SET IDX-FOR-ACH TO IDX-FOR
             MOVE "SIM" TO ACHOU.

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

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX15"      TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE    TO RL-DATA.
          MOVE WS-HORA-INICIO  TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS        TO RL-LIDOS.
          MOVE CT-ABERTOS      TO RL-GRAVADOS.
          MOVE ZEROS           TO RL-REJEITADOS.
          MOVE "NORMAL"        TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
