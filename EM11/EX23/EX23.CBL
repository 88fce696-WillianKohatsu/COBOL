       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX23.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CONTABILIZACAO DIARIA DO CONTAS A PAGAR, NO
      *                FEITIO DO EM10/EX12. PARA A DATA DO MOVIMENTO
      *                ACUMULA, DE PAGAR.DAT, AS NOTAS LIBERADAS PELO
      *                EM11/EX07 (DATA-LANC-PAG), DEBITANDO COMPRAS
      *                CONTRA FORNECEDORES, E OS TITULOS PAGOS PELO
      *                BANCO (SIT-PAG "P" COM A DATA DO PAGAMENTO,
      *                EM11/EX14) PELO VALOR LIQUIDO DO ABATIMENTO,
      *                DEBITANDO FORNECEDORES CONTRA BANCO; E, DE
      *                NOTADEB.DAT, AS NOTAS DE DEBITO DE DEVOLUCAO
      *                EMITIDAS NO DIA (EM11/EX16), DEBITANDO
      *                FORNECEDORES CONTRA DEVOLUCAO DE COMPRAS - A
      *                COMPENSACAO POSTERIOR NO TITULO NAO GERA NOVO
      *                LANCAMENTO. ITENS GRAVADOS ANTES DA DATA DE
      *                LANCAMENTO EXISTIR NAO SAO CONTABILIZADOS NA
      *                LIBERACAO. BUSCA A CONTA E A NATUREZA DE CADA
      *                VERBA NO MAPA TABCTB.DAT E EMITE OS LANCAMENTOS
      *                NO LEIAUTE DO CONTABIL.DAT EM CTBPAG.DAT,
      *                CONSOLIDADO PELO EM10/EX18. VERBA SEM CONTA NO
      *                MAPA SAI COM CONTA ZERADA E NATUREZA EM BRANCO,
      *                E O RELATORIO ACUSA O MAPA INCOMPLETO: A
      *                CONSOLIDACAO RETEM O ARQUIVO ATE O MAPA SER
      *                CORRIGIDO E O PROGRAMA SER EXECUTADO DE NOVO
      *                PARA A MESMA DATA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT  PAGAR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL NOTADEB  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT TABCTB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CTBPAG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RELCTBPG ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

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

       FD TABCTB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "TABCTB.DAT".

       01 REG-TABC.
          02 VERBA-TAB          PIC X(10).
          02 CONTA-TAB          PIC 9(06).
          02 NATUREZA-TAB       PIC X(01).

       FD CTBPAG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTBPAG.DAT".

       01 REG-CTB.
          02 EMPRESA-CTB        PIC 9(02).
          02 CONTA-CTB          PIC 9(06).
          02 NATUREZA-CTB       PIC X(01).
          02 VALOR-CTB          PIC 9(12)V99.
          02 VERBA-CTB          PIC X(10).
          02 DATA-CTB           PIC 9(08).

       FD RELCTBPG
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
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ          PIC X(03)    VALUE "NAO".
       77 FIM-TAB          PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 QTD-CONTAS       PIC 9(03)    VALUE ZEROS.
       77 ACHOU-ITEM       PIC X(03)    VALUE "NAO".
       77 MAPA-COMPLETO    PIC X(03)    VALUE "SIM".
       77 CONTA-ACHADA     PIC 9(06)    VALUE ZEROS.
       77 NATUREZA-ACHADA  PIC X(01)    VALUE SPACES.
       77 VERBA-BUSCA      PIC X(10)    VALUE SPACES.
       77 VALOR-LANCA      PIC 9(12)V99 VALUE ZEROS.
       77 SOMA-DEBITOS     PIC 9(12)V99 VALUE ZEROS.
       77 SOMA-CREDITOS    PIC 9(12)V99 VALUE ZEROS.
       77 DIFERENCA        PIC S9(12)V99 VALUE ZEROS.
       77 TOT-COMPRAS      PIC 9(12)V99 VALUE ZEROS.
       77 TOT-PAGOS        PIC 9(12)V99 VALUE ZEROS.
       77 TOT-DEVOLUCAO    PIC 9(12)V99 VALUE ZEROS.
       77 VALOR-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-SEM-CONTA     PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 TAB-CONTAS.
          02 CTA-OCR  OCCURS 200 TIMES INDEXED BY IDX-CTA.
             03 TCTA-VERBA    PIC X(10).
             03 TCTA-CONTA    PIC 9(06).
             03 TCTA-NATUREZA PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "CONTABILIZACAO CONTAS A PAGAR  ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "VERBA     ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "CONTA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "D/C".
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(28) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VERBA-REL       PIC X(10).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CONTA-REL       PIC 9(06).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 NATUREZA-REL    PIC X(01).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VALOR-REL       PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(30) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE SPACES.

       01 ROD-DATA.
          02 FILLER          PIC X(30) VALUE
             "DATA DO MOVIMENTO:            ".
          02 DIA-ROD         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MES-ROD         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-ROD         PIC 9(04).
          02 FILLER          PIC X(40) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "TOTAL DE DEBITOS:             ".
          02 TOT-DEB-SAI     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(35) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "TOTAL DE CREDITOS:            ".
          02 TOT-CRD-SAI     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(35) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "LIQUIDO DO LOTE (DEVE SER 0): ".
          02 TOT-DIF-SAI     PIC -ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(35) VALUE SPACES.

       01 ROD-ERRO.
          02 FILLER          PIC X(50) VALUE
             "MAPA DE CONTAS INCOMPLETO - LOTE SERA RETIDO      ".
          02 FILLER          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       EM11-EX23.
          PERFORM INICIO.
          PERFORM LE-PAGAR.
          PERFORM LE-NOTAS-DEBITO.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-MAPA-CONTAS.
          OPEN OUTPUT CTBPAG
                      RELCTBPG.
          PERFORM IMPRIME-CAB.

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

       CARREGA-MAPA-CONTAS.
          MOVE "NAO" TO FIM-TAB.
          OPEN INPUT TABCTB.
          PERFORM LE-1-CONTA
             UNTIL FIM-TAB EQUAL "SIM".
          CLOSE TABCTB.

       LE-1-CONTA.
          READ TABCTB
             AT END
             MOVE "SIM" TO FIM-TAB.
          IF FIM-TAB EQUAL "NAO"
          AND QTD-CONTAS LESS THAN 200
             ADD 1 TO QTD-CONTAS
             SET IDX-CTA TO QTD-CONTAS
             MOVE VERBA-TAB    TO TCTA-VERBA (IDX-CTA)
             MOVE CONTA-TAB    TO TCTA-CONTA (IDX-CTA)
             MOVE NATUREZA-TAB TO TCTA-NATUREZA (IDX-CTA).

       LE-PAGAR.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT PAGAR.
          PERFORM LE-1-TITULO
             UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE PAGAR.

       LE-1-TITULO.
          READ PAGAR
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             IF ABATIMENTO-PAG NOT NUMERIC
                MOVE ZEROS TO ABATIMENTO-PAG
             END-IF
             IF DATA-LANC-PAG IS NUMERIC
             AND DATA-LANC-PAG EQUAL WS-DATA-HOJE
                ADD VALOR-PAG TO TOT-COMPRAS
             END-IF
             IF SIT-PAG EQUAL "P"
             AND DATA-PAGTO-PAG EQUAL WS-DATA-HOJE
                COMPUTE VALOR-LIQUIDO = VALOR-PAG - ABATIMENTO-PAG
                ADD VALOR-LIQUIDO TO TOT-PAGOS.

       LE-NOTAS-DEBITO.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT NOTADEB.
          PERFORM LE-1-NOTA-DEBITO
             UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE NOTADEB.

       LE-1-NOTA-DEBITO.
          READ NOTADEB
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             IF DATA-ND EQUAL WS-DATA-HOJE
                ADD VALOR-ND TO TOT-DEVOLUCAO.

       TERMINO.
          PERFORM EMITE-LOTE.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE CTBPAG
                RELCTBPG.

       EMITE-LOTE.
          MOVE "PAG-COMPRA" TO VERBA-BUSCA.
          MOVE TOT-COMPRAS TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "PAG-FORNEC" TO VERBA-BUSCA.
          MOVE TOT-COMPRAS TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "PAG-BXFORN" TO VERBA-BUSCA.
          MOVE TOT-PAGOS TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "PAG-BANCO " TO VERBA-BUSCA.
          MOVE TOT-PAGOS TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "PAG-NDFORN" TO VERBA-BUSCA.
          MOVE TOT-DEVOLUCAO TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "PAG-DEVOL " TO VERBA-BUSCA.
          MOVE TOT-DEVOLUCAO TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.

       BUSCA-CONTA.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-CTA TO 1.
          PERFORM BUSCA-1-CONTA
             UNTIL IDX-CTA GREATER THAN QTD-CONTAS
                OR ACHOU-ITEM EQUAL "SIM".

       BUSCA-1-CONTA.
          IF TCTA-VERBA (IDX-CTA) EQUAL VERBA-BUSCA
             MOVE TCTA-CONTA (IDX-CTA)    TO CONTA-ACHADA
             MOVE TCTA-NATUREZA (IDX-CTA) TO NATUREZA-ACHADA
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-CTA UP BY 1.

      *    VERBA SEM CONTA VAI COM CONTA ZERADA PARA A CONSOLIDACAO
      *    RECONHECER O LOTE INCOMPLETO E RETE-LO.
       EMITE-LANCAMENTO.
          IF VALOR-LANCA EQUAL ZEROS
             NEXT SENTENCE
          ELSE
             PERFORM BUSCA-CONTA
             MOVE SPACES TO MENSAGEM-SAI
             IF ACHOU-ITEM EQUAL "NAO"
             OR (NATUREZA-ACHADA NOT EQUAL "D"
             AND NATUREZA-ACHADA NOT EQUAL "C")
                MOVE ZEROS  TO CONTA-ACHADA
                MOVE SPACES TO NATUREZA-ACHADA
                MOVE "NAO"  TO MAPA-COMPLETO
                ADD 1 TO CT-SEM-CONTA
                MOVE "VERBA SEM CONTA NO MAPA" TO MENSAGEM-SAI
             END-IF
             MOVE ZEROS            TO EMPRESA-CTB
             MOVE CONTA-ACHADA     TO CONTA-CTB
             MOVE NATUREZA-ACHADA  TO NATUREZA-CTB
             MOVE VALOR-LANCA      TO VALOR-CTB
             MOVE VERBA-BUSCA      TO VERBA-CTB
             MOVE WS-DATA-HOJE     TO DATA-CTB
             WRITE REG-CTB
             ADD 1 TO CT-GRAVADOS
             IF NATUREZA-ACHADA EQUAL "D"
                ADD VALOR-LANCA TO SOMA-DEBITOS
             END-IF
             IF NATUREZA-ACHADA EQUAL "C"
                ADD VALOR-LANCA TO SOMA-CREDITOS
             END-IF
             PERFORM IMPRIME-LANCAMENTO.

       IMPRIME-LANCAMENTO.
          MOVE VERBA-CTB    TO VERBA-REL.
          MOVE CONTA-CTB    TO CONTA-REL.
          MOVE NATUREZA-CTB TO NATUREZA-REL.
          MOVE VALOR-CTB    TO VALOR-REL.
          PERFORM IMPRIME-D0.

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

       IMPRIME-TOTAIS.
          MOVE WS-DIA-HOJE   TO DIA-ROD.
          MOVE WS-MES-HOJE   TO MES-ROD.
          MOVE WS-ANO-HOJE   TO ANO-ROD.
          MOVE SOMA-DEBITOS  TO TOT-DEB-SAI.
          MOVE SOMA-CREDITOS TO TOT-CRD-SAI.
          COMPUTE DIFERENCA = SOMA-DEBITOS - SOMA-CREDITOS.
          MOVE DIFERENCA     TO TOT-DIF-SAI.

          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-DATA
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          IF MAPA-COMPLETO EQUAL "NAO"
             WRITE REG-ATR FROM ROD-ERRO
                AFTER ADVANCING 2 LINES.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX23"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-SEM-CONTA   TO RL-REJEITADOS.
          IF MAPA-COMPLETO EQUAL "SIM"
             MOVE "NORMAL" TO RL-STATUS
          ELSE
             MOVE "PENDENTE" TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
