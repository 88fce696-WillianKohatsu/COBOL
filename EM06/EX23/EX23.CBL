       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX23.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CONTABILIZACAO DIARIA DA CLINICA, NO FEITIO DO
      *                EM10/EX12. PARA A DATA DO MOVIMENTO ACUMULA A
      *                RECEITA DAS CONSULTAS PARTICULARES PAGAS DE
      *                ATUCONS.DAT (CONVENIO ZERO, PELA DATA DA
      *                CONSULTA, COMO NO RELATORIO DE RECEITA DO
      *                EM06/EX03) E, DO HISTORICO DE FATURAMENTO
      *                FATHIST.DAT, O FATURAMENTO DOS CONVENIOS (DATA
      *                DO LOTE, EM06/EX01) E AS BAIXAS DO RETORNO
      *                (DATA DA BAIXA, EM06/EX10): CONSULTA PAGA
      *                BAIXA O VALOR FATURADO, COM A DIFERENCA PAGA A
      *                MENOR LANCADA COMO GLOSA E A PAGA A MAIOR COMO
      *                RECEITA; CONSULTA GLOSADA BAIXA O VALOR
      *                FATURADO CONTRA GLOSAS. BUSCA A CONTA E A
      *                NATUREZA DE CADA VERBA NO MAPA TABCTB.DAT E
      *                EMITE OS LANCAMENTOS NO LEIAUTE DO CONTABIL.DAT
      *                EM CTBCLI.DAT, CONSOLIDADO PELO EM10/EX18.
      *                VERBA SEM CONTA NO MAPA SAI COM CONTA ZERADA E
      *                NATUREZA EM BRANCO, E O RELATORIO ACUSA O MAPA
      *                INCOMPLETO: A CONSOLIDACAO RETEM O ARQUIVO ATE
      *                O MAPA SER CORRIGIDO E O PROGRAMA SER EXECUTADO
      *                DE NOVO PARA A MESMA DATA.
      *                AS PERDAS DE RECURSO DE GLOSA BAIXADAS NA DATA
      *                (PERDCLI.DAT, EM06/EX16) JA FORAM LANCADAS
      *                COMO GLOSA E SAO RECLASSIFICADAS PARA PERDA:
      *                CLI-PERDA A DEBITO E CLI-PERGLO A CREDITO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT  ATUCONS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL FATHIST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PERDCLI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT TABCTB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CTBCLI ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RELCTBCL ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ATUCONS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATUCONS.DAT".

       01 REG-ATU.
          02 COD-ATU        PIC 9(03).
          02 DATA-ATU       PIC 9(08).
          02 DATA-ATU-R     REDEFINES DATA-ATU.
             03 DD-ATU      PIC 99.
             03 MM-ATU      PIC 99.
             03 AAAA-ATU    PIC 9(04).
          02 PREC-ATU       PIC 99V99.
          02 PAGO-ATU       PIC X(01).
          02 CONV-ATU       PIC 9(03).
          02 MED-ATU        PIC 9(03).
          02 PROC-ATU       PIC 9(04).

       FD FATHIST
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "FATHIST.DAT".

       01 REG-FH.
          02 CONV-FH            PIC 9(03).
          02 COD-FH             PIC 9(03).
          02 DATA-FH            PIC 9(08).
          02 DATA-FAT-FH        PIC 9(08).
          02 VALOR-FH           PIC 9(05)V99.
          02 SIT-FH             PIC X(01).
          02 VALOR-RET-FH       PIC 9(05)V99.
          02 DATA-RET-FH        PIC 9(08).

       FD PERDCLI
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "PERDCLI.DAT".

       01 REG-PERDA.
          02 CONV-PERDA         PIC 9(03).
          02 COD-PERDA          PIC 9(03).
          02 DATA-PERDA         PIC 9(08).
          02 VALOR-PERDA        PIC 9(05)V99.
          02 MOTIVO-PERDA       PIC 9(02).
          02 DATA-BAIXA-PERDA   PIC 9(08).
          02 ORIGEM-PERDA       PIC X(01).

       FD TABCTB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "TABCTB.DAT".

       01 REG-TABC.
          02 VERBA-TAB          PIC X(10).
          02 CONTA-TAB          PIC 9(06).
          02 NATUREZA-TAB       PIC X(01).

       FD CTBCLI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTBCLI.DAT".

       01 REG-CTB.
          02 EMPRESA-CTB        PIC 9(02).
          02 CONTA-CTB          PIC 9(06).
          02 NATUREZA-CTB       PIC X(01).
          02 VALOR-CTB          PIC 9(12)V99.
          02 VERBA-CTB          PIC X(10).
          02 DATA-CTB           PIC 9(08).

       FD RELCTBCL
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
       77 TOT-CAIXA        PIC 9(12)V99 VALUE ZEROS.
       77 TOT-REC-PARTIC   PIC 9(12)V99 VALUE ZEROS.
       77 TOT-FATURADO     PIC 9(12)V99 VALUE ZEROS.
       77 TOT-REC-CONV     PIC 9(12)V99 VALUE ZEROS.
       77 TOT-BANCO        PIC 9(12)V99 VALUE ZEROS.
       77 TOT-BAIXA-CONV   PIC 9(12)V99 VALUE ZEROS.
       77 TOT-GLOSA        PIC 9(12)V99 VALUE ZEROS.
       77 TOT-PERDA        PIC 9(12)V99 VALUE ZEROS.
       77 DATA-ATU-INV     PIC 9(08)    VALUE ZEROS.
       77 DIFERENCA-RET    PIC S9(07)V99 VALUE ZEROS.
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
             "CONTABILIZACAO DA CLINICA      ".
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

       EM06-EX23.
          PERFORM INICIO.
          PERFORM LE-CONSULTAS.
          PERFORM LE-FATURAMENTO.
          PERFORM LE-PERDAS.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-MAPA-CONTAS.
          OPEN OUTPUT CTBCLI
                      RELCTBCL.
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

       LE-CONSULTAS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT ATUCONS.
          PERFORM LE-1-CONSULTA
             UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ATUCONS.

      *    CONSULTA DE CONVENIO PAGA ENTRA PELA BAIXA DO FATHIST.
       LE-1-CONSULTA.
          READ ATUCONS
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             COMPUTE DATA-ATU-INV = AAAA-ATU * 10000
                                  + MM-ATU * 100 + DD-ATU
             IF DATA-ATU-INV EQUAL WS-DATA-HOJE
             AND PAGO-ATU EQUAL "S"
             AND CONV-ATU EQUAL ZEROS
                ADD PREC-ATU TO TOT-CAIXA
                ADD PREC-ATU TO TOT-REC-PARTIC.

       LE-FATURAMENTO.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT FATHIST.
          PERFORM LE-1-FATURAMENTO
             UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE FATHIST.

       LE-1-FATURAMENTO.
          READ FATHIST
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             IF DATA-FAT-FH EQUAL WS-DATA-HOJE
                ADD VALOR-FH TO TOT-FATURADO
                ADD VALOR-FH TO TOT-REC-CONV
             END-IF
             IF DATA-RET-FH EQUAL WS-DATA-HOJE
                IF SIT-FH EQUAL "P"
                   PERFORM ACUMULA-PAGAMENTO
                END-IF
                IF SIT-FH EQUAL "G"
                   ADD VALOR-FH TO TOT-GLOSA
                   ADD VALOR-FH TO TOT-BAIXA-CONV.

       ACUMULA-PAGAMENTO.
          ADD VALOR-RET-FH TO TOT-BANCO.
          ADD VALOR-FH     TO TOT-BAIXA-CONV.
          COMPUTE DIFERENCA-RET = VALOR-FH - VALOR-RET-FH.
          IF DIFERENCA-RET GREATER THAN ZEROS
             ADD DIFERENCA-RET TO TOT-GLOSA.
          IF DIFERENCA-RET LESS THAN ZEROS
             SUBTRACT DIFERENCA-RET FROM TOT-REC-CONV.

       LE-PERDAS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT PERDCLI.
          PERFORM LE-1-PERDA
             UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE PERDCLI.

       LE-1-PERDA.
          READ PERDCLI
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             IF DATA-BAIXA-PERDA EQUAL WS-DATA-HOJE
                ADD VALOR-PERDA TO TOT-PERDA.

       TERMINO.
          PERFORM EMITE-LOTE.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE CTBCLI
                RELCTBCL.

       EMITE-LOTE.
          MOVE "CLI-CAIXA " TO VERBA-BUSCA.
          MOVE TOT-CAIXA TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "CLI-RECPAR" TO VERBA-BUSCA.
          MOVE TOT-REC-PARTIC TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "CLI-CONVRC" TO VERBA-BUSCA.
          MOVE TOT-FATURADO TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "CLI-RECCNV" TO VERBA-BUSCA.
          MOVE TOT-REC-CONV TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "CLI-BANCO " TO VERBA-BUSCA.
          MOVE TOT-BANCO TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "CLI-BXCONV" TO VERBA-BUSCA.
          MOVE TOT-BAIXA-CONV TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "CLI-GLOSA " TO VERBA-BUSCA.
          MOVE TOT-GLOSA TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "CLI-PERDA " TO VERBA-BUSCA.
          MOVE TOT-PERDA TO VALOR-LANCA.
          PERFORM EMITE-LANCAMENTO.
          MOVE "CLI-PERGLO" TO VERBA-BUSCA.
          MOVE TOT-PERDA TO VALOR-LANCA.
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
          MOVE "EM06EX23"     TO RL-PROGRAMA.
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
