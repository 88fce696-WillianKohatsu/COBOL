       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX25.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        BAIXA DE PAGAMENTOS DE MENSALIDADE. LE OS
      *                PAGAMENTOS DO RETORNO BANCARIO OU DA
      *                SECRETARIA (PAGTOS.DAT: MATRICULA, DATA,
      *                VALOR E ORIGEM "B"/"S") E APLICA CADA UM NA
      *                COMPETENCIA EM ABERTO ("A") MAIS ANTIGA DA
      *                MATRICULA EM MENSALID.DAT. O QUE SOBRA PASSA
      *                PARA A COMPETENCIA SEGUINTE. PARCELA QUITADA
      *                VAI PARA "Q" COM A DATA DO PAGAMENTO; PAGO
      *                MENOR QUE O SALDO FICA "A" COM O VALOR PAGO
      *                ACUMULADO. PAGAMENTO SEM MENSALIDADE EM
      *                ABERTO, COM VALOR ZERADO OU COM SOBRA APOS
      *                QUITAR TUDO SAI NO RELATORIO DE EXCECOES
      *                (RELEXCPG). NO FIM REGRAVA MENSALID.DAT E
      *                REFAZ BLOQALU.DAT PELA MESMA REGRA DO AGING
      *                (EM08/EX15: SALDO VENCIDO HA MAIS DE 30
      *                DIAS), LIBERANDO NA PROXIMA EXECUCAO DO
      *                EM08/EX06 O ALUNO QUE FICOU EM DIA. SE
      *                MENSALID.DAT NAO COUBER NA TABELA NADA E
      *                REGRAVADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL PAGTOS   ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL MENSALID ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  BLOQALU  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELBAIXA ASSIGN TO DISK.

          SELECT  RELEXCPG ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PAGTOS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PAGTOS.DAT".

       01 REG-PAGTO.
          02 MATRICULA-PAG      PIC 9(07).
          02 DATA-PAG.
             03 AAAA-PAG        PIC 9(04).
             03 MM-PAG          PIC 9(02).
             03 DD-PAG          PIC 9(02).
          02 DATA-PAG-N REDEFINES DATA-PAG PIC 9(08).
          02 VALOR-PAG          PIC 9(07)V99.
          02 ORIGEM-PAG         PIC X(01).

       FD MENSALID
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MENSALID.DAT".

       01 REG-MENS.
          02 MATRICULA-MEN      PIC 9(07).
          02 TURMA-MEN          PIC X(05).
          02 COMPET-MEN         PIC 9(06).
          02 VALOR-MEN          PIC 9(07)V99.
          02 DATA-VENC-MEN.
             03 DD-VENC-MEN     PIC 99.
             03 MM-VENC-MEN     PIC 99.
             03 AAAA-VENC-MEN   PIC 9(04).
          02 SIT-MEN            PIC X(01).
          02 VALOR-BRUTO-MEN    PIC 9(07)V99.
          02 DESC-BOLSA-MEN     PIC 9(07)V99.
          02 DESC-IRMAO-MEN     PIC 9(07)V99.
          02 VALOR-PAGO-MEN     PIC 9(07)V99.
          02 DATA-PAG-MEN       PIC 9(08).

       FD BLOQALU
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "BLOQALU.DAT".

       01 REG-BLOQ.
          02 MATRICULA-BLQ      PIC 9(07).
          02 DIAS-BLQ           PIC 9(05).

       FD RELBAIXA
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RELEXCPG
          LABEL RECORD IS OMITTED.

       01 REG-EXC PIC X(80).

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
       77 FIM-PAG          PIC X(03)    VALUE "NAO".
       77 FIM-MEN          PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA     PIC X(03)    VALUE "NAO".
       77 ACHOU-ABERTA     PIC X(03)    VALUE "NAO".
       77 JA-BLOQUEADO     PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIN-EXC       PIC 9(02)    VALUE 45.
       77 CT-PAG-EXC       PIC 9(02)    VALUE ZEROS.
       77 QTD-MENS         PIC 9(04)    VALUE ZEROS.
       77 QTD-BLOQUEADOS   PIC 9(04)    VALUE ZEROS.
       77 IDX-ANTIGA       PIC 9(04)    VALUE ZEROS.
       77 MENOR-COMPET     PIC 9(06)    VALUE ZEROS.
       77 SOBRA-PAGTO      PIC 9(07)V99 VALUE ZEROS.
       77 SALDO-PARCELA    PIC 9(07)V99 VALUE ZEROS.
       77 QTD-APLICADAS    PIC 9(03)    VALUE ZEROS.
       77 DIAS-ATRASO      PIC 9(05)    VALUE ZEROS.
       77 WS-DIAS-ATRASO-S PIC S9(05)   VALUE ZEROS.
       77 WS-DIAS-ATU      PIC 9(08)    VALUE ZEROS.
       77 WS-DIAS-VEN      PIC 9(08)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-REJEITADOS    PIC 9(07)    VALUE ZEROS.
       77 TOTAL-QUITADAS   PIC 9(05)    VALUE ZEROS.
       77 TOTAL-PARCIAIS   PIC 9(05)    VALUE ZEROS.
       77 TOTAL-RECEBIDO   PIC 9(11)V99 VALUE ZEROS.
       77 TOTAL-APLICADO   PIC 9(11)V99 VALUE ZEROS.
       77 TOTAL-CREDITO    PIC 9(11)V99 VALUE ZEROS.

      *    IMAGEM DE MENSALID.DAT, NO MESMO LAYOUT DE REG-MENS.
       01 TAB-MENSALIDADES.
          02 MEN-OCR  OCCURS 9999 TIMES INDEXED BY IDX-MEN.
             03 TM-MATRICULA   PIC 9(07).
             03 TM-TURMA       PIC X(05).
             03 TM-COMPET      PIC 9(06).
             03 TM-VALOR       PIC 9(07)V99.
             03 TM-VENC.
                04 TM-DD-VENC  PIC 99.
                04 TM-MM-VENC  PIC 99.
                04 TM-AAAA-VENC PIC 9(04).
             03 TM-SIT         PIC X(01).
             03 TM-BRUTO       PIC 9(07)V99.
             03 TM-DESC-BOLSA  PIC 9(07)V99.
             03 TM-DESC-IRMAO  PIC 9(07)V99.
             03 TM-PAGO        PIC 9(07)V99.
             03 TM-DATA-PAG    PIC 9(08).

       01 TAB-BLOQUEADOS.
          02 BLQ-OCR  OCCURS 500 TIMES INDEXED BY IDX-BLQ.
             03 TB-MATRICULA   PIC 9(07).
             03 TB-DIAS        PIC 9(05).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "BAIXA DE PAGAMENTOS ESCOLARES  ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "MATRICULA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "COMPET".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "APLICADO ".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "SALDO    ".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "SITUACAO".
          02 FILLER          PIC X(20) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 MATR-REL        PIC 9(07).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 COMPET-REL      PIC 9(06).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 APLICADO-REL    PIC ZZZZZZ9,99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 SALDO-REL       PIC ZZZZZZ9,99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 SITUACAO-REL    PIC X(07).
          02 FILLER          PIC X(22) VALUE SPACES.

       01 CAB-EXC-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "EXCECOES DA BAIXA DE PAGAMENTOS".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG-EXC     PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-EXC-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "MATRICULA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DATA PAGTO".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "     VALOR".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(30) VALUE SPACES.

       01 DET-EXC.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 MATR-EXC        PIC 9(07).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 DD-EXC          PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MM-EXC          PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 AAAA-EXC        PIC 9(04).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VALOR-EXC       PIC ZZZZZZ9,99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MENSAGEM-EXC    PIC X(35) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS LIDOS:             ".
          02 TOT-LID-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS REJEITADOS:        ".
          02 TOT-REJ-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "MENSALIDADES QUITADAS:        ".
          02 TOT-QUI-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS PARCIAIS:          ".
          02 TOT-PAR-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "TOTAL RECEBIDO:               ".
          02 TOT-REC-SAI     PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "TOTAL APLICADO:               ".
          02 TOT-APL-SAI     PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "SOBRAS A DEVOLVER/CREDITAR:   ".
          02 TOT-CRE-SAI     PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "ALUNOS BLOQUEADOS (31+ DIAS): ".
          02 TOT-BLQ-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-09.
          02 FILLER          PIC X(80) VALUE
             "MENSALID.DAT EXCEDE A TABELA - BAIXA NAO EFETUADA".

       PROCEDURE DIVISION.

       EM08-EX25.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-PAG EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO WS-DIAS-ATU.
          PERFORM CARREGA-MENSALIDADES.
          OPEN INPUT PAGTOS
             OUTPUT RELBAIXA
                    RELEXCPG.
          PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-CAB-EXC.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "SIM" TO FIM-PAG
          ELSE
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

       CARREGA-MENSALIDADES.
          OPEN INPUT MENSALID.
          PERFORM LE-1-MENSALIDADE
             UNTIL FIM-MEN EQUAL "SIM".
          CLOSE MENSALID.

      *    REGISTRO GERADO ANTES DOS DESCONTOS E DA BAIXA NAO TRAZ
      *    OS CAMPOS FINAIS; ENTRAM COM O VALOR CHEIO E NADA PAGO.
       LE-1-MENSALIDADE.
          READ MENSALID
             AT END
             MOVE "SIM" TO FIM-MEN.
          IF FIM-MEN EQUAL "NAO"
             IF QTD-MENS LESS THAN 9999
                ADD 1 TO QTD-MENS
                SET IDX-MEN TO QTD-MENS
                MOVE REG-MENS TO MEN-OCR (IDX-MEN)
                IF TM-BRUTO (IDX-MEN) NOT NUMERIC
                   MOVE TM-VALOR (IDX-MEN) TO TM-BRUTO (IDX-MEN)
                   MOVE ZEROS TO TM-DESC-BOLSA (IDX-MEN)
                                 TM-DESC-IRMAO (IDX-MEN)
                END-IF
                IF TM-PAGO (IDX-MEN) NOT NUMERIC
                   MOVE ZEROS TO TM-PAGO (IDX-MEN)
                                 TM-DATA-PAG (IDX-MEN)
                END-IF
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-MEN.

       LEITURA.
          READ PAGTOS
             AT END
             MOVE "SIM" TO FIM-PAG.
          IF FIM-PAG EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          IF DATA-PAG NOT NUMERIC
          OR DATA-PAG-N EQUAL ZEROS
             MOVE WS-DATA-HOJE-N TO DATA-PAG-N.
          IF VALOR-PAG NOT NUMERIC
          OR VALOR-PAG EQUAL ZEROS
             MOVE ZEROS TO VALOR-PAG
             MOVE "PAGAMENTO COM VALOR ZERADO" TO MENSAGEM-EXC
             PERFORM REJEITA-PAGAMENTO
          ELSE
             ADD VALOR-PAG TO TOTAL-RECEBIDO
             PERFORM APLICA-PAGAMENTO.
          PERFORM LEITURA.

      *    O PAGAMENTO VAI QUITANDO AS COMPETENCIAS EM ABERTO DA
      *    MAIS ANTIGA PARA A MAIS NOVA ATE ACABAR O VALOR.
       APLICA-PAGAMENTO.
          MOVE VALOR-PAG TO SOBRA-PAGTO.
          MOVE ZEROS     TO QTD-APLICADAS.
          MOVE "SIM"     TO ACHOU-ABERTA.
          PERFORM APLICA-1-PARCELA
             UNTIL SOBRA-PAGTO EQUAL ZEROS
                OR ACHOU-ABERTA EQUAL "NAO".
          IF QTD-APLICADAS EQUAL ZEROS
             MOVE "SEM MENSALIDADE EM ABERTO" TO MENSAGEM-EXC
             PERFORM REJEITA-PAGAMENTO
             SUBTRACT VALOR-PAG FROM TOTAL-RECEBIDO
          ELSE
             IF SOBRA-PAGTO GREATER THAN ZEROS
                ADD SOBRA-PAGTO TO TOTAL-CREDITO
                MOVE SOBRA-PAGTO TO VALOR-EXC
                MOVE "SOBRA APOS QUITAR TUDO - CREDITO"
                   TO MENSAGEM-EXC
                PERFORM IMPRIME-EXC.

       APLICA-1-PARCELA.
          PERFORM BUSCA-MAIS-ANTIGA.
          IF ACHOU-ABERTA EQUAL "SIM"
             ADD 1 TO QTD-APLICADAS
             SET IDX-MEN TO IDX-ANTIGA
             COMPUTE SALDO-PARCELA =
                TM-VALOR (IDX-MEN) - TM-PAGO (IDX-MEN)
             MOVE DATA-PAG-N TO TM-DATA-PAG (IDX-MEN)
             IF SOBRA-PAGTO NOT LESS THAN SALDO-PARCELA
                MOVE TM-VALOR (IDX-MEN) TO TM-PAGO (IDX-MEN)
                MOVE "Q"                TO TM-SIT (IDX-MEN)
                SUBTRACT SALDO-PARCELA FROM SOBRA-PAGTO
                ADD SALDO-PARCELA TO TOTAL-APLICADO
                ADD 1 TO TOTAL-QUITADAS
                MOVE SALDO-PARCELA TO APLICADO-REL
                MOVE ZEROS         TO SALDO-REL
                MOVE "QUITADA"     TO SITUACAO-REL
             ELSE
                ADD SOBRA-PAGTO TO TM-PAGO (IDX-MEN)
                ADD SOBRA-PAGTO TO TOTAL-APLICADO
                ADD 1 TO TOTAL-PARCIAIS
                MOVE SOBRA-PAGTO TO APLICADO-REL
                COMPUTE SALDO-REL =
                   TM-VALOR (IDX-MEN) - TM-PAGO (IDX-MEN)
                MOVE "PARCIAL"   TO SITUACAO-REL
                MOVE ZEROS       TO SOBRA-PAGTO
             END-IF
             MOVE TM-MATRICULA (IDX-MEN) TO MATR-REL
             MOVE TM-COMPET (IDX-MEN)    TO COMPET-REL
             PERFORM IMPRIME-D0.

       BUSCA-MAIS-ANTIGA.
          MOVE "NAO"  TO ACHOU-ABERTA.
          MOVE 999999 TO MENOR-COMPET.
          PERFORM BUSCA-1-ANTIGA
             VARYING IDX-MEN FROM 1 BY 1
             UNTIL IDX-MEN GREATER THAN QTD-MENS.

       BUSCA-1-ANTIGA.
          IF TM-MATRICULA (IDX-MEN) EQUAL MATRICULA-PAG
          AND TM-SIT (IDX-MEN) EQUAL "A"
          AND TM-COMPET (IDX-MEN) LESS THAN MENOR-COMPET
             MOVE TM-COMPET (IDX-MEN) TO MENOR-COMPET
             SET IDX-ANTIGA TO IDX-MEN
             MOVE "SIM" TO ACHOU-ABERTA.

       REJEITA-PAGAMENTO.
          ADD 1 TO CT-REJEITADOS.
          MOVE VALOR-PAG TO VALOR-EXC.
          PERFORM IMPRIME-EXC.

       IMPRIME-EXC.
          IF CT-LIN-EXC GREATER THAN 39
             PERFORM IMPRIME-CAB-EXC.
          MOVE MATRICULA-PAG TO MATR-EXC.
          MOVE DD-PAG        TO DD-EXC.
          MOVE MM-PAG        TO MM-EXC.
          MOVE AAAA-PAG      TO AAAA-EXC.
          WRITE REG-EXC FROM DET-EXC
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN-EXC.

       IMPRIME-CAB-EXC.
          MOVE SPACES     TO REG-EXC.
          ADD  1          TO CT-PAG-EXC.
          MOVE CT-PAG-EXC TO VAR-PAG-EXC.

          WRITE REG-EXC
             AFTER ADVANCING PAGE.
          WRITE REG-EXC FROM CAB-EXC-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-EXC FROM CAB-EXC-02
             AFTER ADVANCING 3 LINES.
          WRITE REG-EXC FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN-EXC.

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

       TERMINO.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-09
                AFTER ADVANCING 2 LINES
          ELSE
             PERFORM REGRAVA-MENSALID
             PERFORM REFAZ-BLOQUEIOS.
          MOVE CT-LIDOS       TO TOT-LID-SAI.
          MOVE CT-REJEITADOS  TO TOT-REJ-SAI.
          MOVE TOTAL-QUITADAS TO TOT-QUI-SAI.
          MOVE TOTAL-PARCIAIS TO TOT-PAR-SAI.
          MOVE TOTAL-RECEBIDO TO TOT-REC-SAI.
          MOVE TOTAL-APLICADO TO TOT-APL-SAI.
          MOVE TOTAL-CREDITO  TO TOT-CRE-SAI.
          MOVE QTD-BLOQUEADOS TO TOT-BLQ-SAI.

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
          CLOSE PAGTOS
                RELBAIXA
                RELEXCPG.

       REGRAVA-MENSALID.
          OPEN OUTPUT MENSALID.
          PERFORM GRAVA-1-MENSALIDADE
             VARYING IDX-MEN FROM 1 BY 1
             UNTIL IDX-MEN GREATER THAN QTD-MENS.
          CLOSE MENSALID.

       GRAVA-1-MENSALIDADE.
          MOVE MEN-OCR (IDX-MEN) TO REG-MENS.
          WRITE REG-MENS.

      *    MESMA REGRA DO AGING (EM08/EX15): SALDO EM ABERTO VENCIDO
      *    HA MAIS DE 30 DIAS BLOQUEIA A REMATRICULA.
       REFAZ-BLOQUEIOS.
          PERFORM VERIFICA-1-BLOQUEIO
             VARYING IDX-MEN FROM 1 BY 1
             UNTIL IDX-MEN GREATER THAN QTD-MENS.
          OPEN OUTPUT BLOQALU.
          PERFORM GRAVA-BLOQUEADOS
             VARYING IDX-BLQ FROM 1 BY 1
             UNTIL IDX-BLQ GREATER THAN QTD-BLOQUEADOS.
          CLOSE BLOQALU.

       VERIFICA-1-BLOQUEIO.
          IF TM-SIT (IDX-MEN) EQUAL "A"
          AND TM-PAGO (IDX-MEN) LESS THAN TM-VALOR (IDX-MEN)
             PERFORM CALC-ATRASO
             IF DIAS-ATRASO GREATER THAN 30
                PERFORM MARCA-BLOQUEIO.

       CALC-ATRASO.
          MOVE TM-DD-VENC (IDX-MEN)   TO DTC-DIA.
          MOVE TM-MM-VENC (IDX-MEN)   TO DTC-MES.
          MOVE TM-AAAA-VENC (IDX-MEN) TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO EQUAL "N"
             MOVE ZEROS TO DIAS-ATRASO
          ELSE
             MOVE DTC-NUM-DIAS TO WS-DIAS-VEN
             COMPUTE WS-DIAS-ATRASO-S = WS-DIAS-ATU - WS-DIAS-VEN
             IF WS-DIAS-ATRASO-S NOT GREATER THAN ZEROS
                MOVE ZEROS TO DIAS-ATRASO
             ELSE
                MOVE WS-DIAS-ATRASO-S TO DIAS-ATRASO.

       MARCA-BLOQUEIO.
          MOVE "NAO" TO JA-BLOQUEADO.
          SET IDX-BLQ TO 1.
          PERFORM MARCA-1-BLOQUEIO
             UNTIL IDX-BLQ GREATER THAN QTD-BLOQUEADOS
                OR JA-BLOQUEADO EQUAL "SIM".
          IF JA-BLOQUEADO EQUAL "NAO"
          AND QTD-BLOQUEADOS LESS THAN 500
             ADD 1 TO QTD-BLOQUEADOS
             SET IDX-BLQ TO QTD-BLOQUEADOS
             MOVE TM-MATRICULA (IDX-MEN) TO TB-MATRICULA (IDX-BLQ)
             MOVE DIAS-ATRASO            TO TB-DIAS (IDX-BLQ).

       MARCA-1-BLOQUEIO.
          IF TB-MATRICULA (IDX-BLQ) EQUAL TM-MATRICULA (IDX-MEN)
             MOVE "SIM" TO JA-BLOQUEADO
             IF DIAS-ATRASO GREATER THAN TB-DIAS (IDX-BLQ)
                MOVE DIAS-ATRASO TO TB-DIAS (IDX-BLQ)
             END-IF
          ELSE
             SET IDX-BLQ UP BY 1.

       GRAVA-BLOQUEADOS.
          MOVE TB-MATRICULA (IDX-BLQ) TO MATRICULA-BLQ.
          MOVE TB-DIAS (IDX-BLQ)      TO DIAS-BLQ.
          WRITE REG-BLOQ.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX25"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          COMPUTE RL-GRAVADOS = TOTAL-QUITADAS + TOTAL-PARCIAIS.
          MOVE CT-REJEITADOS  TO RL-REJEITADOS.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
