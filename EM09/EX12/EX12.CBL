       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX12.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        ALOCACAO DOS CANDIDATOS DO VESTIBULAR NAS
      *                SALAS DE PROVA. SO O INSCRITO COM TAXA PAGA
      *                (INSCVEST.DAT, MANTIDO PELO EM09/EX11) E
      *                ALOCADO, EM ORDEM DE NOME, NAS SALAS DE
      *                SALAS.DAT (CODIGO, DESCRICAO, CAPACIDADE E
      *                INDICADOR DE SALA ACESSIVEL S/N). CANDIDATO
      *                COM ATENDIMENTO ESPECIAL VAI PRIMEIRO E SO
      *                PARA SALA ACESSIVEL; OS DEMAIS OCUPAM AS
      *                SALAS COMUNS E DEPOIS AS SOBRAS DAS
      *                ACESSIVEIS. CADA RODADA REFAZ A ALOCACAO
      *                INTEIRA E REGRAVA SALA E CARTEIRA NO
      *                INSCVEST.DAT. IMPRIME A LISTA DE PORTA
      *                (RELPORTA) E A LISTA DE PRESENCA COM
      *                ASSINATURA (RELSALAS) DE CADA SALA, COM OS
      *                CANDIDATOS SEM LUGAR NO FIM, E GERA
      *                RESPPRE.DAT NO LAYOUT DE RESPOSTA.DAT DO
      *                EM09/EX10 (CPF, NOME, OPCOES E CATEGORIA DE
      *                COTA JA PREENCHIDOS, MARCACOES EM BRANCO)
      *                PARA A IMPRESSAO DOS
      *                CARTOES PRE-IDENTIFICADOS, NA ORDEM DE SALA E
      *                CARTEIRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL INSCVEST ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  SALAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN  TO DISK.

          SELECT  RESPPRE  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELPORTA  ASSIGN TO DISK.

          SELECT  RELSALAS  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INSCVEST
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "INSCVEST.DAT".

       01 REG-INSC.
          02 NUM-INSC        PIC 9(06).
          02 CPF-INSC        PIC 9(11).
          02 NOME-INSC       PIC X(30).
          02 OPCAO1-INSC     PIC 9(03).
          02 OPCAO2-INSC     PIC 9(03).
          02 ESPECIAL-INSC   PIC X(01).
          02 DATA-INSC       PIC 9(08).
          02 PAGO-INSC       PIC X(01).
          02 DATA-PAG-INSC   PIC 9(08).
          02 SALA-INSC       PIC X(05).
          02 CARTEIRA-INSC   PIC 9(03).
          02 COTA-INSC       PIC 9(01).

       FD SALAS
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "SALAS.DAT".

       01 REG-SALA.
          02 COD-SALA        PIC X(05).
          02 DESC-SALA       PIC X(20).
          02 CAPAC-SALA      PIC 9(03).
          02 ACESSIVEL-SALA  PIC X(01).

       SD TRAB.
       01 REG-TRAB.
          02 ESPECIAL-TRAB   PIC X(01).
          02 NOME-TRAB       PIC X(30).
          02 POS-TRAB        PIC 9(04).

       FD RESPPRE
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "RESPPRE.DAT".

       01 REG-RESP.
          02 CPF-RESP        PIC 9(11).
          02 NOME-RESP       PIC X(30).
          02 OPCAO1-RESP     PIC 9(03).
          02 OPCAO2-RESP     PIC 9(03).
          02 MARCACOES-RESP.
             03 MARCA-RESP   OCCURS 100 TIMES PIC X(01).
          02 COTA-RESP       PIC 9(01).

       FD RELPORTA
          LABEL RECORD IS OMITTED.

       01 REG-POR PIC X(80).

       FD RELSALAS
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
       77 FIM-INSC         PIC X(03)    VALUE "NAO".
       77 FIM-SALA         PIC X(03)    VALUE "NAO".
       77 FIM-SORT         PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA     PIC X(03)    VALUE "NAO".
       77 ACHOU-SALA       PIC X(03)    VALUE "NAO".
       77 TIPO-SALA        PIC X(01)    VALUE SPACES.
       77 SECAO-REL        PIC X(01)    VALUE "S".
       77 QTD-INSCRITOS    PIC 9(04)    VALUE ZEROS.
       77 QTD-SALAS        PIC 9(03)    VALUE ZEROS.
       77 QTD-ALOCADOS     PIC 9(04)    VALUE ZEROS.
       77 QTD-SEM-LUGAR    PIC 9(04)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIN-POR       PIC 9(02)    VALUE 45.
       77 CT-PAG-POR       PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-PAGOS         PIC 9(05)    VALUE ZEROS.
       77 CT-ESPECIAIS     PIC 9(05)    VALUE ZEROS.

      *    IMAGEM DE INSCVEST.DAT, NO MESMO LAYOUT DE REG-INSC.
       01 TAB-INSCRITOS.
          02 INS-OCR  OCCURS 3000 TIMES INDEXED BY IDX-INS.
             03 TI-NUMERO      PIC 9(06).
             03 TI-CPF         PIC 9(11).
             03 TI-NOME        PIC X(30).
             03 TI-OPCAO1      PIC 9(03).
             03 TI-OPCAO2      PIC 9(03).
             03 TI-ESPECIAL    PIC X(01).
             03 TI-DATA-INSC   PIC 9(08).
             03 TI-PAGO        PIC X(01).
             03 TI-DATA-PAG    PIC 9(08).
             03 TI-SALA        PIC X(05).
             03 TI-CARTEIRA    PIC 9(03).
             03 TI-COTA        PIC 9(01).

       01 TAB-SALAS.
          02 SAL-OCR  OCCURS 200 TIMES INDEXED BY IDX-SAL.
             03 TS-CODIGO      PIC X(05).
             03 TS-DESCRICAO   PIC X(20).
             03 TS-CAPACIDADE  PIC 9(03).
             03 TS-ACESSIVEL   PIC X(01).
             03 TS-OCUPADOS    PIC 9(03).

      *    ORDEM DE ALOCACAO: POSICAO DO CANDIDATO NA TAB-INSCRITOS
      *    E DA SALA NA TAB-SALAS; DENTRO DA SALA JA E A ORDEM DAS
      *    CARTEIRAS.
       01 TAB-ALOCACAO.
          02 ALO-OCR  OCCURS 3000 TIMES INDEXED BY IDX-ALO.
             03 TA-POS-INS     PIC 9(04).
             03 TA-POS-SALA    PIC 9(03).

       01 TAB-SEM-LUGAR.
          02 SLG-OCR  OCCURS 3000 TIMES INDEXED BY IDX-SLG
                                 PIC 9(04).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "VESTIBULAR - LISTA DE PRESENCA ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-SALA.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "SALA ".
          02 SALA-CAB        PIC X(05).
          02 FILLER          PIC X(03) VALUE " - ".
          02 DESC-CAB        PIC X(20).
          02 ACESS-CAB       PIC X(13).
          02 FILLER          PIC X(32) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "CART".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "INSCR.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(22) VALUE "NOME DO CANDIDATO".
          02 FILLER          PIC X(11) VALUE "CPF".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "ASSINATURA".
          02 FILLER          PIC X(19) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CART-REL        PIC ZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 INSC-REL        PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CPF-REL         PIC 9(11).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE ALL "_".
          02 FILLER          PIC X(04) VALUE SPACES.

       01 CAB-POR-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "VESTIBULAR - LISTA DE PORTA    ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG-POR     PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-POR-02.
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "CARTEIRA".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE "NOME DO CANDIDATO".
          02 FILLER          PIC X(28) VALUE SPACES.

       01 DET-PORTA.
          02 FILLER          PIC X(13) VALUE SPACES.
          02 CART-POR        PIC ZZ9.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 NOME-POR        PIC X(30).
          02 FILLER          PIC X(28) VALUE SPACES.

       01 CAB-SEM-LUGAR.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(50) VALUE
             "CANDIDATOS PAGOS SEM LUGAR NAS SALAS".
          02 FILLER          PIC X(28) VALUE SPACES.

       01 DET-SEM-LUGAR.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 INSC-SLG        PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-SLG        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CPF-SLG         PIC 9(11).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MOTIVO-SLG      PIC X(20).
          02 FILLER          PIC X(09) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "INSCRITOS COM TAXA PAGA:      ".
          02 TOT-PAG-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "CANDIDATOS ALOCADOS:          ".
          02 TOT-ALO-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "  COM ATENDIMENTO ESPECIAL:   ".
          02 TOT-ESP-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "CANDIDATOS SEM LUGAR:         ".
          02 TOT-SLG-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(80) VALUE
             "INSCVEST.DAT EXCEDE A TABELA - NADA FOI ALOCADO".

       PROCEDURE DIVISION.

       EM09-EX12.

       ACCEPT WS-HORA-INICIO FROM TIME.
       PERFORM LE-DATA-MOVIMENTO.
       PERFORM CARREGA-SALAS.
       PERFORM CARREGA-INSCRITOS.
       OPEN OUTPUT RESPPRE
                   RELPORTA
                   RELSALAS.
       IF TABELA-CHEIA EQUAL "NAO"
          SORT    TRAB
             DESCENDING KEY ESPECIAL-TRAB
             ASCENDING  KEY NOME-TRAB
             INPUT  PROCEDURE  ROT-ENTRADA
             OUTPUT PROCEDURE  ROT-SAIDA
          PERFORM IMPRIME-SALA
             VARYING IDX-SAL FROM 1 BY 1
             UNTIL IDX-SAL GREATER THAN QTD-SALAS
          PERFORM REGRAVA-INSCRITOS.
       PERFORM TERMINO.
       STOP RUN.

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

       CARREGA-SALAS.
          OPEN INPUT SALAS.
          PERFORM LE-1-SALA
             UNTIL FIM-SALA EQUAL "SIM".
          CLOSE SALAS.

       LE-1-SALA.
          READ SALAS
             AT END
             MOVE "SIM" TO FIM-SALA.
          IF FIM-SALA EQUAL "NAO"
          AND CAPAC-SALA NUMERIC
          AND CAPAC-SALA GREATER THAN ZEROS
          AND QTD-SALAS LESS THAN 200
             ADD 1 TO QTD-SALAS
             SET IDX-SAL TO QTD-SALAS
             MOVE COD-SALA       TO TS-CODIGO (IDX-SAL)
             MOVE DESC-SALA      TO TS-DESCRICAO (IDX-SAL)
             MOVE CAPAC-SALA     TO TS-CAPACIDADE (IDX-SAL)
             MOVE ACESSIVEL-SALA TO TS-ACESSIVEL (IDX-SAL)
             MOVE ZEROS          TO TS-OCUPADOS (IDX-SAL).

      *    A ALOCACAO ANTERIOR E DESFEITA NA CARGA.
       CARREGA-INSCRITOS.
          OPEN INPUT INSCVEST.
          PERFORM LE-1-INSCRITO
             UNTIL FIM-INSC EQUAL "SIM".
          CLOSE INSCVEST.

       LE-1-INSCRITO.
          READ INSCVEST
             AT END
             MOVE "SIM" TO FIM-INSC.
          IF FIM-INSC EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             IF QTD-INSCRITOS LESS THAN 3000
                ADD 1 TO QTD-INSCRITOS
                SET IDX-INS TO QTD-INSCRITOS
                MOVE REG-INSC TO INS-OCR (IDX-INS)
                MOVE SPACES   TO TI-SALA (IDX-INS)
                MOVE ZEROS    TO TI-CARTEIRA (IDX-INS)
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-INSC.

       ROT-ENTRADA.
          PERFORM LIBERA-1-INSCRITO
             VARYING IDX-INS FROM 1 BY 1
             UNTIL IDX-INS GREATER THAN QTD-INSCRITOS.

       LIBERA-1-INSCRITO.
          IF TI-PAGO (IDX-INS) EQUAL "S"
             ADD 1 TO CT-PAGOS
             MOVE TI-ESPECIAL (IDX-INS) TO ESPECIAL-TRAB
             MOVE TI-NOME (IDX-INS)     TO NOME-TRAB
             SET POS-TRAB TO IDX-INS
             RELEASE REG-TRAB.

       ROT-SAIDA.
          PERFORM LEITURA-SAIDA.
          PERFORM ALOCA-CANDIDATO
             UNTIL FIM-SORT EQUAL "SIM".

       LEITURA-SAIDA.
          RETURN TRAB
             AT END
             MOVE "SIM" TO FIM-SORT.

      *    ESPECIAL SO EM SALA ACESSIVEL; OS DEMAIS PRIMEIRO NAS
      *    SALAS COMUNS, PARA PRESERVAR AS ACESSIVEIS.
       ALOCA-CANDIDATO.
          SET IDX-INS TO POS-TRAB.
          IF ESPECIAL-TRAB EQUAL "S"
             MOVE "S" TO TIPO-SALA
             PERFORM PROCURA-SALA
          ELSE
             MOVE "N" TO TIPO-SALA
             PERFORM PROCURA-SALA
             IF ACHOU-SALA EQUAL "NAO"
                MOVE "S" TO TIPO-SALA
                PERFORM PROCURA-SALA.
          IF ACHOU-SALA EQUAL "SIM"
             ADD 1 TO TS-OCUPADOS (IDX-SAL)
             MOVE TS-CODIGO (IDX-SAL)   TO TI-SALA (IDX-INS)
             MOVE TS-OCUPADOS (IDX-SAL) TO TI-CARTEIRA (IDX-INS)
             ADD 1 TO QTD-ALOCADOS
             SET IDX-ALO TO QTD-ALOCADOS
             SET TA-POS-INS (IDX-ALO)  TO IDX-INS
             SET TA-POS-SALA (IDX-ALO) TO IDX-SAL
             IF ESPECIAL-TRAB EQUAL "S"
                ADD 1 TO CT-ESPECIAIS
             END-IF
          ELSE
             ADD 1 TO QTD-SEM-LUGAR
             SET IDX-SLG TO QTD-SEM-LUGAR
             SET SLG-OCR (IDX-SLG) TO IDX-INS.
          PERFORM LEITURA-SAIDA.

       PROCURA-SALA.
          MOVE "NAO" TO ACHOU-SALA.
          SET IDX-SAL TO 1.
          PERFORM PROCURA-1-SALA
             UNTIL IDX-SAL GREATER THAN QTD-SALAS
                OR ACHOU-SALA EQUAL "SIM".

       PROCURA-1-SALA.
          IF TS-ACESSIVEL (IDX-SAL) EQUAL TIPO-SALA
          AND TS-OCUPADOS (IDX-SAL) LESS THAN TS-CAPACIDADE (IDX-SAL)
             MOVE "SIM" TO ACHOU-SALA
          ELSE
             SET IDX-SAL UP BY 1.

      *    CADA SALA OCUPADA COMECA PAGINA NOVA NAS DUAS LISTAS.
       IMPRIME-SALA.
          IF TS-OCUPADOS (IDX-SAL) GREATER THAN ZEROS
             MOVE TS-CODIGO (IDX-SAL)    TO SALA-CAB
             MOVE TS-DESCRICAO (IDX-SAL) TO DESC-CAB
             IF TS-ACESSIVEL (IDX-SAL) EQUAL "S"
                MOVE " (ACESSIVEL)" TO ACESS-CAB
             ELSE
                MOVE SPACES         TO ACESS-CAB
             END-IF
             PERFORM IMPRIME-CAB
             PERFORM IMPRIME-CAB-POR
             PERFORM IMPRIME-1-CARTEIRA
                VARYING IDX-ALO FROM 1 BY 1
                UNTIL IDX-ALO GREATER THAN QTD-ALOCADOS.

       IMPRIME-1-CARTEIRA.
          IF TA-POS-SALA (IDX-ALO) EQUAL IDX-SAL
             SET IDX-INS TO TA-POS-INS (IDX-ALO)
             IF CT-LIN GREATER THAN 39
                PERFORM IMPRIME-CAB
             END-IF
             IF CT-LIN-POR GREATER THAN 39
                PERFORM IMPRIME-CAB-POR
             END-IF
             MOVE TI-CARTEIRA (IDX-INS) TO CART-REL
                                           CART-POR
             MOVE TI-NUMERO (IDX-INS)   TO INSC-REL
             MOVE TI-NOME (IDX-INS)     TO NOME-REL
                                           NOME-POR
             MOVE TI-CPF (IDX-INS)      TO CPF-REL
             WRITE REG-ATR FROM DETALHE
                AFTER ADVANCING 2 LINES
             ADD 2 TO CT-LIN
             WRITE REG-POR FROM DET-PORTA
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN-POR
             PERFORM GRAVA-CARTAO.

       GRAVA-CARTAO.
          MOVE TI-CPF (IDX-INS)    TO CPF-RESP.
          MOVE TI-NOME (IDX-INS)   TO NOME-RESP.
          MOVE TI-OPCAO1 (IDX-INS) TO OPCAO1-RESP.
          MOVE TI-OPCAO2 (IDX-INS) TO OPCAO2-RESP.
          MOVE SPACES              TO MARCACOES-RESP.
          MOVE TI-COTA (IDX-INS)   TO COTA-RESP.
          WRITE REG-RESP.

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.

          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          IF SECAO-REL EQUAL "S"
             WRITE REG-ATR FROM CAB-SALA
                AFTER ADVANCING 2 LINES
             WRITE REG-ATR FROM CAB-02
                AFTER ADVANCING 2 LINES
          ELSE IF SECAO-REL EQUAL "L"
             WRITE REG-ATR FROM CAB-SEM-LUGAR
                AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       IMPRIME-CAB-POR.
          MOVE SPACES     TO REG-POR.
          ADD  1          TO CT-PAG-POR.
          MOVE CT-PAG-POR TO VAR-PAG-POR.

          WRITE REG-POR
             AFTER ADVANCING PAGE.
          WRITE REG-POR FROM CAB-POR-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-POR FROM CAB-SALA
             AFTER ADVANCING 2 LINES.
          WRITE REG-POR FROM CAB-POR-02
             AFTER ADVANCING 2 LINES.
          WRITE REG-POR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN-POR.

       IMPRIME-SEM-LUGAR.
          SET IDX-INS TO SLG-OCR (IDX-SLG).
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE TI-NUMERO (IDX-INS) TO INSC-SLG.
          MOVE TI-NOME (IDX-INS)   TO NOME-SLG.
          MOVE TI-CPF (IDX-INS)    TO CPF-SLG.
          IF TI-ESPECIAL (IDX-INS) EQUAL "S"
             MOVE "SEM SALA ACESSIVEL" TO MOTIVO-SLG
          ELSE
             MOVE "SALAS LOTADAS"      TO MOTIVO-SLG.
          WRITE REG-ATR FROM DET-SEM-LUGAR
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       REGRAVA-INSCRITOS.
          OPEN OUTPUT INSCVEST.
          PERFORM GRAVA-1-INSCRITO
             VARYING IDX-INS FROM 1 BY 1
             UNTIL IDX-INS GREATER THAN QTD-INSCRITOS.
          CLOSE INSCVEST.

       GRAVA-1-INSCRITO.
          MOVE INS-OCR (IDX-INS) TO REG-INSC.
          WRITE REG-INSC.

       TERMINO.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "E" TO SECAO-REL
             PERFORM IMPRIME-CAB
             WRITE REG-ATR FROM ROD-05
                AFTER ADVANCING 2 LINES.
          IF QTD-SEM-LUGAR GREATER THAN ZEROS
             MOVE "L" TO SECAO-REL
             PERFORM IMPRIME-CAB
             PERFORM IMPRIME-SEM-LUGAR
                VARYING IDX-SLG FROM 1 BY 1
                UNTIL IDX-SLG GREATER THAN QTD-SEM-LUGAR.
          MOVE CT-PAGOS      TO TOT-PAG-SAI.
          MOVE QTD-ALOCADOS  TO TOT-ALO-SAI.
          MOVE CT-ESPECIAIS  TO TOT-ESP-SAI.
          MOVE QTD-SEM-LUGAR TO TOT-SLG-SAI.
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
          PERFORM GRAVA-RUNLOG.
          CLOSE RESPPRE
                RELPORTA
                RELSALAS.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM09EX12"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE QTD-ALOCADOS   TO RL-GRAVADOS.
          MOVE QTD-SEM-LUGAR  TO RL-REJEITADOS.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
