       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX13.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        VENDA DE INGRESSOS DOS EVENTOS PAGOS E
      *                CONCILIACAO DA BILHETERIA. OS LOTES DE CADA
      *                EVENTO VEM DE LOTEVEN.DAT (EVENTO, LOTE,
      *                PRECO, QUANTIDADE E JANELA DE VENDA). O
      *                MOVIMENTO MOVVENDA.DAT TRAZ "V" VENDA (EVENTO,
      *                LOTE, QUANTIDADE, CANAL B = BILHETERIA,
      *                I = INTERNET, P = PONTO DE VENDA, DATA DA
      *                VENDA, NOME E RG DO COMPRADOR) E "C"
      *                CANCELAMENTO COM ESTORNO (NUMERO DO
      *                INGRESSO). A VENDA EMITE UM INGRESSO NUMERADO
      *                POR UNIDADE E E RECUSADA FORA DA JANELA DO
      *                LOTE, ACIMA DA QUANTIDADE DO LOTE OU DA
      *                CAPACIDADE-EVE DO CADEVENT.DAT; INGRESSO
      *                CANCELADO LIBERA O LUGAR NO LOTE E NO EVENTO.
      *                O CADASTRO INGRESSO.DAT E REGRAVADO INTEIRO
      *                (SITUACAO V = VENDIDO, C = CANCELADO,
      *                U = UTILIZADO NA PORTARIA DO EM09/EX02) E A
      *                CONCILIACAO RELCAIXA SAI DELE, POR EVENTO E
      *                CANAL: VENDIDOS, CANCELADOS, VALOR BRUTO,
      *                ESTORNOS E CAIXA ESPERADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADEVENT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  LOTEVEN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVVENDA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL INGRESSO ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELVENDA  ASSIGN TO DISK.

          SELECT  RELCAIXA  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADEVENT
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CADEVENT.DAT".

       01 REG-EVENTO.
          02 COD-EVE         PIC 9(03).
          02 NOME-EVE        PIC X(30).
          02 DATA-EVE        PIC 9(08).
          02 CAPACIDADE-EVE  PIC 9(04).

       FD LOTEVEN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "LOTEVEN.DAT".

       01 REG-LOTE.
          02 EVENTO-LOT      PIC 9(03).
          02 NUM-LOTE        PIC 9(02).
          02 PRECO-LOTE      PIC 9(05)V99.
          02 QTD-LOTE        PIC 9(04).
          02 DATA-INI-LOTE   PIC 9(08).
          02 DATA-FIM-LOTE   PIC 9(08).

       FD MOVVENDA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVVENDA.DAT".

       01 REG-VDA.
          02 TIPO-VDA        PIC X(01).
          02 EVENTO-VDA      PIC 9(03).
          02 LOTE-VDA        PIC 9(02).
          02 QTD-VDA         PIC 9(02).
          02 CANAL-VDA       PIC X(01).
          02 DATA-VDA        PIC 9(08).
          02 NOME-VDA        PIC X(30).
          02 RG-VDA          PIC X(10).
          02 INGRESSO-VDA    PIC 9(07).

       FD INGRESSO
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "INGRESSO.DAT".

       01 REG-ING.
          02 NUM-ING         PIC 9(07).
          02 EVENTO-ING      PIC 9(03).
          02 LOTE-ING        PIC 9(02).
          02 PRECO-ING       PIC 9(05)V99.
          02 CANAL-ING       PIC X(01).
          02 DATA-VENDA-ING  PIC 9(08).
          02 NOME-ING        PIC X(30).
          02 RG-ING          PIC X(10).
          02 SIT-ING         PIC X(01).
          02 DATA-CANC-ING   PIC 9(08).

       FD RELVENDA
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RELCAIXA
          LABEL RECORD IS OMITTED.

       01 REG-CX  PIC X(80).

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
       77 FIM-MOV          PIC X(03)    VALUE "NAO".
       77 FIM-EVE          PIC X(03)    VALUE "NAO".
       77 FIM-LOTE         PIC X(03)    VALUE "NAO".
       77 FIM-ING          PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA     PIC X(03)    VALUE "NAO".
       77 ACHOU-EVENTO     PIC X(03)    VALUE "NAO".
       77 ACHOU-LOTE       PIC X(03)    VALUE "NAO".
       77 ACHOU-ING        PIC X(03)    VALUE "NAO".
       77 ACHOU-CANAL      PIC X(03)    VALUE "NAO".
       77 MENSAGEM         PIC X(26)    VALUE SPACES.
       77 EVENTO-BUSCA     PIC 9(03)    VALUE ZEROS.
       77 LOTE-BUSCA       PIC 9(02)    VALUE ZEROS.
       77 CANAL-BUSCA      PIC X(01)    VALUE SPACES.
       77 DATA-VENDA       PIC 9(08)    VALUE ZEROS.
       77 QTD-EVENTOS      PIC 9(02)    VALUE ZEROS.
       77 QTD-LOTES        PIC 9(03)    VALUE ZEROS.
       77 QTD-INGRESSOS    PIC 9(04)    VALUE ZEROS.
       77 MAIOR-NUMERO     PIC 9(07)    VALUE ZEROS.
       77 PRIMEIRO-NUMERO  PIC 9(07)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIN-CX        PIC 9(02)    VALUE 45.
       77 CT-PAG-CX        PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-EMITIDOS      PIC 9(05)    VALUE ZEROS.
       77 CT-CANCELADOS    PIC 9(05)    VALUE ZEROS.
       77 CT-RECUSADOS     PIC 9(05)    VALUE ZEROS.
       77 VALOR-VENDIDO    PIC 9(09)V99 VALUE ZEROS.
       77 VALOR-ESTORNADO  PIC 9(09)V99 VALUE ZEROS.
       77 EVE-VENDIDOS     PIC 9(05)    VALUE ZEROS.
       77 EVE-CANCEL       PIC 9(05)    VALUE ZEROS.
       77 EVE-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77 EVE-ESTORNO      PIC 9(09)V99 VALUE ZEROS.
       77 GER-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77 GER-ESTORNO      PIC 9(09)V99 VALUE ZEROS.

      *    TEVE-ATIVOS E TLOT-ATIVOS CONTAM SO INGRESSO NAO
      *    CANCELADO (V OU U).
       01 TAB-EVENTOS.
          02 EVE-OCR  OCCURS 50 TIMES INDEXED BY IDX-EVE.
             03 TEVE-COD       PIC 9(03).
             03 TEVE-NOME      PIC X(30).
             03 TEVE-CAPAC     PIC 9(04).
             03 TEVE-ATIVOS    PIC 9(05).
             03 TEVE-CANAL     OCCURS 3 TIMES INDEXED BY IDX-CXE.
                04 TCX-VENDIDOS   PIC 9(05).
                04 TCX-CANCEL     PIC 9(05).
                04 TCX-BRUTO      PIC 9(09)V99.
                04 TCX-ESTORNO    PIC 9(09)V99.

       01 TAB-LOTES.
          02 LOT-OCR  OCCURS 200 TIMES INDEXED BY IDX-LOT.
             03 TLOT-EVENTO    PIC 9(03).
             03 TLOT-NUMERO    PIC 9(02).
             03 TLOT-PRECO     PIC 9(05)V99.
             03 TLOT-QTD       PIC 9(04).
             03 TLOT-INICIO    PIC 9(08).
             03 TLOT-FIM       PIC 9(08).
             03 TLOT-ATIVOS    PIC 9(04).

      *    IMAGEM DE INGRESSO.DAT, NO MESMO LAYOUT DE REG-ING.
       01 TAB-INGRESSOS.
          02 ING-OCR  OCCURS 5000 TIMES INDEXED BY IDX-ING.
             03 TING-NUMERO    PIC 9(07).
             03 TING-EVENTO    PIC 9(03).
             03 TING-LOTE      PIC 9(02).
             03 TING-PRECO     PIC 9(05)V99.
             03 TING-CANAL     PIC X(01).
             03 TING-DATA-VDA  PIC 9(08).
             03 TING-NOME      PIC X(30).
             03 TING-RG        PIC X(10).
             03 TING-SIT       PIC X(01).
             03 TING-DATA-CAN  PIC 9(08).

       01 TAB-CANAIS-V.
          02 FILLER          PIC X(11) VALUE "BBILHETERIA".
          02 FILLER          PIC X(11) VALUE "IINTERNET  ".
          02 FILLER          PIC X(11) VALUE "PPONTO VEND".

       01 TAB-CANAIS REDEFINES TAB-CANAIS-V.
          02 CAN-OCR  OCCURS 3 TIMES INDEXED BY IDX-CAN.
             03 TCAN-COD       PIC X(01).
             03 TCAN-NOME      PIC X(10).

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
             "VENDA DE INGRESSOS             ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE "TP".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "EVE".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE "LT".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE "QT".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(18) VALUE "COMPRADOR".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(15) VALUE "INGRESSOS".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(26) VALUE "OCORRIDO".

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TIPO-REL        PIC X(01).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 EVENTO-REL      PIC 9(03).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 LOTE-REL        PIC Z9 BLANK WHEN ZERO.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 QTD-REL         PIC Z9 BLANK WHEN ZERO.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(18).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ING-INI-REL     PIC ZZZZZZ9 BLANK WHEN ZERO.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 ING-FIM-REL     PIC ZZZZZZ9 BLANK WHEN ZERO.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-REL    PIC X(26).

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "INGRESSOS EMITIDOS:           ".
          02 TOT-EMI-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "INGRESSOS CANCELADOS:         ".
          02 TOT-CAN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS RECUSADOS:         ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "VALOR VENDIDO NA RODADA:      ".
          02 TOT-VEN-SAI     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "VALOR ESTORNADO NA RODADA:    ".
          02 TOT-EST-SAI     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(80) VALUE
             "INGRESSO.DAT EXCEDE A TABELA - MOVIMENTO NAO APLICADO".

       01 CAB-CX-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "CONCILIACAO DA BILHETERIA      ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG-CX      PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-CX-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "CANAL".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE " VEND".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE " CANC".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "  VALOR BRUTO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "     ESTORNOS".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE " CX. ESPERADO".
          02 FILLER          PIC X(06) VALUE SPACES.

       01 CAB-CX-EVENTO.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "EVENTO ".
          02 EVENTO-CX       PIC 9(03).
          02 FILLER          PIC X(03) VALUE " - ".
          02 NOME-EVE-CX     PIC X(30).
          02 FILLER          PIC X(35) VALUE SPACES.

       01 DET-CAIXA.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 CANAL-CX        PIC X(10).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VEND-CX         PIC ZZZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CANC-CX         PIC ZZZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 BRUTO-CX        PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ESTORNO-CX      PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CAIXA-CX        PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(06) VALUE SPACES.

       01 ROD-CX-01.
          02 FILLER          PIC X(30) VALUE
             "VALOR BRUTO NA TEMPORADA:     ".
          02 GER-BRU-SAI     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-CX-02.
          02 FILLER          PIC X(30) VALUE
             "ESTORNOS NA TEMPORADA:        ".
          02 GER-EST-SAI     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-CX-03.
          02 FILLER          PIC X(30) VALUE
             "CAIXA ESPERADO NA TEMPORADA:  ".
          02 GER-CX-SAI      PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       EM09-EX13.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-MOV EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-EVENTOS.
          PERFORM CARREGA-LOTES.
          PERFORM CARREGA-INGRESSOS.
          OPEN INPUT  MOVVENDA
               OUTPUT RELVENDA
                      RELCAIXA.
          PERFORM IMPRIME-CAB.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "SIM" TO FIM-MOV
          ELSE
             PERFORM LE-MOVIMENTO.

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

       CARREGA-EVENTOS.
          OPEN INPUT CADEVENT.
          PERFORM LE-1-EVENTO
             UNTIL FIM-EVE EQUAL "SIM".
          CLOSE CADEVENT.

       LE-1-EVENTO.
          READ CADEVENT
             AT END
             MOVE "SIM" TO FIM-EVE.
          IF FIM-EVE EQUAL "NAO"
          AND QTD-EVENTOS LESS THAN 50
             ADD 1 TO QTD-EVENTOS
             SET IDX-EVE TO QTD-EVENTOS
             MOVE COD-EVE        TO TEVE-COD (IDX-EVE)
             MOVE NOME-EVE       TO TEVE-NOME (IDX-EVE)
             MOVE CAPACIDADE-EVE TO TEVE-CAPAC (IDX-EVE)
             MOVE ZEROS          TO TEVE-ATIVOS (IDX-EVE)
             PERFORM ZERA-CANAL
                VARYING IDX-CXE FROM 1 BY 1
                UNTIL IDX-CXE GREATER THAN 3.

       ZERA-CANAL.
          MOVE ZEROS TO TCX-VENDIDOS (IDX-EVE, IDX-CXE)
                        TCX-CANCEL (IDX-EVE, IDX-CXE)
                        TCX-BRUTO (IDX-EVE, IDX-CXE)
                        TCX-ESTORNO (IDX-EVE, IDX-CXE).

       CARREGA-LOTES.
          OPEN INPUT LOTEVEN.
          PERFORM LE-1-LOTE
             UNTIL FIM-LOTE EQUAL "SIM".
          CLOSE LOTEVEN.

       LE-1-LOTE.
          READ LOTEVEN
             AT END
             MOVE "SIM" TO FIM-LOTE.
          IF FIM-LOTE EQUAL "NAO"
          AND QTD-LOTES LESS THAN 200
             ADD 1 TO QTD-LOTES
             SET IDX-LOT TO QTD-LOTES
             MOVE EVENTO-LOT    TO TLOT-EVENTO (IDX-LOT)
             MOVE NUM-LOTE      TO TLOT-NUMERO (IDX-LOT)
             MOVE PRECO-LOTE    TO TLOT-PRECO (IDX-LOT)
             MOVE QTD-LOTE      TO TLOT-QTD (IDX-LOT)
             MOVE DATA-INI-LOTE TO TLOT-INICIO (IDX-LOT)
             MOVE DATA-FIM-LOTE TO TLOT-FIM (IDX-LOT)
             MOVE ZEROS         TO TLOT-ATIVOS (IDX-LOT).

      *    O QUE JA FOI VENDIDO OCUPA O LOTE E O EVENTO.
       CARREGA-INGRESSOS.
          OPEN INPUT INGRESSO.
          PERFORM LE-1-INGRESSO
             UNTIL FIM-ING EQUAL "SIM".
          CLOSE INGRESSO.

       LE-1-INGRESSO.
          READ INGRESSO
             AT END
             MOVE "SIM" TO FIM-ING.
          IF FIM-ING EQUAL "NAO"
             IF QTD-INGRESSOS LESS THAN 5000
                ADD 1 TO QTD-INGRESSOS
                SET IDX-ING TO QTD-INGRESSOS
                MOVE REG-ING TO ING-OCR (IDX-ING)
                IF NUM-ING GREATER THAN MAIOR-NUMERO
                   MOVE NUM-ING TO MAIOR-NUMERO
                END-IF
                IF SIT-ING NOT EQUAL "C"
                   PERFORM OCUPA-LUGAR
                END-IF
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-ING.

       OCUPA-LUGAR.
          MOVE EVENTO-ING TO EVENTO-BUSCA.
          MOVE LOTE-ING   TO LOTE-BUSCA.
          PERFORM BUSCA-EVENTO.
          IF ACHOU-EVENTO EQUAL "SIM"
             ADD 1 TO TEVE-ATIVOS (IDX-EVE).
          PERFORM BUSCA-LOTE.
          IF ACHOU-LOTE EQUAL "SIM"
             ADD 1 TO TLOT-ATIVOS (IDX-LOT).

       LE-MOVIMENTO.
          READ MOVVENDA
             AT END
             MOVE "SIM" TO FIM-MOV.
          IF FIM-MOV EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          MOVE SPACES TO MENSAGEM.
          MOVE ZEROS  TO ING-INI-REL
                         ING-FIM-REL.
          MOVE EVENTO-VDA TO EVENTO-BUSCA.
          MOVE LOTE-VDA   TO LOTE-BUSCA.
          PERFORM BUSCA-EVENTO.
          IF TIPO-VDA EQUAL "V"
             PERFORM CRITICA-VENDA
          ELSE IF TIPO-VDA EQUAL "C"
             PERFORM CRITICA-CANCELAMENTO
          ELSE
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM.
          IF MENSAGEM EQUAL SPACES
             IF TIPO-VDA EQUAL "V"
                PERFORM EFETUA-VENDA
             ELSE
                PERFORM EFETUA-CANCELAMENTO
             END-IF
          ELSE
             ADD 1 TO CT-RECUSADOS.
          MOVE TIPO-VDA   TO TIPO-REL.
          MOVE EVENTO-VDA TO EVENTO-REL.
          MOVE MENSAGEM   TO MENSAGEM-REL.
          PERFORM IMPRIME-D0.
          PERFORM LE-MOVIMENTO.

       CRITICA-VENDA.
          MOVE LOTE-VDA  TO LOTE-REL.
          MOVE QTD-VDA   TO QTD-REL.
          MOVE NOME-VDA  TO NOME-REL.
          MOVE CANAL-VDA TO CANAL-BUSCA.
          PERFORM BUSCA-CANAL.
          PERFORM BUSCA-LOTE.
          IF DATA-VDA NUMERIC
          AND DATA-VDA GREATER THAN ZEROS
             MOVE DATA-VDA       TO DATA-VENDA
          ELSE
             MOVE WS-DATA-HOJE-N TO DATA-VENDA.
          IF ACHOU-EVENTO EQUAL "NAO"
             MOVE "EVENTO NAO CADASTRADO" TO MENSAGEM
          ELSE IF ACHOU-CANAL EQUAL "NAO"
             MOVE "CANAL DE VENDA INVALIDO" TO MENSAGEM
          ELSE IF QTD-VDA NOT NUMERIC
          OR QTD-VDA EQUAL ZEROS
             MOVE "QUANTIDADE INVALIDA" TO MENSAGEM
          ELSE IF ACHOU-LOTE EQUAL "NAO"
             MOVE "LOTE NAO CADASTRADO" TO MENSAGEM
          ELSE IF DATA-VENDA LESS THAN TLOT-INICIO (IDX-LOT)
          OR DATA-VENDA GREATER THAN TLOT-FIM (IDX-LOT)
             MOVE "FORA DO PERIODO DO LOTE" TO MENSAGEM
          ELSE IF TLOT-ATIVOS (IDX-LOT) + QTD-VDA
                  GREATER THAN TLOT-QTD (IDX-LOT)
             MOVE "LOTE ESGOTADO" TO MENSAGEM
          ELSE IF TEVE-ATIVOS (IDX-EVE) + QTD-VDA
                  GREATER THAN TEVE-CAPAC (IDX-EVE)
             MOVE "CAPACIDADE DO EVENTO CHEIA" TO MENSAGEM
          ELSE IF QTD-INGRESSOS + QTD-VDA GREATER THAN 5000
             MOVE "TABELA DE INGRESSOS CHEIA" TO MENSAGEM.

       CRITICA-CANCELAMENTO.
          MOVE ZEROS  TO LOTE-REL
                         QTD-REL.
          MOVE SPACES TO NOME-REL.
          PERFORM BUSCA-INGRESSO.
          IF ACHOU-ING EQUAL "NAO"
             MOVE "INGRESSO INEXISTENTE" TO MENSAGEM
          ELSE
             MOVE TING-LOTE (IDX-ING)   TO LOTE-REL
             MOVE TING-NOME (IDX-ING)   TO NOME-REL
             MOVE TING-NUMERO (IDX-ING) TO ING-INI-REL
             IF TING-EVENTO (IDX-ING) NOT EQUAL EVENTO-VDA
                MOVE "INGRESSO DE OUTRO EVENTO" TO MENSAGEM
             ELSE IF TING-SIT (IDX-ING) EQUAL "C"
                MOVE "INGRESSO JA CANCELADO" TO MENSAGEM
             ELSE IF TING-SIT (IDX-ING) EQUAL "U"
                MOVE "INGRESSO JA UTILIZADO" TO MENSAGEM.

      *    UM INGRESSO NUMERADO POR UNIDADE VENDIDA.
       EFETUA-VENDA.
          COMPUTE PRIMEIRO-NUMERO = MAIOR-NUMERO + 1.
          PERFORM EMITE-INGRESSO QTD-VDA TIMES.
          ADD QTD-VDA TO TEVE-ATIVOS (IDX-EVE)
                         TLOT-ATIVOS (IDX-LOT)
                         CT-EMITIDOS.
          MOVE PRIMEIRO-NUMERO TO ING-INI-REL.
          MOVE MAIOR-NUMERO    TO ING-FIM-REL.
          MOVE "VENDIDO"       TO MENSAGEM.

       EMITE-INGRESSO.
          ADD 1 TO MAIOR-NUMERO.
          ADD 1 TO QTD-INGRESSOS.
          SET IDX-ING TO QTD-INGRESSOS.
          MOVE MAIOR-NUMERO          TO TING-NUMERO (IDX-ING).
          MOVE EVENTO-VDA            TO TING-EVENTO (IDX-ING).
          MOVE LOTE-VDA              TO TING-LOTE (IDX-ING).
          MOVE TLOT-PRECO (IDX-LOT)  TO TING-PRECO (IDX-ING).
          MOVE CANAL-VDA             TO TING-CANAL (IDX-ING).
          MOVE DATA-VENDA            TO TING-DATA-VDA (IDX-ING).
          MOVE NOME-VDA              TO TING-NOME (IDX-ING).
          MOVE RG-VDA                TO TING-RG (IDX-ING).
          MOVE "V"                   TO TING-SIT (IDX-ING).
          MOVE ZEROS                 TO TING-DATA-CAN (IDX-ING).
          ADD TLOT-PRECO (IDX-LOT)   TO VALOR-VENDIDO.

       EFETUA-CANCELAMENTO.
          MOVE "C"            TO TING-SIT (IDX-ING).
          MOVE WS-DATA-HOJE-N TO TING-DATA-CAN (IDX-ING).
          ADD TING-PRECO (IDX-ING) TO VALOR-ESTORNADO.
          ADD 1 TO CT-CANCELADOS.
          IF ACHOU-EVENTO EQUAL "SIM"
             SUBTRACT 1 FROM TEVE-ATIVOS (IDX-EVE).
          MOVE TING-LOTE (IDX-ING) TO LOTE-BUSCA.
          PERFORM BUSCA-LOTE.
          IF ACHOU-LOTE EQUAL "SIM"
             SUBTRACT 1 FROM TLOT-ATIVOS (IDX-LOT).
          MOVE "CANCELADO - ESTORNADO" TO MENSAGEM.

       BUSCA-EVENTO.
          MOVE "NAO" TO ACHOU-EVENTO.
          SET IDX-EVE TO 1.
          PERFORM BUSCA-1-EVENTO
             UNTIL IDX-EVE GREATER THAN QTD-EVENTOS
                OR ACHOU-EVENTO EQUAL "SIM".

       BUSCA-1-EVENTO.
          IF TEVE-COD (IDX-EVE) EQUAL EVENTO-BUSCA
             MOVE "SIM" TO ACHOU-EVENTO
          ELSE
             SET IDX-EVE UP BY 1.

       BUSCA-LOTE.
          MOVE "NAO" TO ACHOU-LOTE.
          SET IDX-LOT TO 1.
          PERFORM BUSCA-1-LOTE
             UNTIL IDX-LOT GREATER THAN QTD-LOTES
                OR ACHOU-LOTE EQUAL "SIM".

       BUSCA-1-LOTE.
          IF TLOT-EVENTO (IDX-LOT) EQUAL EVENTO-BUSCA
          AND TLOT-NUMERO (IDX-LOT) EQUAL LOTE-BUSCA
             MOVE "SIM" TO ACHOU-LOTE
          ELSE
             SET IDX-LOT UP BY 1.

       BUSCA-INGRESSO.
          MOVE "NAO" TO ACHOU-ING.
          SET IDX-ING TO 1.
          PERFORM BUSCA-1-INGRESSO
             UNTIL IDX-ING GREATER THAN QTD-INGRESSOS
                OR ACHOU-ING EQUAL "SIM".

       BUSCA-1-INGRESSO.
          IF TING-NUMERO (IDX-ING) EQUAL INGRESSO-VDA
             MOVE "SIM" TO ACHOU-ING
          ELSE
             SET IDX-ING UP BY 1.

       BUSCA-CANAL.
          MOVE "NAO" TO ACHOU-CANAL.
          SET IDX-CAN TO 1.
          PERFORM BUSCA-1-CANAL
             UNTIL IDX-CAN GREATER THAN 3
                OR ACHOU-CANAL EQUAL "SIM".

       BUSCA-1-CANAL.
          IF TCAN-COD (IDX-CAN) EQUAL CANAL-BUSCA
             MOVE "SIM" TO ACHOU-CANAL
          ELSE
             SET IDX-CAN UP BY 1.

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
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       TERMINO.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-06
                AFTER ADVANCING 2 LINES
          ELSE
             PERFORM REGRAVA-INGRESSOS.
          MOVE CT-EMITIDOS     TO TOT-EMI-SAI.
          MOVE CT-CANCELADOS   TO TOT-CAN-SAI.
          MOVE CT-RECUSADOS    TO TOT-REC-SAI.
          MOVE VALOR-VENDIDO   TO TOT-VEN-SAI.
          MOVE VALOR-ESTORNADO TO TOT-EST-SAI.
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
          PERFORM CONCILIA-CAIXA.
          PERFORM GRAVA-RUNLOG.
          CLOSE MOVVENDA
                RELVENDA
                RELCAIXA.

       REGRAVA-INGRESSOS.
          OPEN OUTPUT INGRESSO.
          PERFORM GRAVA-1-INGRESSO
             VARYING IDX-ING FROM 1 BY 1
             UNTIL IDX-ING GREATER THAN QTD-INGRESSOS.
          CLOSE INGRESSO.

       GRAVA-1-INGRESSO.
          MOVE ING-OCR (IDX-ING) TO REG-ING.
          WRITE REG-ING.

      *    CONCILIACAO SOBRE O CADASTRO INTEIRO DE INGRESSOS; O
      *    CANCELAMENTO ESTORNA NO CANAL QUE VENDEU.
       CONCILIA-CAIXA.
          PERFORM ACUMULA-CAIXA
             VARYING IDX-ING FROM 1 BY 1
             UNTIL IDX-ING GREATER THAN QTD-INGRESSOS.
          PERFORM IMPRIME-CAB-CX.
          PERFORM IMPRIME-EVENTO-CX
             VARYING IDX-EVE FROM 1 BY 1
             UNTIL IDX-EVE GREATER THAN QTD-EVENTOS.
          MOVE GER-BRUTO   TO GER-BRU-SAI.
          MOVE GER-ESTORNO TO GER-EST-SAI.
          COMPUTE GER-CX-SAI = GER-BRUTO - GER-ESTORNO.
          WRITE REG-CX FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-CX FROM ROD-CX-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-CX FROM ROD-CX-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-CX FROM ROD-CX-03
             AFTER ADVANCING 1 LINE.

       ACUMULA-CAIXA.
          MOVE TING-EVENTO (IDX-ING) TO EVENTO-BUSCA.
          MOVE TING-CANAL (IDX-ING)  TO CANAL-BUSCA.
          PERFORM BUSCA-EVENTO.
          PERFORM BUSCA-CANAL.
          IF ACHOU-EVENTO EQUAL "SIM"
          AND ACHOU-CANAL EQUAL "SIM"
             SET IDX-CXE TO IDX-CAN
             ADD 1 TO TCX-VENDIDOS (IDX-EVE, IDX-CXE)
             ADD TING-PRECO (IDX-ING)
                TO TCX-BRUTO (IDX-EVE, IDX-CXE)
             IF TING-SIT (IDX-ING) EQUAL "C"
                ADD 1 TO TCX-CANCEL (IDX-EVE, IDX-CXE)
                ADD TING-PRECO (IDX-ING)
                   TO TCX-ESTORNO (IDX-EVE, IDX-CXE).

       IMPRIME-EVENTO-CX.
          MOVE ZEROS TO EVE-VENDIDOS
                        EVE-CANCEL
                        EVE-BRUTO
                        EVE-ESTORNO.
          PERFORM SOMA-CANAL-EVENTO
             VARYING IDX-CXE FROM 1 BY 1
             UNTIL IDX-CXE GREATER THAN 3.
          IF EVE-VENDIDOS GREATER THAN ZEROS
             IF CT-LIN-CX GREATER THAN 33
                PERFORM IMPRIME-CAB-CX
             END-IF
             MOVE TEVE-COD (IDX-EVE)  TO EVENTO-CX
             MOVE TEVE-NOME (IDX-EVE) TO NOME-EVE-CX
             WRITE REG-CX FROM CAB-CX-EVENTO
                AFTER ADVANCING 2 LINES
             ADD 2 TO CT-LIN-CX
             PERFORM IMPRIME-CANAL-CX
                VARYING IDX-CXE FROM 1 BY 1
                UNTIL IDX-CXE GREATER THAN 3
             MOVE "TOTAL"        TO CANAL-CX
             MOVE EVE-VENDIDOS   TO VEND-CX
             MOVE EVE-CANCEL     TO CANC-CX
             MOVE EVE-BRUTO      TO BRUTO-CX
             MOVE EVE-ESTORNO    TO ESTORNO-CX
             COMPUTE CAIXA-CX = EVE-BRUTO - EVE-ESTORNO
             WRITE REG-CX FROM DET-CAIXA
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN-CX
             ADD EVE-BRUTO   TO GER-BRUTO
             ADD EVE-ESTORNO TO GER-ESTORNO.

       SOMA-CANAL-EVENTO.
          ADD TCX-VENDIDOS (IDX-EVE, IDX-CXE) TO EVE-VENDIDOS.
          ADD TCX-CANCEL (IDX-EVE, IDX-CXE)   TO EVE-CANCEL.
          ADD TCX-BRUTO (IDX-EVE, IDX-CXE)    TO EVE-BRUTO.
          ADD TCX-ESTORNO (IDX-EVE, IDX-CXE)  TO EVE-ESTORNO.

       IMPRIME-CANAL-CX.
          IF TCX-VENDIDOS (IDX-EVE, IDX-CXE) GREATER THAN ZEROS
             SET IDX-CAN TO IDX-CXE
             MOVE TCAN-NOME (IDX-CAN)              TO CANAL-CX
             MOVE TCX-VENDIDOS (IDX-EVE, IDX-CXE)  TO VEND-CX
             MOVE TCX-CANCEL (IDX-EVE, IDX-CXE)    TO CANC-CX
             MOVE TCX-BRUTO (IDX-EVE, IDX-CXE)     TO BRUTO-CX
             MOVE TCX-ESTORNO (IDX-EVE, IDX-CXE)   TO ESTORNO-CX
             COMPUTE CAIXA-CX = TCX-BRUTO (IDX-EVE, IDX-CXE)
                              - TCX-ESTORNO (IDX-EVE, IDX-CXE)
             WRITE REG-CX FROM DET-CAIXA
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN-CX.

       IMPRIME-CAB-CX.
          MOVE SPACES    TO REG-CX.
          ADD  1         TO CT-PAG-CX.
          MOVE CT-PAG-CX TO VAR-PAG-CX.

          WRITE REG-CX
             AFTER ADVANCING PAGE.
          WRITE REG-CX FROM CAB-CX-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-CX FROM CAB-CX-02
             AFTER ADVANCING 2 LINES.
          WRITE REG-CX FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN-CX.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM09EX13"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          COMPUTE RL-GRAVADOS = CT-EMITIDOS + CT-CANCELADOS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
