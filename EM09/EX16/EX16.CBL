       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX16.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        INVENTARIO DO ACERVO DA BIBLIOTECA. CONFRONTA
      *                A LEITURA DA ESTANTE (INVENT.DAT, UM
      *                REGISTRO POR EXEMPLAR ENCONTRADO, COM A
      *                CONDICAO OBSERVADA B = BOM, R = REGULAR,
      *                D = DANIFICADO OU BRANCO = NAO AVALIADA) COM
      *                OS EXEMPLARES (EXEMPLAR.DAT) E OS EMPRESTIMOS
      *                ABERTOS (EMPRESTA.DAT) DO EM09/EX03. APONTA O
      *                EXEMPLAR EMPRESTADO OU BAIXADO QUE ESTA NA
      *                ESTANTE, A CONDICAO DIVERGENTE (ATUALIZADA
      *                PELA LEITURA) E O EXEMPLAR QUE DEVIA ESTAR
      *                NA ESTANTE E NAO FOI ACHADO, QUE FICA MARCADO
      *                COMO FALTANTE (FALTA-EX = "S") E NAO E MAIS
      *                EMPRESTADO. EXEMPLAR EMPRESTADO FORA DA
      *                ESTANTE TAMBEM FICA MARCADO; A DEVOLUCAO NO
      *                EX03 OU O REENCONTRO NA ESTANTE DESMARCA.
      *                O EXEMPLAR AINDA MARCADO QUE FALTA DE NOVO NO
      *                INVENTARIO SEGUINTE E DADO COMO PERDIDO
      *                (SITUACAO "P"); SE HA LEITOR COM O EMPRESTIMO
      *                ABERTO, O EMPRESTIMO E ENCERRADO E O PRECO DE
      *                REPOSICAO (PRECO-LIV) E LANCADO NO SALDO DE
      *                MULTAS DO LEITOR. GRAVA EXEMPLARN.DAT,
      *                EMPRESTAN.DAT E MULTASN.DAT NO LAYOUT DO
      *                EX03 E IMPRIME AS OCORRENCIAS EM RELINV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADLIVRO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  EXEMPLAR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  EMPRESTA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL MULTAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  INVENT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  EXEMPLARN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  EMPRESTAN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MULTASN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELINV  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADLIVRO
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CADLIVRO.DAT".

       01 REG-LIVRO.
          02 COD-LIV         PIC 9(05).
          02 NOME-LIV        PIC X(30).
          02 PRECO-LIV       PIC 9(02)V99.

       FD EXEMPLAR
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "EXEMPLAR.DAT".

       01 REG-EX.
          02 COD-LIV-EX      PIC 9(05).
          02 NUM-EX          PIC 9(03).
          02 CONDICAO-EX     PIC X(01).
          02 SIT-EX          PIC X(01).
          02 FALTA-EX        PIC X(01).

       FD EMPRESTA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "EMPRESTA.DAT".

       01 REG-EMP.
          02 COD-LIV-EMP     PIC 9(05).
          02 COD-LEI-EMP     PIC 9(05).
          02 DATA-EMP        PIC 9(08).
          02 NUM-EX-EMP      PIC 9(03).

       FD MULTAS
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MULTAS.DAT".

       01 REG-MUL.
          02 COD-LEI-MUL     PIC 9(05).
          02 VALOR-MUL       PIC 9(05)V99.

       FD INVENT
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "INVENT.DAT".

       01 REG-INV.
          02 COD-LIV-INV     PIC 9(05).
          02 NUM-EX-INV      PIC 9(03).
          02 CONDICAO-INV    PIC X(01).

       FD EXEMPLARN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "EXEMPLARN.DAT".

       01 REG-EXN.
          02 COD-LIV-EXN     PIC 9(05).
          02 NUM-EXN         PIC 9(03).
          02 CONDICAO-EXN    PIC X(01).
          02 SIT-EXN         PIC X(01).
          02 FALTA-EXN       PIC X(01).

       FD EMPRESTAN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "EMPRESTAN.DAT".

       01 REG-EMPN.
          02 COD-LIV-EMPN    PIC 9(05).
          02 COD-LEI-EMPN    PIC 9(05).
          02 DATA-EMPN       PIC 9(08).
          02 NUM-EX-EMPN     PIC 9(03).

       FD MULTASN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MULTASN.DAT".

       01 REG-MULN.
          02 COD-LEI-MULN    PIC 9(05).
          02 VALOR-MULN      PIC 9(05)V99.

       FD RELINV
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
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 FIM-LIV            PIC X(03)    VALUE "NAO".
       77 FIM-EXE            PIC X(03)    VALUE "NAO".
       77 FIM-EMP            PIC X(03)    VALUE "NAO".
       77 FIM-MUL            PIC X(03)    VALUE "NAO".
       77 FIM-INV            PIC X(03)    VALUE "NAO".
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 ACHOU-EXEMPLAR     PIC X(03)    VALUE "NAO".
       77 ACHOU-MULTA        PIC X(03)    VALUE "NAO".
       77 QTD-LIVROS         PIC 9(03)    VALUE ZEROS.
       77 QTD-EXEMPLARES     PIC 9(03)    VALUE ZEROS.
       77 QTD-EMPRESTIMOS    PIC 9(03)    VALUE ZEROS.
       77 QTD-MULTAS         PIC 9(03)    VALUE ZEROS.
       77 IDX-EX-ACH         PIC 9(03)    VALUE ZEROS.
       77 LIVRO-BUSCA        PIC 9(05)    VALUE ZEROS.
       77 EXEMPLAR-BUSCA     PIC 9(03)    VALUE ZEROS.
       77 LEITOR-MULTA       PIC 9(05)    VALUE ZEROS.
       77 VALOR-REPOSICAO    PIC 9(05)V99 VALUE ZEROS.
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(05)    VALUE ZEROS.
       77 CT-NAO-CADASTRADO  PIC 9(05)    VALUE ZEROS.
       77 CT-REPETIDAS       PIC 9(05)    VALUE ZEROS.
       77 CT-INESPERADOS     PIC 9(05)    VALUE ZEROS.
       77 CT-CONDICAO        PIC 9(05)    VALUE ZEROS.
       77 CT-REENCONTRADOS   PIC 9(05)    VALUE ZEROS.
       77 CT-FALTANTES       PIC 9(05)    VALUE ZEROS.
       77 CT-EMP-FORA        PIC 9(05)    VALUE ZEROS.
       77 CT-PERDIDOS        PIC 9(05)    VALUE ZEROS.
       77 CT-COBRADOS        PIC 9(05)    VALUE ZEROS.
       77 TOT-COBRADO        PIC 9(07)V99 VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 TAB-LIVRO.
          02 LIV-OCR  OCCURS 300 TIMES INDEXED BY IDX-LIV.
             03 TLIV-COD      PIC 9(05).
             03 TLIV-NOME     PIC X(30).
             03 TLIV-PRECO    PIC 9(02)V99.

       01 TAB-EX.
          02 EX-OCR  OCCURS 600 TIMES INDEXED BY IDX-EX.
             03 TEX-LIV       PIC 9(05).
             03 TEX-NUM       PIC 9(03).
             03 TEX-COND      PIC X(01).
      *         D = DISPONIVEL, E = EMPRESTADO,
      *         R = GUARDADO P/RESERVA, X = BAIXADO, P = PERDIDO
             03 TEX-SIT       PIC X(01).
      *         S = NAO ACHADO NO ULTIMO INVENTARIO
             03 TEX-FALTA     PIC X(01).
      *         S = LIDO NA ESTANTE NESTE INVENTARIO
             03 TEX-VISTO     PIC X(01).
      *         POSICAO DO EMPRESTIMO ABERTO (ZERO = NENHUM)
             03 TEX-EMP       PIC 9(03).

       01 TAB-EMP.
          02 EMP-OCR  OCCURS 500 TIMES INDEXED BY IDX-EMP.
             03 TEMP-LIV      PIC 9(05).
             03 TEMP-LEI      PIC 9(05).
             03 TEMP-DATA     PIC 9(08).
             03 TEMP-EX       PIC 9(03).
      *         A = ABERTO, P = ENCERRADO POR PERDA
             03 TEMP-STATUS   PIC X(01).

       01 TAB-MULTAS.
          02 MUL-OCR  OCCURS 300 TIMES INDEXED BY IDX-MUL.
             03 TMUL-LEI      PIC 9(05).
             03 TMUL-VALOR    PIC 9(05)V99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(22) VALUE SPACES.
          02 FILLER          PIC X(26) VALUE
             "INVENTARIO DO ACERVO".
          02 FILLER          PIC X(22) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-DATA.
          02 FILLER          PIC X(25) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE
             "DATA DO INVENTARIO: ".
          02 DATA-INV-SAI    PIC 99/99/9999.
          02 FILLER          PIC X(25) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "LIVRO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "EX.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "TITULO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE "OCORRENCIA".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "LEIT.".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-FALTA.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "EXEMPLARES NAO ENCONTRADOS NA ESTANTE".
          02 FILLER          PIC X(39) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 LIVRO-REL       PIC 9(05).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 EXEMPLAR-REL    PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(30).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 COMPL-REL       PIC X(05).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VALOR-REL       PIC ZZZZ9,99 BLANK WHEN ZERO.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 COMPL-CONDICAO.
          02 COND-ANT-REL    PIC X(01).
          02 FILLER          PIC X(02) VALUE "->".
          02 COND-NOVA-REL   PIC X(01).
          02 FILLER          PIC X(01) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "LEITURAS DA ESTANTE:          ".
          02 TOT-LID-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "LEITURAS RECUSADAS:           ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "EMPRESTADOS/BAIXADOS PRESENTES".
          02 TOT-INE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "CONDICAO DIVERGENTE:          ".
          02 TOT-CON-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "REENCONTRADOS:                ".
          02 TOT-REE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "FALTANTES (1O. INVENTARIO):   ".
          02 TOT-FAL-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "EMPRESTADOS FORA DA ESTANTE:  ".
          02 TOT-EMF-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "DADOS COMO PERDIDOS:          ".
          02 TOT-PER-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-09.
          02 FILLER          PIC X(30) VALUE
             "REPOSICOES COBRADAS / VALOR:  ".
          02 TOT-COB-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 VAL-COB-SAI     PIC Z.ZZZ.ZZ9,99.
          02 FILLER          PIC X(30) VALUE SPACES.

       PROCEDURE  DIVISION.

       EM09-EX16.

          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-INV EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-LIVROS.
          PERFORM CARREGA-EXEMPLARES.
          PERFORM CARREGA-EMPRESTIMOS.
          PERFORM CARREGA-MULTAS.
          OPEN INPUT  INVENT
               OUTPUT RELINV.
          PERFORM IMPRIME-CAB.
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
          COMPUTE DATA-INV-SAI =
             WS-DIA-HOJE * 1000000
             + WS-MES-HOJE * 10000
             + WS-ANO-HOJE.

       CARREGA-LIVROS.
          OPEN INPUT CADLIVRO.
          PERFORM LE-1-LIVRO
             UNTIL FIM-LIV EQUAL "SIM".
          CLOSE CADLIVRO.

       LE-1-LIVRO.
          READ CADLIVRO
             AT END
             MOVE "SIM" TO FIM-LIV.
          IF FIM-LIV EQUAL "NAO"
          AND QTD-LIVROS LESS THAN 300
             ADD 1 TO QTD-LIVROS
             SET IDX-LIV TO QTD-LIVROS
             MOVE COD-LIV   TO TLIV-COD (IDX-LIV)
             MOVE NOME-LIV  TO TLIV-NOME (IDX-LIV)
             MOVE PRECO-LIV TO TLIV-PRECO (IDX-LIV).

       CARREGA-EXEMPLARES.
          OPEN INPUT EXEMPLAR.
          PERFORM LE-1-EXEMPLAR
             UNTIL FIM-EXE EQUAL "SIM".
          CLOSE EXEMPLAR.

       LE-1-EXEMPLAR.
          READ EXEMPLAR
             AT END
             MOVE "SIM" TO FIM-EXE.
          IF FIM-EXE EQUAL "NAO"
          AND QTD-EXEMPLARES LESS THAN 600
             ADD 1 TO QTD-EXEMPLARES
             SET IDX-EX TO QTD-EXEMPLARES
             MOVE COD-LIV-EX  TO TEX-LIV (IDX-EX)
             MOVE NUM-EX      TO TEX-NUM (IDX-EX)
             MOVE CONDICAO-EX TO TEX-COND (IDX-EX)
             MOVE SIT-EX      TO TEX-SIT (IDX-EX)
             MOVE FALTA-EX    TO TEX-FALTA (IDX-EX)
             MOVE "N"         TO TEX-VISTO (IDX-EX)
             MOVE ZEROS       TO TEX-EMP (IDX-EX).

       CARREGA-EMPRESTIMOS.
          OPEN INPUT EMPRESTA.
          PERFORM LE-1-EMPRESTIMO
             UNTIL FIM-EMP EQUAL "SIM".
          CLOSE EMPRESTA.

       LE-1-EMPRESTIMO.
          READ EMPRESTA
             AT END
             MOVE "SIM" TO FIM-EMP.
          IF FIM-EMP EQUAL "NAO"
          AND QTD-EMPRESTIMOS LESS THAN 500
             ADD 1 TO QTD-EMPRESTIMOS
             SET IDX-EMP TO QTD-EMPRESTIMOS
             MOVE COD-LIV-EMP TO TEMP-LIV (IDX-EMP)
             MOVE COD-LEI-EMP TO TEMP-LEI (IDX-EMP)
             MOVE DATA-EMP    TO TEMP-DATA (IDX-EMP)
             MOVE NUM-EX-EMP  TO TEMP-EX (IDX-EMP)
             MOVE "A"         TO TEMP-STATUS (IDX-EMP)
             PERFORM LIGA-EMPRESTIMO-EXEMPLAR.

      *    EMPRESTIMO ANTIGO SEM EXEMPLAR INFORMADO FICA COM O
      *    PRIMEIRO EXEMPLAR EMPRESTADO DO TITULO AINDA SEM DONO.
       LIGA-EMPRESTIMO-EXEMPLAR.
          MOVE COD-LIV-EMP TO LIVRO-BUSCA.
          MOVE NUM-EX-EMP  TO EXEMPLAR-BUSCA.
          PERFORM ACHA-EXEMPLAR.
          IF ACHOU-EXEMPLAR EQUAL "SIM"
             SET TEX-EMP (IDX-EX-ACH) TO IDX-EMP
             MOVE TEX-NUM (IDX-EX-ACH) TO TEMP-EX (IDX-EMP).

       ACHA-EXEMPLAR.
          MOVE "NAO" TO ACHOU-EXEMPLAR.
          SET IDX-EX TO 1.
          PERFORM ACHA-1-EXEMPLAR
             UNTIL IDX-EX GREATER THAN QTD-EXEMPLARES
                OR ACHOU-EXEMPLAR EQUAL "SIM".

       ACHA-1-EXEMPLAR.
          IF TEX-LIV (IDX-EX) EQUAL LIVRO-BUSCA
          AND (TEX-NUM (IDX-EX) EQUAL EXEMPLAR-BUSCA
           OR (EXEMPLAR-BUSCA EQUAL ZEROS
           AND TEX-SIT (IDX-EX) EQUAL "E"
           AND TEX-EMP (IDX-EX) EQUAL ZEROS))
             SET IDX-EX-ACH TO IDX-EX
             MOVE "SIM" TO ACHOU-EXEMPLAR
          ELSE
             SET IDX-EX UP BY 1.

       CARREGA-MULTAS.
          OPEN INPUT MULTAS.
          PERFORM LE-1-MULTA
             UNTIL FIM-MUL EQUAL "SIM".
          CLOSE MULTAS.

       LE-1-MULTA.
          READ MULTAS
             AT END
             MOVE "SIM" TO FIM-MUL.
          IF FIM-MUL EQUAL "NAO"
          AND QTD-MULTAS LESS THAN 300
             ADD 1 TO QTD-MULTAS
             SET IDX-MUL TO QTD-MULTAS
             MOVE COD-LEI-MUL TO TMUL-LEI (IDX-MUL)
             MOVE VALOR-MUL   TO TMUL-VALOR (IDX-MUL).

       LEITURA.
          READ INVENT
             AT END
             MOVE "SIM" TO FIM-INV.
          IF FIM-INV EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

      *    UMA LEITURA DA ESTANTE: CONFERE CONDICAO E SITUACAO.
       PRINCIPAL.
          MOVE COD-LIV-INV TO LIVRO-BUSCA
                              LIVRO-REL.
          MOVE NUM-EX-INV  TO EXEMPLAR-BUSCA
                              EXEMPLAR-REL.
          PERFORM BUSCA-TITULO.
          IF EXEMPLAR-BUSCA EQUAL ZEROS
             MOVE "NAO" TO ACHOU-EXEMPLAR
          ELSE
             PERFORM ACHA-EXEMPLAR.
          IF ACHOU-EXEMPLAR EQUAL "NAO"
             ADD 1 TO CT-NAO-CADASTRADO
             MOVE "EXEMPLAR NAO CADASTRADO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF TEX-VISTO (IDX-EX-ACH) EQUAL "S"
             ADD 1 TO CT-REPETIDAS
             MOVE "LEITURA REPETIDA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             MOVE "S" TO TEX-VISTO (IDX-EX-ACH)
             PERFORM CONFERE-CONDICAO
             PERFORM CONFERE-SITUACAO.
          PERFORM LEITURA.

       CONFERE-CONDICAO.
          IF CONDICAO-INV EQUAL SPACES
          OR CONDICAO-INV EQUAL TEX-COND (IDX-EX-ACH)
             NEXT SENTENCE
          ELSE IF CONDICAO-INV NOT EQUAL "B"
              AND CONDICAO-INV NOT EQUAL "R"
              AND CONDICAO-INV NOT EQUAL "D"
             MOVE "CONDICAO INVALIDA NA LEITURA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             ADD 1 TO CT-CONDICAO
             MOVE TEX-COND (IDX-EX-ACH) TO COND-ANT-REL
             MOVE CONDICAO-INV          TO COND-NOVA-REL
                                           TEX-COND (IDX-EX-ACH)
             MOVE COMPL-CONDICAO TO COMPL-REL
             MOVE "CONDICAO DIVERGENTE-ATUALIZADA"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.

       CONFERE-SITUACAO.
          IF TEX-EMP (IDX-EX-ACH) GREATER THAN ZEROS
             ADD 1 TO CT-INESPERADOS
             SET IDX-EMP TO TEX-EMP (IDX-EX-ACH)
             MOVE TEMP-LEI (IDX-EMP) TO COMPL-REL
             MOVE "EMPRESTADO E ESTA NA ESTANTE" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF TEX-SIT (IDX-EX-ACH) EQUAL "X"
             ADD 1 TO CT-INESPERADOS
             MOVE "BAIXADO E ESTA NA ESTANTE" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF TEX-SIT (IDX-EX-ACH) EQUAL "P"
             ADD 1 TO CT-REENCONTRADOS
             MOVE "D" TO TEX-SIT (IDX-EX-ACH)
             MOVE "PERDIDO REENCONTRADO-NO ACERVO"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF TEX-FALTA (IDX-EX-ACH) EQUAL "S"
             ADD 1 TO CT-REENCONTRADOS
             MOVE "FALTANTE REENCONTRADO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.
          IF TEX-SIT (IDX-EX-ACH) EQUAL "E"
          AND TEX-EMP (IDX-EX-ACH) EQUAL ZEROS
             MOVE "D" TO TEX-SIT (IDX-EX-ACH).
          MOVE SPACES TO TEX-FALTA (IDX-EX-ACH).

       TERMINO.
          WRITE REG-ATR FROM CAB-FALTA
             AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.
          PERFORM AVALIA-1-AUSENTE
             VARYING IDX-EX FROM 1 BY 1
             UNTIL IDX-EX GREATER THAN QTD-EXEMPLARES.
          PERFORM GRAVA-ESTADO.
          MOVE CT-LIDOS         TO TOT-LID-SAI.
          COMPUTE TOT-REC-SAI = CT-NAO-CADASTRADO + CT-REPETIDAS.
          MOVE CT-INESPERADOS   TO TOT-INE-SAI.
          MOVE CT-CONDICAO      TO TOT-CON-SAI.
          MOVE CT-REENCONTRADOS TO TOT-REE-SAI.
          MOVE CT-FALTANTES     TO TOT-FAL-SAI.
          MOVE CT-EMP-FORA      TO TOT-EMF-SAI.
          MOVE CT-PERDIDOS      TO TOT-PER-SAI.
          MOVE CT-COBRADOS      TO TOT-COB-SAI.
          MOVE TOT-COBRADO      TO VAL-COB-SAI.
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
          WRITE REG-ATR FROM ROD-09
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE INVENT
                RELINV.

      *    EXEMPLAR NAO LIDO: NA PRIMEIRA FALTA FICA MARCADO; JA
      *    MARCADO, E DADO COMO PERDIDO E A REPOSICAO E COBRADA DO
      *    LEITOR QUE ESTIVER COM O EMPRESTIMO.
       AVALIA-1-AUSENTE.
          IF TEX-VISTO (IDX-EX) EQUAL "N"
          AND TEX-SIT (IDX-EX) NOT EQUAL "X"
          AND TEX-SIT (IDX-EX) NOT EQUAL "P"
             MOVE TEX-LIV (IDX-EX) TO LIVRO-BUSCA
                                      LIVRO-REL
             MOVE TEX-NUM (IDX-EX) TO EXEMPLAR-REL
             PERFORM BUSCA-TITULO
             IF TEX-FALTA (IDX-EX) EQUAL "S"
                PERFORM DECLARA-PERDIDO
             ELSE
                MOVE "S" TO TEX-FALTA (IDX-EX)
                IF TEX-EMP (IDX-EX) GREATER THAN ZEROS
                   ADD 1 TO CT-EMP-FORA
                ELSE
                   ADD 1 TO CT-FALTANTES
                   MOVE "NAO ACHADO - MARCADO FALTANTE"
                      TO MENSAGEM-SAI
                   PERFORM IMPRIME-D0.

       DECLARA-PERDIDO.
          ADD 1 TO CT-PERDIDOS.
          MOVE "P"    TO TEX-SIT (IDX-EX).
          MOVE SPACES TO TEX-FALTA (IDX-EX).
          IF TEX-EMP (IDX-EX) GREATER THAN ZEROS
             SET IDX-EMP TO TEX-EMP (IDX-EX)
             MOVE "P" TO TEMP-STATUS (IDX-EMP)
             MOVE TEMP-LEI (IDX-EMP) TO LEITOR-MULTA
                                        COMPL-REL
             PERFORM LANCA-REPOSICAO
             MOVE VALOR-REPOSICAO TO VALOR-REL
             MOVE "NAO DEVOLVIDO-PERDIDO/COBRADO"
                TO MENSAGEM-SAI
          ELSE
             MOVE "FALTOU DE NOVO - DADO PERDIDO"
                TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       LANCA-REPOSICAO.
          MOVE ZEROS TO VALOR-REPOSICAO.
          IF ACHOU EQUAL "SIM"
             MOVE TLIV-PRECO (IDX-LIV) TO VALOR-REPOSICAO.
          MOVE "NAO" TO ACHOU-MULTA.
          SET IDX-MUL TO 1.
          PERFORM BUSCA-1-MULTA
             UNTIL IDX-MUL GREATER THAN QTD-MULTAS
                OR ACHOU-MULTA EQUAL "SIM".
          IF ACHOU-MULTA EQUAL "SIM"
             ADD VALOR-REPOSICAO TO TMUL-VALOR (IDX-MUL)
          ELSE IF QTD-MULTAS LESS THAN 300
             ADD 1 TO QTD-MULTAS
             SET IDX-MUL TO QTD-MULTAS
             MOVE LEITOR-MULTA    TO TMUL-LEI (IDX-MUL)
             MOVE VALOR-REPOSICAO TO TMUL-VALOR (IDX-MUL).
          ADD 1 TO CT-COBRADOS.
          ADD VALOR-REPOSICAO TO TOT-COBRADO.

       BUSCA-1-MULTA.
          IF TMUL-LEI (IDX-MUL) EQUAL LEITOR-MULTA
             MOVE "SIM" TO ACHOU-MULTA
          ELSE
             SET IDX-MUL UP BY 1.

       BUSCA-TITULO.
          MOVE "NAO" TO ACHOU.
          MOVE SPACES TO NOME-REL.
          SET IDX-LIV TO 1.
          PERFORM BUSCA-1-TITULO
             UNTIL IDX-LIV GREATER THAN QTD-LIVROS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-TITULO.
          IF TLIV-COD (IDX-LIV) EQUAL LIVRO-BUSCA
             MOVE "SIM" TO ACHOU
             MOVE TLIV-NOME (IDX-LIV) TO NOME-REL
          ELSE
             SET IDX-LIV UP BY 1.

       GRAVA-ESTADO.
          OPEN OUTPUT EXEMPLARN.
          PERFORM GRAVA-1-EXEMPLAR
             VARYING IDX-EX FROM 1 BY 1
             UNTIL IDX-EX GREATER THAN QTD-EXEMPLARES.
          CLOSE EXEMPLARN.
          OPEN OUTPUT EMPRESTAN.
          PERFORM GRAVA-1-EMP
             VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER THAN QTD-EMPRESTIMOS.
          CLOSE EMPRESTAN.
          OPEN OUTPUT MULTASN.
          PERFORM GRAVA-1-MULTA
             VARYING IDX-MUL FROM 1 BY 1
             UNTIL IDX-MUL GREATER THAN QTD-MULTAS.
          CLOSE MULTASN.

       GRAVA-1-EXEMPLAR.
          MOVE TEX-LIV (IDX-EX)   TO COD-LIV-EXN.
          MOVE TEX-NUM (IDX-EX)   TO NUM-EXN.
          MOVE TEX-COND (IDX-EX)  TO CONDICAO-EXN.
          MOVE TEX-SIT (IDX-EX)   TO SIT-EXN.
          MOVE TEX-FALTA (IDX-EX) TO FALTA-EXN.
          WRITE REG-EXN.

       GRAVA-1-EMP.
          IF TEMP-STATUS (IDX-EMP) EQUAL "A"
             MOVE TEMP-LIV (IDX-EMP)  TO COD-LIV-EMPN
             MOVE TEMP-LEI (IDX-EMP)  TO COD-LEI-EMPN
             MOVE TEMP-DATA (IDX-EMP) TO DATA-EMPN
             MOVE TEMP-EX (IDX-EMP)   TO NUM-EX-EMPN
             WRITE REG-EMPN.

       GRAVA-1-MULTA.
          IF TMUL-VALOR (IDX-MUL) GREATER THAN ZEROS
             MOVE TMUL-LEI (IDX-MUL)   TO COD-LEI-MULN
             MOVE TMUL-VALOR (IDX-MUL) TO VALOR-MULN
             WRITE REG-MULN.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          MOVE SPACES TO COMPL-REL.
          MOVE ZEROS  TO VALOR-REL.

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.

          WRITE REG-ATR
              AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
              AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-DATA
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM CAB-02
              AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
              AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM09EX16"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          COMPUTE RL-GRAVADOS = CT-LIDOS - CT-NAO-CADASTRADO
                                         - CT-REPETIDAS.
          COMPUTE RL-REJEITADOS = CT-NAO-CADASTRADO
                                + CT-REPETIDAS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
