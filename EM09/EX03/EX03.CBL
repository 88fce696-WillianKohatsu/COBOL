      *                GANHA O EXEMPLAR 001 DE CADA TITULO NA
      *                CARGA. O QUADRO DE DISPONIBILIDADE POR
      *                TITULO (TOTAL, EMPRESTADOS, GUARDADOS E
      *                BAIXADOS) FECHA O RELATORIO. O LEITOR TEM
      *                CATEGORIA (CADLEITO.DAT, MANTIDO PELO
      *                EM09/EX15: A = ALUNO, P = PROFESSOR, X =
      *                EXTERNO) E CADA CATEGORIA TEM PRAZO, LIMITE
      *                DE EMPRESTIMOS ABERTOS E DE RESERVAS
      *                (CATLEIT.DAT; SEM O ARQUIVO, OU COM PRAZO
      *                ZERADO, VALEM OS PADROES DA TAB-CATEG-V E O
      *                PRAZO DO PARMBIB.DAT). LEITOR SEM CATEGORIA
      *                SEGUE O PARMBIB.DAT SEM LIMITE. LEITOR EM
      *                RECUPERACAO (SITUACAO "R") NAO TOMA
      *                EMPRESTIMO NEM RESERVA. O EXEMPLAR MARCADO
      *                COMO FALTANTE NO INVENTARIO (EM09/EX16) NAO
      *                E EMPRESTADO E A DEVOLUCAO DESMARCA; O
      *                PERDIDO (SITUACAO "P") CONTA COMO BAIXADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT  NOTRESER  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CATLEIT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELBIB  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV  ASSIGN TO DISK
       01 REG-LEITOR.
          02 COD-LEI         PIC 9(05).
          02 NOME-LEI        PIC X(30).
          02 CATEGORIA-LEI   PIC X(01).
          02 VINCULO-LEI     PIC 9(07).
          02 SITUACAO-LEI    PIC X(01).

       FD CATLEIT
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CATLEIT.DAT".

       01 REG-CAT.
          02 CATEGORIA-CAT   PIC X(01).
          02 DIAS-EMP-CAT    PIC 9(03).
          02 MAX-EMP-CAT     PIC 9(02).
          02 MAX-RES-CAT     PIC 9(02).

       FD EMPRESTA
          LABEL RECORD ARE  STANDARD
          02 NUM-EX          PIC 9(03).
          02 CONDICAO-EX     PIC X(01).
          02 SIT-EX          PIC X(01).
          02 FALTA-EX        PIC X(01).

       FD EXEMPLARN
          LABEL RECORD ARE  STANDARD
          02 NUM-EXN         PIC 9(03).
          02 CONDICAO-EXN    PIC X(01).
          02 SIT-EXN         PIC X(01).
          02 FALTA-EXN       PIC X(01).

       FD RESERVAS
          LABEL RECORD ARE  STANDARD
       77 EMP-DIS-SAI-N      PIC 9(03)    VALUE ZEROS.
       77 RES-DIS-SAI-N      PIC 9(03)    VALUE ZEROS.
       77 BXA-DIS-SAI-N      PIC 9(03)    VALUE ZEROS.
       77 FIM-CAT            PIC X(03)    VALUE "NAO".
       77 LEITOR-REGRA       PIC 9(05)    VALUE ZEROS.
       77 PRAZO-LEITOR       PIC 9(03)    VALUE ZEROS.
       77 MAX-EMP-LEITOR     PIC 9(02)    VALUE ZEROS.
       77 MAX-RES-LEITOR     PIC 9(02)    VALUE ZEROS.
       77 SIT-LEITOR         PIC X(01)    VALUE SPACES.
       77 EMP-DO-LEITOR      PIC 9(03)    VALUE ZEROS.
       77 RES-DO-LEITOR      PIC 9(03)    VALUE ZEROS.
       77 CT-BLOQ-CATEG      PIC 9(05)    VALUE ZEROS.

      *    PADRAO POR CATEGORIA: CODIGO, PRAZO (000 = PARMBIB),
      *    MAXIMO DE EMPRESTIMOS ABERTOS E DE RESERVAS.
       01 TAB-CATEG-V.
          02 FILLER          PIC X(08) VALUE "A0000302".
          02 FILLER          PIC X(08) VALUE "P0001005".
          02 FILLER          PIC X(08) VALUE "X0000201".

       01 TAB-CATEG REDEFINES TAB-CATEG-V.
          02 CAT-OCR  OCCURS 3 TIMES INDEXED BY IDX-CAT.
             03 TCAT-COD      PIC X(01).
             03 TCAT-DIAS     PIC 9(03).
             03 TCAT-MAX-EMP  PIC 9(02).
             03 TCAT-MAX-RES  PIC 9(02).

       01 TAB-MULTAS.
          02 MUL-OCR  OCCURS 300 TIMES INDEXED BY IDX-MUL.
          02 LEI-OCR  OCCURS 300 TIMES INDEXED BY IDX-LEI.
             03 TLEI-COD      PIC 9(05).
             03 TLEI-NOME     PIC X(30).
             03 TLEI-CATEG    PIC X(01).
             03 TLEI-SIT      PIC X(01).

       01 TAB-EMP.
          02 EMP-OCR  OCCURS 500 TIMES INDEXED BY IDX-EMP.
             03 TEX-NUM       PIC 9(03).
             03 TEX-COND      PIC X(01).
      *         D = DISPONIVEL, E = EMPRESTADO,
      *         R = GUARDADO P/RESERVA, X = BAIXADO,
      *         P = PERDIDO (EM09/EX16)
             03 TEX-SIT       PIC X(01).
      *         S = NAO ACHADO NO ULTIMO INVENTARIO
             03 TEX-FALTA     PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.
          02 CONT-AQU        PIC ZZZZ9.
          02 FILLER          PIC X(47) VALUE SPACES.

       01 ROD-12.
          02 FILLER          PIC X(28) VALUE
             "BLOQ. P/REGRA DA CATEGORIA: ".
          02 CONT-BLC        PIC ZZZZ9.
          02 FILLER          PIC X(47) VALUE SPACES.

       01 CAB-DISPO.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(32) VALUE
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO WS-DIAS-ATU-JUL.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-CATEGORIAS.
          PERFORM CARREGA-LIVROS.
          PERFORM CARREGA-EXEMPLARES.
          PERFORM CARREGA-LEITORES.
             MOVE LIMITE-MULTA-PARM TO LIMITE-MULTA.
          CLOSE PARMBIB.

       CARREGA-CATEGORIAS.
          OPEN INPUT CATLEIT.
          PERFORM LE-1-CATEGORIA
             UNTIL FIM-CAT EQUAL "SIM".
          CLOSE CATLEIT.

       LE-1-CATEGORIA.
          READ CATLEIT
             AT END
             MOVE "SIM" TO FIM-CAT.
          IF FIM-CAT EQUAL "NAO"
             PERFORM TROCA-1-CATEGORIA
                VARYING IDX-CAT FROM 1 BY 1
                UNTIL IDX-CAT GREATER THAN 3.

       TROCA-1-CATEGORIA.
          IF TCAT-COD (IDX-CAT) EQUAL CATEGORIA-CAT
             MOVE DIAS-EMP-CAT TO TCAT-DIAS (IDX-CAT)
             MOVE MAX-EMP-CAT  TO TCAT-MAX-EMP (IDX-CAT)
             MOVE MAX-RES-CAT  TO TCAT-MAX-RES (IDX-CAT).

      *    REGRAS DO LEITOR-REGRA CONFORME A CATEGORIA; LEITOR SEM
      *    CATEGORIA FICA COM O PRAZO GERAL E SEM LIMITE.
       REGRAS-DO-LEITOR.
          MOVE PRAZO-EMPRESTIMO TO PRAZO-LEITOR.
          MOVE 99               TO MAX-EMP-LEITOR
                                   MAX-RES-LEITOR.
          MOVE SPACES           TO SIT-LEITOR.
          PERFORM REGRAS-1-LEITOR
             VARYING IDX-LEI FROM 1 BY 1
             UNTIL IDX-LEI GREATER THAN QTD-LEITORES.

       REGRAS-1-LEITOR.
          IF TLEI-COD (IDX-LEI) EQUAL LEITOR-REGRA
             MOVE TLEI-SIT (IDX-LEI) TO SIT-LEITOR
             PERFORM REGRAS-1-CATEGORIA
                VARYING IDX-CAT FROM 1 BY 1
                UNTIL IDX-CAT GREATER THAN 3.

       REGRAS-1-CATEGORIA.
          IF TCAT-COD (IDX-CAT) EQUAL TLEI-CATEG (IDX-LEI)
             IF TCAT-DIAS (IDX-CAT) GREATER THAN ZEROS
                MOVE TCAT-DIAS (IDX-CAT) TO PRAZO-LEITOR
             END-IF
             MOVE TCAT-MAX-EMP (IDX-CAT) TO MAX-EMP-LEITOR
             MOVE TCAT-MAX-RES (IDX-CAT) TO MAX-RES-LEITOR.

       CONTA-EMP-LEITOR.
          MOVE ZEROS TO EMP-DO-LEITOR.
          PERFORM CONTA-1-EMP-LEITOR
             VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER THAN QTD-EMPRESTIMOS.

       CONTA-1-EMP-LEITOR.
          IF TEMP-LEI (IDX-EMP) EQUAL LEITOR-REGRA
          AND TEMP-STATUS (IDX-EMP) EQUAL "A"
             ADD 1 TO EMP-DO-LEITOR.

       CONTA-RES-LEITOR.
          MOVE ZEROS TO RES-DO-LEITOR.
          PERFORM CONTA-1-RES-LEITOR
             VARYING IDX-RES FROM 1 BY 1
             UNTIL IDX-RES GREATER THAN QTD-RESERVAS.

       CONTA-1-RES-LEITOR.
          IF TRES-LEI (IDX-RES) EQUAL LEITOR-REGRA
          AND (TRES-SIT (IDX-RES) EQUAL "E"
               OR TRES-SIT (IDX-RES) EQUAL "H")
             ADD 1 TO RES-DO-LEITOR.

       CARREGA-MULTAS.
          MOVE "NAO" TO FIM-MUL.
          OPEN INPUT MULTAS.
             MOVE COD-LIV-EX  TO TEX-LIV (IDX-EX)
             MOVE NUM-EX      TO TEX-NUM (IDX-EX)
             MOVE CONDICAO-EX TO TEX-COND (IDX-EX)
             MOVE SIT-EX      TO TEX-SIT (IDX-EX)
             MOVE FALTA-EX    TO TEX-FALTA (IDX-EX).

      *    CATALOGO ANTIGO SEM ARQUIVO DE EXEMPLARES: CADA TITULO
      *    GANHA O EXEMPLAR 001.
             MOVE TLIV-COD (IDX-LIV) TO TEX-LIV (IDX-EX)
             MOVE 1                  TO TEX-NUM (IDX-EX)
             MOVE "B"                TO TEX-COND (IDX-EX)
             MOVE "D"                TO TEX-SIT (IDX-EX)
             MOVE SPACES             TO TEX-FALTA (IDX-EX).

       ACHA-EXEMPLAR-LIVRE.
          MOVE "NAO" TO ACHOU-EXEMPLAR.
       ACHA-1-EX-LIVRE.
          IF TEX-LIV (IDX-EX) EQUAL LIVRO-BUSCA
          AND TEX-SIT (IDX-EX) EQUAL "D"
          AND TEX-FALTA (IDX-EX) NOT EQUAL "S"
             SET IDX-EX-ACH TO IDX-EX
             MOVE "SIM" TO ACHOU-EXEMPLAR
          ELSE
             ADD 1 TO QTD-LEITORES
             SET IDX-LEI TO QTD-LEITORES
             MOVE COD-LEI  TO TLEI-COD (IDX-LEI)
             MOVE NOME-LEI TO TLEI-NOME (IDX-LEI)
             MOVE CATEGORIA-LEI TO TLEI-CATEG (IDX-LEI)
             MOVE SITUACAO-LEI  TO TLEI-SIT (IDX-LEI).

       CARREGA-EMPRESTIMOS.
          OPEN INPUT EMPRESTA.
                MOVE "LEITOR NAO CADASTRADO" TO MENSAGEM-SAI
                PERFORM IMPRIME-D0
             ELSE
                PERFORM CONFERE-CATEGORIA-EMP.

      *    SITUACAO E LIMITE DE EMPRESTIMOS ABERTOS DA CATEGORIA.
       CONFERE-CATEGORIA-EMP.
          MOVE COD-LEI-MOVE TO LEITOR-REGRA.
          PERFORM REGRAS-DO-LEITOR.
          PERFORM CONTA-EMP-LEITOR.
          IF SIT-LEITOR EQUAL "R"
             ADD 1 TO CT-RECUSADOS
             ADD 1 TO CT-BLOQ-CATEG
             MOVE "LEITOR EM RECUPERACAO DE EMPRESTIMOS"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF EMP-DO-LEITOR NOT LESS THAN MAX-EMP-LEITOR
             ADD 1 TO CT-RECUSADOS
             ADD 1 TO CT-BLOQ-CATEG
             MOVE "LIMITE DE EMPRESTIMOS DA CATEGORIA"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             PERFORM ESCOLHE-EXEMPLAR.

      *    QUEM TEM RESERVA GUARDADA LEVA O EXEMPLAR GUARDADO;
      *    OS DEMAIS TOMAM O PRIMEIRO EXEMPLAR LIVRE DO TITULO.
          PERFORM BUSCA-LIVRO.
          MOVE COD-LIV-MOVE TO LIVRO-BUSCA.
          PERFORM ACHA-EXEMPLAR-LIVRE.
          MOVE COD-LEI-MOVE TO LEITOR-REGRA.
          PERFORM REGRAS-DO-LEITOR.
          PERFORM CONTA-RES-LEITOR.
          IF ACHOU EQUAL "NAO"
             ADD 1 TO CT-RECUSADOS
             MOVE "LIVRO NAO CONSTA DO CATALOGO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF SIT-LEITOR EQUAL "R"
             ADD 1 TO CT-RECUSADOS
             ADD 1 TO CT-BLOQ-CATEG
             MOVE "LEITOR EM RECUPERACAO DE EMPRESTIMOS"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF RES-DO-LEITOR NOT LESS THAN MAX-RES-LEITOR
             ADD 1 TO CT-RECUSADOS
             ADD 1 TO CT-BLOQ-CATEG
             MOVE "LIMITE DE RESERVAS DA CATEGORIA"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF ACHOU-EXEMPLAR EQUAL "SIM"
             ADD 1 TO CT-RECUSADOS
             MOVE "LIVRO DISPONIVEL - RETIRAR NO BALCAO"
             MOVE TEMP-EX (IDX-ACHADO) TO EXEMPLAR-ESCOLHIDO
             PERFORM ACHA-EXEMPLAR-NUMERO
             IF ACHOU-EXEMPLAR EQUAL "SIM"
                MOVE SPACES TO TEX-FALTA (IDX-EX-ACH)
                MOVE IDX-EX-ACH TO IDX-EX-LIVRE
                PERFORM PROMOVE-RESERVA
             END-IF
      *    CONTAGEM REAL DE DIAS (DATECALC) PARA A MULTA.
       CALC-MULTA-DEVOLUCAO.
          MOVE ZEROS TO DIAS-MULTA.
          MOVE COD-LEI-MOVE TO LEITOR-REGRA.
          PERFORM REGRAS-DO-LEITOR.
          MOVE TEMP-DATA (IDX-ACHADO) TO WS-DATA-EMP-R.
          MOVE WS-DIA-EMP TO DTC-DIA.
          MOVE WS-MES-EMP TO DTC-MES.
          IF DTC-VALIDO EQUAL "S"
             COMPUTE DIAS-MULTA =
                WS-DIAS-ATU-JUL - DTC-NUM-DIAS
                - PRAZO-LEITOR
             IF DIAS-MULTA GREATER THAN ZEROS
                COMPUTE VALOR-MULTA-CALC ROUNDED =
                   DIAS-MULTA * MULTA-DIA
             COMPUTE TEX-NUM (IDX-EX) = MAIOR-EXEMPLAR + 1
             MOVE "B" TO TEX-COND (IDX-EX)
             MOVE "D" TO TEX-SIT (IDX-EX)
             MOVE SPACES TO TEX-FALTA (IDX-EX)
             ADD 1 TO CT-AQUISICOES
             MOVE "EXEMPLAR ADQUIRIDO E INCLUIDO"
                TO MENSAGEM-SAI
          MOVE CT-AQUISICOES TO CONT-AQU.
          WRITE REG-ATR FROM ROD-11
             AFTER ADVANCING 1 LINE.
          MOVE CT-BLOQ-CATEG TO CONT-BLC.
          WRITE REG-ATR FROM ROD-12
             AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-DISPONIBILIDADE.
          PERFORM IMPRIME-MULTAS.
          PERFORM GRAVA-RUNLOG.
       CONTA-1-EXEMPLAR.
          IF TEX-LIV (IDX-EX) EQUAL LIVRO-BUSCA
             IF TEX-SIT (IDX-EX) EQUAL "X"
             OR TEX-SIT (IDX-EX) EQUAL "P"
                ADD 1 TO BXA-DIS-SAI-N
             ELSE
                ADD 1 TO TOT-DIS-SAI-N
          MOVE TEX-NUM (IDX-EX)  TO NUM-EXN.
          MOVE TEX-COND (IDX-EX) TO CONDICAO-EXN.
          MOVE TEX-SIT (IDX-EX)  TO SIT-EXN.
          MOVE TEX-FALTA (IDX-EX) TO FALTA-EXN.
          WRITE REG-EXN.

       GRAVA-1-LIVRO.

       AVALIA-1-ATRASO.
          IF TEMP-STATUS (IDX-EMP) EQUAL "A"
             MOVE TEMP-LEI (IDX-EMP) TO LEITOR-REGRA
             PERFORM REGRAS-DO-LEITOR
             MOVE TEMP-DATA (IDX-EMP) TO WS-DATA-EMP-R
             COMPUTE WS-DIAS-EMP = WS-ANO-EMP * 360
                                 + WS-MES-EMP * 30
                                 + WS-DIA-EMP
             COMPUTE DIAS-ATRASO = WS-DIAS-ATU - WS-DIAS-EMP
                                 - PRAZO-LEITOR
             IF DIAS-ATRASO GREATER THAN ZEROS
                ADD 1 TO CT-ATRASADOS
                PERFORM IMPRIME-1-ATRASO.
