       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX15.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MANUTENCAO DO CADASTRO DE LEITORES DA
      *                BIBLIOTECA (CADLEITO.DAT). APLICA MOVLEIT.DAT
      *                (INCLUSAO "I", ALTERACAO "A" E EXCLUSAO "E")
      *                EM LINHA BALANCEADA POR CODIGO DO LEITOR,
      *                GERANDO CADLEITN.DAT E O RELATORIO DE
      *                OCORRENCIAS. CATEGORIA DO LEITOR: "A" ALUNO
      *                (VINCULO = MATRICULA DO CADAMEST.DAT), "P"
      *                PROFESSOR (VINCULO = CODIGO DO CADPROF.DAT) E
      *                "X" EXTERNO (SEM VINCULO). NA ALTERACAO, CAMPO
      *                EM BRANCO OU ZERADO MANTEM O VALOR ANTERIOR.
      *                LEITOR COM EMPRESTIMO ABERTO (EMPRESTA.DAT)
      *                NAO PODE SER EXCLUIDO. ALUNO QUE NAO CONSTA
      *                MAIS DO CADAMEST.DAT SAIU DA ESCOLA: COM
      *                EMPRESTIMO ABERTO FICA EM RECUPERACAO
      *                (SITUACAO "R", SEM NOVO EMPRESTIMO NO
      *                EM09/EX03); SEM EMPRESTIMO O REGISTRO E
      *                ENCERRADO. PRAZO, LIMITE DE EMPRESTIMOS E DE
      *                RESERVAS POR CATEGORIA SAO APLICADOS NO
      *                EM09/EX03 (CATLEIT.DAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL CADLEITO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVLEIT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADLEITN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADAMEST  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  RANDOM
          RECORD KEY  IS  MATRICULA-MST
          ALTERNATE RECORD KEY IS NOME-MST
             WITH DUPLICATES.

          SELECT  CADPROF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL EMPRESTA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELLEIT  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADLEITO
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CADLEITO.DAT".

       01 REG-LEITOR.
          02 COD-LEI         PIC 9(05).
          02 NOME-LEI        PIC X(30).
          02 CATEGORIA-LEI   PIC X(01).
          02 VINCULO-LEI     PIC 9(07).
          02 SITUACAO-LEI    PIC X(01).

       FD MOVLEIT
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVLEIT.DAT".

       01 REG-MOV.
          02 COD-MOV         PIC 9(05).
          02 TIPO-MOV        PIC X(01).
          02 NOME-MOV        PIC X(30).
          02 CATEGORIA-MOV   PIC X(01).
          02 VINCULO-MOV     PIC 9(07).

       FD CADLEITN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CADLEITN.DAT".

       01 REG-LEITN.
          02 COD-LEIN        PIC 9(05).
          02 NOME-LEIN       PIC X(30).
      *      CATEGORIA: A = ALUNO, P = PROFESSOR, X = EXTERNO
          02 CATEGORIA-LEIN  PIC X(01).
          02 VINCULO-LEIN    PIC 9(07).
      *      SITUACAO: A = ATIVO, R = EM RECUPERACAO DE EMPRESTIMOS
          02 SITUACAO-LEIN   PIC X(01).

       FD CADAMEST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADAMEST.DAT".

           COPY CADAMEST.

       FD CADPROF
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADPROF.DAT".

       01 REG-PROF.
          02 COD-PROF           PIC 9(04).
          02 NOME-PROF          PIC X(30).

       FD EMPRESTA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "EMPRESTA.DAT".

       01 REG-EMP.
          02 COD-LIV-EMP     PIC 9(05).
          02 COD-LEI-EMP     PIC 9(05).
          02 DATA-EMP        PIC 9(08).
          02 NUM-EX-EMP      PIC 9(03).

       FD RELLEIT
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 CH-LEI             PIC X(05)    VALUE SPACES.
       77 CH-MOV             PIC X(05)    VALUE SPACES.
       77 FIM-PRF            PIC X(03)    VALUE "NAO".
       77 FIM-EMP            PIC X(03)    VALUE "NAO".
       77 ACHOU-PROF         PIC X(03)    VALUE "NAO".
       77 ALUNO-ATIVO        PIC X(03)    VALUE "NAO".
       77 QTD-PROFESSORES    PIC 9(03)    VALUE ZEROS.
       77 QTD-EMPRESTIMOS    PIC 9(03)    VALUE ZEROS.
       77 EMP-DO-LEITOR      PIC 9(03)    VALUE ZEROS.
       77 LEITOR-PROCURA     PIC 9(05)    VALUE ZEROS.
       77 CT-LIN             PIC 9(002)   VALUE 45.
       77 CT-PAG             PIC 9(002)   VALUE ZEROS.
       77 CT-INCLUSAO        PIC 9(005)   VALUE ZEROS.
       77 CT-ALTERACAO       PIC 9(005)   VALUE ZEROS.
       77 CT-EXCLUSAO        PIC 9(005)   VALUE ZEROS.
       77 CT-RECUSADOS       PIC 9(005)   VALUE ZEROS.
       77 CT-RECUPERACAO     PIC 9(005)   VALUE ZEROS.
       77 CT-ENCERRADOS      PIC 9(005)   VALUE ZEROS.
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.

      *    LEITOR MONTADO PARA GRAVACAO.
       01 NOVO-LEITOR.
          02 NOVO-COD        PIC 9(05).
          02 NOVO-NOME       PIC X(30).
          02 NOVO-CATEGORIA  PIC X(01).
          02 NOVO-VINCULO    PIC 9(07).
          02 NOVO-SITUACAO   PIC X(01).

       01 TAB-PROF.
          02 PRF-OCR  OCCURS 200 TIMES INDEXED BY IDX-PRF.
             03 TPRF-COD       PIC 9(04).

       01 TAB-EMP.
          02 EMP-OCR  OCCURS 500 TIMES INDEXED BY IDX-EMP.
             03 TEMP-LEI       PIC 9(05).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(26) VALUE
             "MANUTENCAO DE LEITORES    ".
          02 FILLER          PIC X(25) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "COD. ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE "TP".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(34) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 COD-REL         PIC 9(05).
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 TIPO-REL        PIC X(01)  VALUE SPACES.
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 NOME-REL        PIC X(20)  VALUE SPACES.
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(02)  VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(26)  VALUE
             "TOTAL DE INCLUSOES:       ".
          02 CONT-INC        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(26)  VALUE
             "TOTAL DE ALTERACOES:      ".
          02 CONT-ALT        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(26)  VALUE
             "TOTAL DE EXCLUSOES:       ".
          02 CONT-EXC        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(26)  VALUE
             "MOVIMENTOS RECUSADOS:     ".
          02 CONT-REC        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(26)  VALUE
             "ALUNOS EM RECUPERACAO:    ".
          02 CONT-RCP        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(26)  VALUE
             "ALUNOS ENCERRADOS:        ".
          02 CONT-ENC        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM09-EX15.

       PERFORM  INICIO.
       PERFORM  PRINCIPAL  UNTIL
           CH-LEI  EQUAL  CH-MOV  AND
           CH-MOV  EQUAL  HIGH-VALUES.
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM CARREGA-PROFESSORES.
          PERFORM CARREGA-EMPRESTIMOS.
          OPEN INPUT  CADLEITO
                      MOVLEIT
                      CADAMEST
               OUTPUT CADLEITN
                      RELLEIT.
          PERFORM LER-LEITOR.
          PERFORM LER-MOV.

       CARREGA-PROFESSORES.
          OPEN INPUT CADPROF.
          PERFORM LE-1-PROFESSOR
             UNTIL FIM-PRF EQUAL "SIM".
          CLOSE CADPROF.

       LE-1-PROFESSOR.
          READ CADPROF
             AT END
             MOVE "SIM" TO FIM-PRF.
          IF FIM-PRF EQUAL "NAO"
          AND QTD-PROFESSORES LESS THAN 200
             ADD 1 TO QTD-PROFESSORES
             SET IDX-PRF TO QTD-PROFESSORES
             MOVE COD-PROF TO TPRF-COD (IDX-PRF).

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
             MOVE COD-LEI-EMP TO TEMP-LEI (IDX-EMP).

       LER-LEITOR.
          READ CADLEITO
             AT END
             MOVE HIGH-VALUES TO CH-LEI.

          IF CH-LEI  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE COD-LEI TO CH-LEI.

       LER-MOV.
          READ MOVLEIT
             AT END
             MOVE HIGH-VALUES TO CH-MOV.

          IF CH-MOV  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE COD-MOV TO CH-MOV.

       PRINCIPAL.
          IF CH-LEI  EQUAL TO  CH-MOV
             PERFORM IGUAL
             PERFORM LER-LEITOR
             PERFORM LER-MOV
          ELSE IF CH-LEI  LESS THAN  CH-MOV
             PERFORM GRAVA-LEITOR
             PERFORM LER-LEITOR
          ELSE
             PERFORM DECISAO
             PERFORM LER-MOV.

       IGUAL.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM GRAVA-LEITOR
             MOVE "INCLUSAO P/LEITOR JA EXISTENTE"
                TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF TIPO-MOV EQUAL TO "A"
             PERFORM ALTERA-LEITOR
          ELSE IF TIPO-MOV EQUAL TO "E"
             PERFORM EXCLUI-LEITOR
          ELSE
             PERFORM GRAVA-LEITOR
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA.

       DECISAO.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM INCLUI-LEITOR
          ELSE IF TIPO-MOV EQUAL "A" OR "E"
             MOVE "MOVIMENTO P/LEITOR INEXISTENTE"
                TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA.

       INCLUI-LEITOR.
          MOVE COD-MOV       TO NOVO-COD.
          MOVE NOME-MOV      TO NOVO-NOME.
          MOVE CATEGORIA-MOV TO NOVO-CATEGORIA.
          MOVE VINCULO-MOV   TO NOVO-VINCULO.
          MOVE "A"           TO NOVO-SITUACAO.
          PERFORM VALIDA-LEITOR.
          IF MENSAGEM-SAI EQUAL SPACES
             PERFORM GRAVA-NOVO
             ADD 1 TO CT-INCLUSAO
             MOVE "LEITOR INCLUIDO" TO MENSAGEM-SAI
             PERFORM IMPRIME-MOVIMENTO
          ELSE
             PERFORM RECUSA.

       ALTERA-LEITOR.
          PERFORM MONTA-ATUAL.
          IF NOME-MOV NOT EQUAL SPACES
             MOVE NOME-MOV      TO NOVO-NOME.
          IF CATEGORIA-MOV NOT EQUAL SPACES
             MOVE CATEGORIA-MOV TO NOVO-CATEGORIA.
          IF VINCULO-MOV NUMERIC
          AND VINCULO-MOV GREATER THAN ZEROS
             MOVE VINCULO-MOV   TO NOVO-VINCULO.
          PERFORM VALIDA-LEITOR.
          IF MENSAGEM-SAI EQUAL SPACES
             PERFORM GRAVA-NOVO
             ADD 1 TO CT-ALTERACAO
             MOVE "LEITOR ALTERADO" TO MENSAGEM-SAI
             PERFORM IMPRIME-MOVIMENTO
          ELSE
             PERFORM GRAVA-LEITOR
             PERFORM RECUSA.

       EXCLUI-LEITOR.
          MOVE COD-LEI TO LEITOR-PROCURA.
          PERFORM CONTA-EMPRESTIMOS.
          IF EMP-DO-LEITOR GREATER THAN ZEROS
             PERFORM GRAVA-LEITOR
             MOVE "EXCLUSAO RECUSADA - EMPRESTIMO ABERTO"
                TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             ADD 1 TO CT-EXCLUSAO
             MOVE "LEITOR EXCLUIDO" TO MENSAGEM-SAI
             PERFORM IMPRIME-MOVIMENTO.

      *    ALUNO PRECISA CONSTAR DO MESTRE, PROFESSOR DO CADPROF;
      *    EXTERNO NAO TEM VINCULO.
       VALIDA-LEITOR.
          MOVE SPACES TO MENSAGEM-SAI.
          IF NOVO-CATEGORIA EQUAL "X"
             MOVE ZEROS TO NOVO-VINCULO.
          IF NOVO-NOME EQUAL SPACES
             MOVE "NOME NAO INFORMADO" TO MENSAGEM-SAI
          ELSE IF NOVO-CATEGORIA NOT EQUAL "A"
          AND NOVO-CATEGORIA NOT EQUAL "P"
          AND NOVO-CATEGORIA NOT EQUAL "X"
             MOVE "CATEGORIA DE LEITOR INVALIDA" TO MENSAGEM-SAI
          ELSE IF NOVO-CATEGORIA NOT EQUAL "X"
          AND (NOVO-VINCULO NOT NUMERIC
               OR NOVO-VINCULO EQUAL ZEROS)
             MOVE "VINCULO NAO INFORMADO" TO MENSAGEM-SAI
          ELSE IF NOVO-CATEGORIA EQUAL "A"
             PERFORM CONFERE-ALUNO
             IF ALUNO-ATIVO EQUAL "NAO"
                MOVE "MATRICULA NAO CONSTA DO CADAMEST"
                   TO MENSAGEM-SAI
             END-IF
          ELSE IF NOVO-CATEGORIA EQUAL "P"
             PERFORM BUSCA-PROFESSOR
             IF ACHOU-PROF EQUAL "NAO"
                MOVE "PROFESSOR NAO CONSTA DO CADPROF"
                   TO MENSAGEM-SAI.

       CONFERE-ALUNO.
          MOVE NOVO-VINCULO TO MATRICULA-MST.
          READ CADAMEST
             INVALID KEY
             MOVE "NAO" TO ALUNO-ATIVO
             NOT INVALID KEY
             MOVE "SIM" TO ALUNO-ATIVO.

       BUSCA-PROFESSOR.
          MOVE "NAO" TO ACHOU-PROF.
          SET IDX-PRF TO 1.
          PERFORM BUSCA-1-PROFESSOR
             UNTIL IDX-PRF GREATER THAN QTD-PROFESSORES
                OR ACHOU-PROF EQUAL "SIM".

       BUSCA-1-PROFESSOR.
          IF TPRF-COD (IDX-PRF) EQUAL NOVO-VINCULO
             MOVE "SIM" TO ACHOU-PROF
          ELSE
             SET IDX-PRF UP BY 1.

       CONTA-EMPRESTIMOS.
          MOVE ZEROS TO EMP-DO-LEITOR.
          PERFORM CONTA-1-EMPRESTIMO
             VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER THAN QTD-EMPRESTIMOS.

       CONTA-1-EMPRESTIMO.
          IF TEMP-LEI (IDX-EMP) EQUAL LEITOR-PROCURA
             ADD 1 TO EMP-DO-LEITOR.

       MONTA-ATUAL.
          MOVE COD-LEI       TO NOVO-COD.
          MOVE NOME-LEI      TO NOVO-NOME.
          MOVE CATEGORIA-LEI TO NOVO-CATEGORIA.
          MOVE VINCULO-LEI   TO NOVO-VINCULO.
          MOVE SITUACAO-LEI  TO NOVO-SITUACAO.

       GRAVA-LEITOR.
          PERFORM MONTA-ATUAL.
          PERFORM GRAVA-NOVO.

      *    ALUNO FORA DO MESTRE SAIU DA ESCOLA: RECUPERACAO DOS
      *    EMPRESTIMOS ABERTOS ANTES DE ENCERRAR O LEITOR.
       GRAVA-NOVO.
          IF NOVO-CATEGORIA EQUAL "A"
             PERFORM CONFERE-ALUNO
             IF ALUNO-ATIVO EQUAL "SIM"
                MOVE "A" TO NOVO-SITUACAO
             ELSE
                MOVE NOVO-COD TO LEITOR-PROCURA
                PERFORM CONTA-EMPRESTIMOS
                PERFORM TRATA-SAIDA-ALUNO.
          IF NOVO-SITUACAO NOT EQUAL "E"
             MOVE NOVO-LEITOR TO REG-LEITN
             WRITE REG-LEITN
             ADD 1 TO CT-GRAVADOS.

       TRATA-SAIDA-ALUNO.
          MOVE NOVO-COD  TO COD-REL.
          MOVE SPACES    TO TIPO-REL.
          MOVE NOVO-NOME TO NOME-REL.
          IF EMP-DO-LEITOR GREATER THAN ZEROS
             MOVE "R" TO NOVO-SITUACAO
             ADD 1 TO CT-RECUPERACAO
             MOVE "SAIU DA ESCOLA - RECUPERAR EMPRESTIMOS"
                TO MENSAGEM-SAI
          ELSE
             MOVE "E" TO NOVO-SITUACAO
             ADD 1 TO CT-ENCERRADOS
             MOVE "SAIU DA ESCOLA - LEITOR ENCERRADO"
                TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       RECUSA.
          ADD 1 TO CT-RECUSADOS.
          PERFORM IMPRIME-MOVIMENTO.

       IMPRIME-MOVIMENTO.
          MOVE COD-MOV  TO COD-REL.
          MOVE TIPO-MOV TO TIPO-REL.
          MOVE NOME-MOV TO NOME-REL.
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

       FIM.
          MOVE CT-INCLUSAO    TO CONT-INC.
          MOVE CT-ALTERACAO   TO CONT-ALT.
          MOVE CT-EXCLUSAO    TO CONT-EXC.
          MOVE CT-RECUSADOS   TO CONT-REC.
          MOVE CT-RECUPERACAO TO CONT-RCP.
          MOVE CT-ENCERRADOS  TO CONT-ENC.
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
          PERFORM GRAVA-RUNLOG.
          CLOSE CADLEITO
                MOVLEIT
                CADAMEST
                CADLEITN
                RELLEIT.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM09EX15"     TO RL-PROGRAMA.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
