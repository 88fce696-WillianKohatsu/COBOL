       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX14.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MANUTENCAO DO CADASTRO DE CONVENIOS DA
      *                CLINICA (CADCONV.DAT). APLICA MOVCONV.DAT
      *                (INCLUSAO "I", ALTERACAO "A" E EXCLUSAO "E")
      *                EM LINHA BALANCEADA POR COD-CONV, GERANDO
      *                CADCONVN.DAT E O RELATORIO DE OCORRENCIAS. O
      *                CADASTRO LEVA NOME E CNPJ DA OPERADORA, O DIA
      *                DE CORTE DO FATURAMENTO (0 = SEM CORTE), O
      *                PRAZO DE PAGAMENTO EM DIAS, SE O CONVENIO
      *                EXIGE AUTORIZACAO PREVIA ("S"/"N") E A
      *                SITUACAO ("A" ATIVO, "I" INATIVO). O
      *                EM04/EX03 RECUSA CONSULTA DE CONVENIO
      *                INEXISTENTE OU INATIVO E O EM06/EX01 LEVA O
      *                NOME E A DATA PREVISTA DE PAGAMENTO NO
      *                HEADER DE CADA LOTE DO FATCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL CADCONV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVCONV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADCONVN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELOCCNV  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADCONV
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCONV.DAT".

       01 REG-CONV.
          02 COD-CONV           PIC 9(03).
          02 NOME-CONV          PIC X(30).
          02 CNPJ-CONV          PIC 9(14).
          02 DIA-CORTE-CONV     PIC 9(02).
          02 PRAZO-CONV         PIC 9(03).
          02 EXIGE-AUT-CONV     PIC X(01).
          02 SIT-CONV           PIC X(01).

       FD MOVCONV
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVCONV.DAT".

       01 REG-MOV.
          02 COD-MOV            PIC 9(03).
          02 TIPO-MOV           PIC X(01).
          02 NOME-MOV           PIC X(30).
          02 CNPJ-MOV           PIC 9(14).
          02 DIA-CORTE-MOV      PIC 9(02).
          02 PRAZO-MOV          PIC 9(03).
          02 EXIGE-AUT-MOV      PIC X(01).
          02 SIT-MOV            PIC X(01).

       FD CADCONVN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CADCONVN.DAT".

       01 REG-CONVN.
          02 COD-CONVN          PIC 9(03).
          02 NOME-CONVN         PIC X(30).
          02 CNPJ-CONVN         PIC 9(14).
          02 DIA-CORTE-CONVN    PIC 9(02).
          02 PRAZO-CONVN        PIC 9(03).
          02 EXIGE-AUT-CONVN    PIC X(01).
          02 SIT-CONVN          PIC X(01).

       FD RELOCCNV
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 CH-CONV            PIC X(03)    VALUE SPACES.
       77 CH-MOV             PIC X(03)    VALUE SPACES.
       77 CT-LIN             PIC 9(002)   VALUE 45.
       77 CT-PAG             PIC 9(002)   VALUE ZEROS.
       77 CT-INCLUSAO        PIC 9(005)   VALUE ZEROS.
       77 CT-ALTERACAO       PIC 9(005)   VALUE ZEROS.
       77 CT-EXCLUSAO        PIC 9(005)   VALUE ZEROS.
       77 CT-E-DESCONHECIDO  PIC 9(005)   VALUE ZEROS.
       77 CT-E-JA-EXISTE     PIC 9(005)   VALUE ZEROS.
       77 CT-E-TIPO          PIC 9(005)   VALUE ZEROS.
       77 CT-E-DADOS         PIC 9(005)   VALUE ZEROS.
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.
       77 DADOS-OK           PIC X(03)    VALUE "NAO".

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "MANUTENCAO DO CADASTRO CONVENIO".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "CODIGO".
          02 FILLER          PIC X(09) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "TIPO".
          02 FILLER          PIC X(27) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(21) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 COD-REL         PIC 9(03).
          02 FILLER          PIC X(12)  VALUE SPACES.
          02 TIPO-REL        PIC X(01)  VALUE SPACES.
          02 FILLER          PIC X(12)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(06)  VALUE SPACES.

       01 ROD-INC.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "CONVENIOS INCLUIDOS:          ".
          02 CONT-INC        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-ALT.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "CONVENIOS ALTERADOS:          ".
          02 CONT-ALT        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-EXC.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "CONVENIOS EXCLUIDOS:          ".
          02 CONT-EXC        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-DES.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "MOVIMENTO P/CONV. INEXISTENTE:".
          02 CONT-E-DES      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-EXI.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "INCLUSAO P/CONV. JA EXISTENTE:".
          02 CONT-E-EXI      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-TIP.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "TIPOS DE MOVIMENTO INVALIDOS: ".
          02 CONT-E-TIP      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-DAD.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "MOVIMENTOS COM DADOS INVALIDOS".
          02 CONT-E-DAD      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM06-EX14.

       PERFORM  INICIO.
       PERFORM  PRINCIPAL  UNTIL
           CH-CONV  EQUAL  CH-MOV  AND
           CH-MOV   EQUAL  HIGH-VALUES.
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          OPEN INPUT  CADCONV
                      MOVCONV
               OUTPUT CADCONVN
                      RELOCCNV.
          PERFORM LER-CONV.
          PERFORM LER-MOV.

       LER-CONV.
          READ CADCONV
             AT END
             MOVE HIGH-VALUES TO CH-CONV.

          IF CH-CONV  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE COD-CONV TO CH-CONV.

       LER-MOV.
          READ MOVCONV
             AT END
             MOVE HIGH-VALUES TO CH-MOV.

          IF CH-MOV  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE COD-MOV TO CH-MOV.

       PRINCIPAL.
          IF CH-CONV  EQUAL TO  CH-MOV
             PERFORM IGUAL
             PERFORM LER-CONV
             PERFORM LER-MOV
          ELSE IF CH-CONV  LESS THAN  CH-MOV
             PERFORM GRAVA-CONV
             PERFORM LER-CONV
          ELSE
             PERFORM DECISAO
             PERFORM LER-MOV.

       DECISAO.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM INCLUI-CONVENIO
          ELSE IF TIPO-MOV EQUAL "A" OR "E"
             MOVE COD-MOV  TO COD-REL
             MOVE TIPO-MOV TO TIPO-REL
             MOVE "MOVIMENTO P/CONVENIO INEXISTENTE" TO MENSAGEM-SAI
             ADD 1 TO CT-E-DESCONHECIDO
             PERFORM IMPRIME-D0
          ELSE
             PERFORM TIPO-INVALIDO.

       IGUAL.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM GRAVA-CONV
             MOVE COD-MOV  TO COD-REL
             MOVE TIPO-MOV TO TIPO-REL
             MOVE "INCLUSAO P/CONVENIO JA EXISTENTE" TO MENSAGEM-SAI
             ADD 1 TO CT-E-JA-EXISTE
             PERFORM IMPRIME-D0
          ELSE IF TIPO-MOV EQUAL TO "A"
             PERFORM ALTERA-CONVENIO
          ELSE IF TIPO-MOV EQUAL TO "E"
             PERFORM EXCLUI-CONVENIO
          ELSE
             PERFORM GRAVA-CONV
             PERFORM TIPO-INVALIDO.

       TIPO-INVALIDO.
          MOVE COD-MOV  TO COD-REL.
          MOVE TIPO-MOV TO TIPO-REL.
          MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI.
          ADD 1 TO CT-E-TIPO.
          PERFORM IMPRIME-D0.

      *    A CRITICA DEIXA EM MENSAGEM-SAI O PRIMEIRO CAMPO
      *    INVALIDO ENCONTRADO.
       VALIDA-DADOS.
          MOVE "SIM" TO DADOS-OK.
          IF NOME-MOV EQUAL SPACES
             MOVE "NAO" TO DADOS-OK
             MOVE "NOME DO CONVENIO EM BRANCO" TO MENSAGEM-SAI
          ELSE IF CNPJ-MOV NOT NUMERIC
               OR CNPJ-MOV EQUAL ZEROS
             MOVE "NAO" TO DADOS-OK
             MOVE "CNPJ NAO INFORMADO" TO MENSAGEM-SAI
          ELSE IF DIA-CORTE-MOV NOT NUMERIC
               OR DIA-CORTE-MOV GREATER THAN 31
             MOVE "NAO" TO DADOS-OK
             MOVE "DIA DE CORTE FORA DA FAIXA" TO MENSAGEM-SAI
          ELSE IF PRAZO-MOV NOT NUMERIC
             MOVE "NAO" TO DADOS-OK
             MOVE "PRAZO DE PAGAMENTO INVALIDO" TO MENSAGEM-SAI
          ELSE IF EXIGE-AUT-MOV NOT EQUAL "S"
              AND EXIGE-AUT-MOV NOT EQUAL "N"
             MOVE "NAO" TO DADOS-OK
             MOVE "INDICADOR DE AUTORIZACAO INVALIDO" TO MENSAGEM-SAI
          ELSE IF SIT-MOV NOT EQUAL "A"
              AND SIT-MOV NOT EQUAL "I"
             MOVE "NAO" TO DADOS-OK
             MOVE "SITUACAO INVALIDA" TO MENSAGEM-SAI.

       INCLUI-CONVENIO.
          PERFORM VALIDA-DADOS.
          IF DADOS-OK EQUAL "NAO"
             PERFORM DADOS-INVALIDOS
          ELSE
             MOVE COD-MOV       TO COD-CONVN
             MOVE NOME-MOV      TO NOME-CONVN
             MOVE CNPJ-MOV      TO CNPJ-CONVN
             MOVE DIA-CORTE-MOV TO DIA-CORTE-CONVN
             MOVE PRAZO-MOV     TO PRAZO-CONVN
             MOVE EXIGE-AUT-MOV TO EXIGE-AUT-CONVN
             MOVE SIT-MOV       TO SIT-CONVN
             WRITE REG-CONVN
             ADD 1 TO CT-GRAVADOS
             ADD 1 TO CT-INCLUSAO
             MOVE COD-MOV  TO COD-REL
             MOVE TIPO-MOV TO TIPO-REL
             MOVE "CONVENIO INCLUIDO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.

       ALTERA-CONVENIO.
          PERFORM VALIDA-DADOS.
          IF DADOS-OK EQUAL "NAO"
             PERFORM GRAVA-CONV
             PERFORM DADOS-INVALIDOS
          ELSE
             MOVE NOME-MOV      TO NOME-CONV
             MOVE CNPJ-MOV      TO CNPJ-CONV
             MOVE DIA-CORTE-MOV TO DIA-CORTE-CONV
             MOVE PRAZO-MOV     TO PRAZO-CONV
             MOVE EXIGE-AUT-MOV TO EXIGE-AUT-CONV
             MOVE SIT-MOV       TO SIT-CONV
             PERFORM GRAVA-CONV
             ADD 1 TO CT-ALTERACAO
             MOVE COD-MOV  TO COD-REL
             MOVE TIPO-MOV TO TIPO-REL
             MOVE "CONVENIO ALTERADO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.

       EXCLUI-CONVENIO.
          ADD 1 TO CT-EXCLUSAO.
          MOVE COD-MOV  TO COD-REL.
          MOVE TIPO-MOV TO TIPO-REL.
          MOVE "CONVENIO EXCLUIDO" TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       DADOS-INVALIDOS.
          MOVE COD-MOV  TO COD-REL.
          MOVE TIPO-MOV TO TIPO-REL.
          ADD 1 TO CT-E-DADOS.
          PERFORM IMPRIME-D0.

       GRAVA-CONV.
          MOVE COD-CONV       TO COD-CONVN.
          MOVE NOME-CONV      TO NOME-CONVN.
          MOVE CNPJ-CONV      TO CNPJ-CONVN.
          MOVE DIA-CORTE-CONV TO DIA-CORTE-CONVN.
          MOVE PRAZO-CONV     TO PRAZO-CONVN.
          MOVE EXIGE-AUT-CONV TO EXIGE-AUT-CONVN.
          MOVE SIT-CONV       TO SIT-CONVN.
          WRITE REG-CONVN.
          ADD 1 TO CT-GRAVADOS.

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
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADCONV
                MOVCONV
                CADCONVN
                RELOCCNV.

       IMPRIME-TOTAIS.
          MOVE CT-INCLUSAO       TO CONT-INC.
          MOVE CT-ALTERACAO      TO CONT-ALT.
          MOVE CT-EXCLUSAO       TO CONT-EXC.
          MOVE CT-E-DESCONHECIDO TO CONT-E-DES.
          MOVE CT-E-JA-EXISTE    TO CONT-E-EXI.
          MOVE CT-E-TIPO         TO CONT-E-TIP.
          MOVE CT-E-DADOS        TO CONT-E-DAD.

          WRITE REG-ATR FROM JUMP-LINHA
              AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-INC
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-ALT
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-EXC
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-DES
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-EXI
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-TIP
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-DAD
              AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM06EX14"     TO RL-PROGRAMA.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS =
             CT-E-DESCONHECIDO + CT-E-JA-EXISTE
             + CT-E-TIPO + CT-E-DADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
