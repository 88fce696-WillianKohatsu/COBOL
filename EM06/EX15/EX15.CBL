       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX15.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MANUTENCAO DO ARQUIVO DE AUTORIZACOES PREVIAS
      *                (GUIAS) DOS CONVENIOS DA CLINICA (GUIAS.DAT).
      *                APLICA MOVGUIA.DAT (INCLUSAO "I", ALTERACAO
      *                "A" E EXCLUSAO "E") EM LINHA BALANCEADA POR
      *                CONVENIO + NUMERO DA AUTORIZACAO, GERANDO
      *                GUIASN.DAT E O RELATORIO DE OCORRENCIAS. CADA
      *                GUIA AUTORIZA, PARA UM PACIENTE E UM
      *                PROCEDIMENTO, UMA QUANTIDADE DE CONSULTAS
      *                ATE A DATA DE VALIDADE (DDMMAAAA, COMO NOS
      *                DEMAIS ARQUIVOS DA CLINICA). O CONVENIO TEM
      *                DE EXISTIR EM CADCONV.DAT (EM06/EX14). A GUIA
      *                E CONFERIDA NA ENTRADA DE CONSULTAS DO
      *                EM04/EX03 E NO FATURAMENTO DO EM06/EX01, QUE
      *                RETEM A CONSULTA SEM GUIA VALIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL GUIAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVGUIA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  GUIASN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADCONV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELOCGUI  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD GUIAS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "GUIAS.DAT".

       01 REG-GUIA.
          02 CONV-GUIA          PIC 9(03).
          02 NUM-GUIA           PIC 9(10).
          02 COD-GUIA           PIC 9(03).
          02 PROC-GUIA          PIC 9(04).
          02 DATA-VAL-GUIA      PIC 9(08).
          02 QTD-GUIA           PIC 9(03).

       FD MOVGUIA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVGUIA.DAT".

       01 REG-MOV.
          02 CONV-MOV           PIC 9(03).
          02 NUM-MOV            PIC 9(10).
          02 TIPO-MOV           PIC X(01).
          02 COD-MOV            PIC 9(03).
          02 PROC-MOV           PIC 9(04).
          02 DATA-VAL-MOV       PIC 9(08).
          02 DATA-VAL-MOV-R     REDEFINES DATA-VAL-MOV.
             03 DD-VAL-MOV      PIC 99.
             03 MM-VAL-MOV      PIC 99.
             03 AAAA-VAL-MOV    PIC 9(04).
          02 QTD-MOV            PIC 9(03).

       FD GUIASN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "GUIASN.DAT".

       01 REG-GUIAN.
          02 CONV-GUIAN         PIC 9(03).
          02 NUM-GUIAN          PIC 9(10).
          02 COD-GUIAN          PIC 9(03).
          02 PROC-GUIAN         PIC 9(04).
          02 DATA-VAL-GUIAN     PIC 9(08).
          02 QTD-GUIAN          PIC 9(03).

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

       FD RELOCGUI
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
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
       77 FIM-CONV           PIC X(03)    VALUE "NAO".
       77 QTD-CONVENIOS      PIC 9(03)    VALUE ZEROS.
       77 ACHOU-CONV         PIC X(03)    VALUE "NAO".

       01 TAB-CONVENIOS.
          02 CNV-OCR  OCCURS 100 TIMES INDEXED BY IDX-CNV.
             03 TCNV-COD     PIC 9(03).

       01 CH-GUIA            PIC X(13)    VALUE SPACES.
       01 CH-GUIA-R REDEFINES CH-GUIA.
          02 CH-GUIA-CONV    PIC 9(03).
          02 CH-GUIA-NUM     PIC 9(10).

       01 CH-MOV             PIC X(13)    VALUE SPACES.
       01 CH-MOV-R REDEFINES CH-MOV.
          02 CH-MOV-CONV     PIC 9(03).
          02 CH-MOV-NUM      PIC 9(10).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "MANUTENCAO DE GUIAS AUTORIZADAS".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "CONVENIO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "GUIA      ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "TIPO".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(40) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(04)  VALUE SPACES.
          02 CONV-REL        PIC 9(03).
          02 FILLER          PIC X(05)  VALUE SPACES.
          02 NUM-REL         PIC 9(10).
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 TIPO-REL        PIC X(01)  VALUE SPACES.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(08)  VALUE SPACES.

       01 ROD-INC.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "GUIAS INCLUIDAS:              ".
          02 CONT-INC        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-ALT.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "GUIAS ALTERADAS:              ".
          02 CONT-ALT        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-EXC.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "GUIAS EXCLUIDAS:              ".
          02 CONT-EXC        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-DES.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "MOVIMENTO P/GUIA INEXISTENTE: ".
          02 CONT-E-DES      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-EXI.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "INCLUSAO P/GUIA JA EXISTENTE: ".
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

       EM06-EX15.

       PERFORM  INICIO.
       PERFORM  PRINCIPAL  UNTIL
           CH-GUIA  EQUAL  CH-MOV  AND
           CH-MOV   EQUAL  HIGH-VALUES.
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM CARREGA-CONVENIOS.
          OPEN INPUT  GUIAS
                      MOVGUIA
               OUTPUT GUIASN
                      RELOCGUI.
          PERFORM LER-GUIA.
          PERFORM LER-MOV.

       CARREGA-CONVENIOS.
          OPEN INPUT CADCONV.
          PERFORM LE-1-CONVENIO
             UNTIL FIM-CONV EQUAL "SIM".
          CLOSE CADCONV.

       LE-1-CONVENIO.
          READ CADCONV
             AT END
             MOVE "SIM" TO FIM-CONV.
          IF FIM-CONV EQUAL "NAO"
          AND QTD-CONVENIOS LESS THAN 100
             ADD 1 TO QTD-CONVENIOS
             SET IDX-CNV TO QTD-CONVENIOS
             MOVE COD-CONV TO TCNV-COD (IDX-CNV).

       LER-GUIA.
          READ GUIAS
             AT END
             MOVE HIGH-VALUES TO CH-GUIA.

          IF CH-GUIA  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE CONV-GUIA TO CH-GUIA-CONV
             MOVE NUM-GUIA  TO CH-GUIA-NUM.

       LER-MOV.
          READ MOVGUIA
             AT END
             MOVE HIGH-VALUES TO CH-MOV.

          IF CH-MOV  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE CONV-MOV TO CH-MOV-CONV
             MOVE NUM-MOV  TO CH-MOV-NUM.

       PRINCIPAL.
          IF CH-GUIA  EQUAL TO  CH-MOV
             PERFORM IGUAL
             PERFORM LER-GUIA
             PERFORM LER-MOV
          ELSE IF CH-GUIA  LESS THAN  CH-MOV
             PERFORM GRAVA-GUIA
             PERFORM LER-GUIA
          ELSE
             PERFORM DECISAO
             PERFORM LER-MOV.

       DECISAO.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM INCLUI-GUIA
          ELSE IF TIPO-MOV EQUAL "A" OR "E"
             MOVE "MOVIMENTO P/GUIA INEXISTENTE" TO MENSAGEM-SAI
             ADD 1 TO CT-E-DESCONHECIDO
             PERFORM IMPRIME-D0
          ELSE
             PERFORM TIPO-INVALIDO.

       IGUAL.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM GRAVA-GUIA
             MOVE "INCLUSAO P/GUIA JA EXISTENTE" TO MENSAGEM-SAI
             ADD 1 TO CT-E-JA-EXISTE
             PERFORM IMPRIME-D0
          ELSE IF TIPO-MOV EQUAL TO "A"
             PERFORM ALTERA-GUIA
          ELSE IF TIPO-MOV EQUAL TO "E"
             PERFORM EXCLUI-GUIA
          ELSE
             PERFORM GRAVA-GUIA
             PERFORM TIPO-INVALIDO.

       TIPO-INVALIDO.
          MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI.
          ADD 1 TO CT-E-TIPO.
          PERFORM IMPRIME-D0.

       VALIDA-DADOS.
          MOVE "SIM" TO DADOS-OK.
          PERFORM BUSCA-CONVENIO.
          MOVE DD-VAL-MOV   TO DTC-DIA.
          MOVE MM-VAL-MOV   TO DTC-MES.
          MOVE AAAA-VAL-MOV TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF ACHOU-CONV EQUAL "NAO"
             MOVE "NAO" TO DADOS-OK
             MOVE "CONVENIO NAO CADASTRADO" TO MENSAGEM-SAI
          ELSE IF COD-MOV NOT NUMERIC
               OR COD-MOV EQUAL ZEROS
             MOVE "NAO" TO DADOS-OK
             MOVE "PACIENTE NAO INFORMADO" TO MENSAGEM-SAI
          ELSE IF PROC-MOV NOT NUMERIC
             MOVE "NAO" TO DADOS-OK
             MOVE "PROCEDIMENTO INVALIDO" TO MENSAGEM-SAI
          ELSE IF DTC-VALIDO EQUAL "N"
             MOVE "NAO" TO DADOS-OK
             MOVE "DATA DE VALIDADE INVALIDA" TO MENSAGEM-SAI
          ELSE IF QTD-MOV NOT NUMERIC
               OR QTD-MOV EQUAL ZEROS
             MOVE "NAO" TO DADOS-OK
             MOVE "QUANTIDADE AUTORIZADA INVALIDA" TO MENSAGEM-SAI.

       BUSCA-CONVENIO.
          MOVE "NAO" TO ACHOU-CONV.
          SET IDX-CNV TO 1.
          PERFORM BUSCA-1-CONVENIO
             UNTIL IDX-CNV GREATER THAN QTD-CONVENIOS
                OR ACHOU-CONV EQUAL "SIM".

       BUSCA-1-CONVENIO.
          IF TCNV-COD (IDX-CNV) EQUAL CONV-MOV
             MOVE "SIM" TO ACHOU-CONV
          ELSE
             SET IDX-CNV UP BY 1.

       INCLUI-GUIA.
          PERFORM VALIDA-DADOS.
          IF DADOS-OK EQUAL "NAO"
             PERFORM DADOS-INVALIDOS
          ELSE
             MOVE CONV-MOV     TO CONV-GUIAN
             MOVE NUM-MOV      TO NUM-GUIAN
             MOVE COD-MOV      TO COD-GUIAN
             MOVE PROC-MOV     TO PROC-GUIAN
             MOVE DATA-VAL-MOV TO DATA-VAL-GUIAN
             MOVE QTD-MOV      TO QTD-GUIAN
             WRITE REG-GUIAN
             ADD 1 TO CT-GRAVADOS
             ADD 1 TO CT-INCLUSAO
             MOVE "GUIA INCLUIDA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.

       ALTERA-GUIA.
          PERFORM VALIDA-DADOS.
          IF DADOS-OK EQUAL "NAO"
             PERFORM GRAVA-GUIA
             PERFORM DADOS-INVALIDOS
          ELSE
             MOVE COD-MOV      TO COD-GUIA
             MOVE PROC-MOV     TO PROC-GUIA
             MOVE DATA-VAL-MOV TO DATA-VAL-GUIA
             MOVE QTD-MOV      TO QTD-GUIA
             PERFORM GRAVA-GUIA
             ADD 1 TO CT-ALTERACAO
             MOVE "GUIA ALTERADA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.

       EXCLUI-GUIA.
          ADD 1 TO CT-EXCLUSAO.
          MOVE "GUIA EXCLUIDA" TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       DADOS-INVALIDOS.
          ADD 1 TO CT-E-DADOS.
          PERFORM IMPRIME-D0.

       GRAVA-GUIA.
          MOVE CONV-GUIA     TO CONV-GUIAN.
          MOVE NUM-GUIA      TO NUM-GUIAN.
          MOVE COD-GUIA      TO COD-GUIAN.
          MOVE PROC-GUIA     TO PROC-GUIAN.
          MOVE DATA-VAL-GUIA TO DATA-VAL-GUIAN.
          MOVE QTD-GUIA      TO QTD-GUIAN.
          WRITE REG-GUIAN.
          ADD 1 TO CT-GRAVADOS.

       IMPRIME-D0.
          MOVE CONV-MOV TO CONV-REL.
          MOVE NUM-MOV  TO NUM-REL.
          MOVE TIPO-MOV TO TIPO-REL.
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
          CLOSE GUIAS
                MOVGUIA
                GUIASN
                RELOCGUI.

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
          MOVE "EM06EX15"     TO RL-PROGRAMA.
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
