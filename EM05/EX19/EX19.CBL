       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX19.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MANUTENCAO DO CADASTRO DE DEPENDENTES DOS
      *                SOCIOS (DEPSOC.DAT, CHAVE NUM-ENT DO TITULAR
      *                MAIS SEQUENCIA 01 A 99 - A SEQUENCIA 00 E DO
      *                PROPRIO TITULAR). APLICA MOVDEP.DAT (INCLUSAO
      *                "I", ALTERACAO "A" E EXCLUSAO "E") EM LINHA
      *                BALANCEADA POR SOCIO E SEQUENCIA, GERANDO
      *                DEPSOCN.DAT E O RELATORIO DE OCORRENCIAS.
      *                PARENTESCO: C CONJUGE, F FILHO(A), P PAI OU
      *                MAE, O OUTROS. INCLUSAO PARA TITULAR
      *                INEXISTENTE OU CANCELADO EM CADSOC1, DATA DE
      *                NASCIMENTO INVALIDA E PARENTESCO DESCONHECIDO
      *                SAO RECUSADOS. NA ALTERACAO SO OS CAMPOS
      *                PREENCHIDOS DO MOVIMENTO SAO TROCADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  OPTIONAL DEPSOC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVDEP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  DEPSOCN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADSOC1  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELOCDEP  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DEPSOC
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEPSOC.DAT".

       01 REG-ANT.
          02 CHAVE-ANT.
             03 NUM-ANT         PIC 9(06).
             03 SEQ-ANT         PIC 9(02).
          02 NOME-ANT           PIC X(30).
          02 DATA-NASC-ANT      PIC 9(08).
          02 PARENT-ANT         PIC X(01).

       FD MOVDEP
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVDEP.DAT".

       01 REG-MOV.
          02 CHAVE-MOV.
             03 NUM-MOV         PIC 9(06).
             03 SEQ-MOV         PIC 9(02).
          02 TIPO-MOV           PIC X(01).
          02 NOME-MOV           PIC X(30).
          02 DATA-NASC-MOV.
             03 ANO-NASC-MOV    PIC 9(04).
             03 MES-NASC-MOV    PIC 9(02).
             03 DIA-NASC-MOV    PIC 9(02).
          02 PARENT-MOV         PIC X(01).

       FD DEPSOCN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "DEPSOCN.DAT".

       01 REG-ATU.
          02 NUM-ATU            PIC 9(06).
          02 SEQ-ATU            PIC 9(02).
          02 NOME-ATU           PIC X(30).
          02 DATA-NASC-ATU      PIC 9(08).
          02 PARENT-ATU         PIC X(01).

       FD CADSOC1
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-SOC1.
          02 COD-ENT            PIC 9(02).
          02 NUM-ENT            PIC 9(06).
          02 NOME-ENT           PIC X(30).
          02 VALOR-ENT          PIC 9(09)V9(02).
          02 DATA-VENC-ENT      PIC 9(08).

       FD RELOCDEP
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO    PIC 9(08)    VALUE ZEROS.
       77 CH-ANT             PIC X(08)    VALUE SPACES.
       77 CH-MOV             PIC X(08)    VALUE SPACES.
       77 CH-SOC             PIC X(06)    VALUE SPACES.
       77 CT-LIN             PIC 9(002)   VALUE 45.
       77 CT-PAG             PIC 9(002)   VALUE ZEROS.
       77 CT-INCLUSAO        PIC 9(005)   VALUE ZEROS.
       77 CT-ALTERACAO       PIC 9(005)   VALUE ZEROS.
       77 CT-EXCLUSAO        PIC 9(005)   VALUE ZEROS.
       77 CT-E-DESCONHECIDO  PIC 9(005)   VALUE ZEROS.
       77 CT-E-JA-EXISTE     PIC 9(005)   VALUE ZEROS.
       77 CT-E-TITULAR       PIC 9(005)   VALUE ZEROS.
       77 CT-E-DADOS         PIC 9(005)   VALUE ZEROS.
       77 CT-E-TIPO          PIC 9(005)   VALUE ZEROS.
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.
       77 DADOS-OK           PIC X(03)    VALUE "SIM".

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(34) VALUE
             "MANUTENCAO DOS DEPENDENTES DE SOCI".
          02 FILLER          PIC X(01) VALUE "O".
          02 FILLER          PIC X(17) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "SOCIO ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "SEQ".
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "TIPO".
          02 FILLER          PIC X(09) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(38) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(05)  VALUE SPACES.
          02 NUM-REL         PIC 9(06).
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 SEQ-REL         PIC 9(02).
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 TIPO-REL        PIC X(01)  VALUE SPACES.
          02 FILLER          PIC X(11)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(06)  VALUE SPACES.

       01 ROD-INC.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "TOTAL DE INCLUSOES:           ".
          02 CONT-INC        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-ALT.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "TOTAL DE ALTERACOES:          ".
          02 CONT-ALT        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-EXC.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "TOTAL DE EXCLUSOES:           ".
          02 CONT-EXC        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-DES.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "MOVIMENTO P/DEPEND.INEXISTENTE".
          02 CONT-E-DES      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-EXI.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "INCLUSAO P/DEPEND.JA EXISTENTE".
          02 CONT-E-EXI      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-TIT.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "TITULAR INEXISTENTE/CANCELADO:".
          02 CONT-E-TIT      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-DAD.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "DADOS DO DEPENDENTE INVALIDOS:".
          02 CONT-E-DAD      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-TIP.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "TIPOS DE MOVIMENTO INVALIDOS: ".
          02 CONT-E-TIP      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM05-EX19.

       PERFORM  INICIO.
       PERFORM  PRINCIPAL  UNTIL
           CH-ANT  EQUAL  CH-MOV  AND
           CH-MOV  EQUAL  HIGH-VALUES.
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          OPEN INPUT  DEPSOC
                      MOVDEP
                      CADSOC1
               OUTPUT DEPSOCN
                      RELOCDEP.
          PERFORM LER-SOC.
          PERFORM LER-ANT.
          PERFORM LER-MOV.

       LER-ANT.
          READ DEPSOC
             AT END
             MOVE HIGH-VALUES TO CH-ANT.

          IF CH-ANT  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE CHAVE-ANT TO CH-ANT.

       LER-MOV.
          READ MOVDEP
             AT END
             MOVE HIGH-VALUES TO CH-MOV.

          IF CH-MOV  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE CHAVE-MOV TO CH-MOV.

       LER-SOC.
          READ CADSOC1
             AT END
             MOVE HIGH-VALUES TO CH-SOC.

          IF CH-SOC  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE NUM-ENT TO CH-SOC.

      *    O CADSOC1 ESTA NA ORDEM DE NUM-ENT, COMO O MOVIMENTO:
      *    AVANCA ATE O TITULAR DO MOVIMENTO OU ATE PASSAR DELE.
       POSICIONA-SOC.
          PERFORM LER-SOC
             UNTIL CH-SOC NOT LESS THAN CH-MOV (1:6).

       PRINCIPAL.
          IF CH-ANT  EQUAL TO  CH-MOV
             PERFORM IGUAL
             PERFORM LER-ANT
             PERFORM LER-MOV
          ELSE IF CH-ANT  LESS THAN  CH-MOV
             PERFORM GRAVA-ANT
             PERFORM LER-ANT
          ELSE
             PERFORM DECISAO
             PERFORM LER-MOV.

       DECISAO.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM INCLUI-DEPENDENTE
          ELSE IF TIPO-MOV EQUAL "A" OR "E"
             MOVE "MOVIMENTO P/DEPENDENTE INEXISTENTE"
                TO MENSAGEM-SAI
             ADD 1 TO CT-E-DESCONHECIDO
             PERFORM IMPRIME-MOVIMENTO
          ELSE
             PERFORM TIPO-INVALIDO.

       IGUAL.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM GRAVA-ANT
             MOVE "INCLUSAO P/DEPENDENTE JA EXISTENTE"
                TO MENSAGEM-SAI
             ADD 1 TO CT-E-JA-EXISTE
             PERFORM IMPRIME-MOVIMENTO
          ELSE IF TIPO-MOV EQUAL TO "A"
             PERFORM ALTERA-DEPENDENTE
          ELSE IF TIPO-MOV EQUAL TO "E"
             ADD 1 TO CT-EXCLUSAO
             MOVE "DEPENDENTE EXCLUIDO" TO MENSAGEM-SAI
             PERFORM IMPRIME-MOVIMENTO
          ELSE
             PERFORM GRAVA-ANT
             PERFORM TIPO-INVALIDO.

       TIPO-INVALIDO.
          MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI.
          ADD 1 TO CT-E-TIPO.
          PERFORM IMPRIME-MOVIMENTO.

       INCLUI-DEPENDENTE.
          PERFORM POSICIONA-SOC.
          IF CH-SOC NOT EQUAL CH-MOV (1:6)
          OR COD-ENT EQUAL 4
             MOVE "TITULAR INEXISTENTE OU CANCELADO"
                TO MENSAGEM-SAI
             ADD 1 TO CT-E-TITULAR
             PERFORM IMPRIME-MOVIMENTO
          ELSE
             PERFORM CRITICA-INCLUSAO
             IF DADOS-OK EQUAL "SIM"
                MOVE NUM-MOV       TO NUM-ATU
                MOVE SEQ-MOV       TO SEQ-ATU
                MOVE NOME-MOV      TO NOME-ATU
                MOVE DATA-NASC-MOV TO DATA-NASC-ATU
                MOVE PARENT-MOV    TO PARENT-ATU
                WRITE REG-ATU
                ADD 1 TO CT-GRAVADOS
                ADD 1 TO CT-INCLUSAO
                MOVE "DEPENDENTE INCLUIDO" TO MENSAGEM-SAI
                PERFORM IMPRIME-MOVIMENTO.

       CRITICA-INCLUSAO.
          MOVE "SIM" TO DADOS-OK.
          IF SEQ-MOV EQUAL ZEROS
             MOVE "SEQUENCIA 00 E RESERVADA AO TITULAR"
                TO MENSAGEM-SAI
             PERFORM DADOS-INVALIDOS
          ELSE IF NOME-MOV EQUAL SPACES
             MOVE "NOME DO DEPENDENTE NAO INFORMADO"
                TO MENSAGEM-SAI
             PERFORM DADOS-INVALIDOS
          ELSE
             PERFORM CRITICA-NASCIMENTO
             IF DADOS-OK EQUAL "SIM"
                PERFORM CRITICA-PARENTESCO.

       CRITICA-NASCIMENTO.
          IF MES-NASC-MOV LESS THAN 1
          OR MES-NASC-MOV GREATER THAN 12
          OR DIA-NASC-MOV LESS THAN 1
          OR DIA-NASC-MOV GREATER THAN 31
          OR ANO-NASC-MOV LESS THAN 1900
             MOVE "DATA DE NASCIMENTO INVALIDA" TO MENSAGEM-SAI
             PERFORM DADOS-INVALIDOS.

       CRITICA-PARENTESCO.
          IF PARENT-MOV NOT EQUAL "C" AND "F" AND "P" AND "O"
             MOVE "PARENTESCO DESCONHECIDO" TO MENSAGEM-SAI
             PERFORM DADOS-INVALIDOS.

       DADOS-INVALIDOS.
          MOVE "NAO" TO DADOS-OK.
          ADD 1 TO CT-E-DADOS.
          PERFORM IMPRIME-MOVIMENTO.

       ALTERA-DEPENDENTE.
          MOVE "SIM" TO DADOS-OK.
          IF DATA-NASC-MOV NOT EQUAL ZEROS
             PERFORM CRITICA-NASCIMENTO.
          IF DADOS-OK EQUAL "SIM"
          AND PARENT-MOV NOT EQUAL SPACES
             PERFORM CRITICA-PARENTESCO.
          IF DADOS-OK EQUAL "SIM"
             IF NOME-MOV NOT EQUAL SPACES
                MOVE NOME-MOV TO NOME-ANT
             END-IF
             IF DATA-NASC-MOV NOT EQUAL ZEROS
                MOVE DATA-NASC-MOV TO DATA-NASC-ANT
             END-IF
             IF PARENT-MOV NOT EQUAL SPACES
                MOVE PARENT-MOV TO PARENT-ANT
             END-IF
             ADD 1 TO CT-ALTERACAO
             MOVE "DEPENDENTE ALTERADO" TO MENSAGEM-SAI
             PERFORM IMPRIME-MOVIMENTO.
          PERFORM GRAVA-ANT.

       IMPRIME-MOVIMENTO.
          MOVE NUM-MOV  TO NUM-REL.
          MOVE SEQ-MOV  TO SEQ-REL.
          MOVE TIPO-MOV TO TIPO-REL.
          PERFORM IMPRIME-D0.

       GRAVA-ANT.
          MOVE NUM-ANT       TO NUM-ATU.
          MOVE SEQ-ANT       TO SEQ-ATU.
          MOVE NOME-ANT      TO NOME-ATU.
          MOVE DATA-NASC-ANT TO DATA-NASC-ATU.
          MOVE PARENT-ANT    TO PARENT-ATU.
          WRITE REG-ATU.
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
          CLOSE DEPSOC
                MOVDEP
                CADSOC1
                DEPSOCN
                RELOCDEP.

       IMPRIME-TOTAIS.
          MOVE CT-INCLUSAO       TO CONT-INC.
          MOVE CT-ALTERACAO      TO CONT-ALT.
          MOVE CT-EXCLUSAO       TO CONT-EXC.
          MOVE CT-E-DESCONHECIDO TO CONT-E-DES.
          MOVE CT-E-JA-EXISTE    TO CONT-E-EXI.
          MOVE CT-E-TITULAR      TO CONT-E-TIT.
          MOVE CT-E-DADOS        TO CONT-E-DAD.
          MOVE CT-E-TIPO         TO CONT-E-TIP.

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
          WRITE REG-ATR FROM ROD-E-TIT
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-DAD
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-TIP
              AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM05EX19"     TO RL-PROGRAMA.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS =
             CT-E-DESCONHECIDO + CT-E-JA-EXISTE
             + CT-E-TITULAR + CT-E-DADOS + CT-E-TIPO.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
