       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX11.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MANUTENCAO DO CADASTRO DE CONSENTIMENTOS E
      *                BASES LEGAIS (LGPD). CONSENT.DAT GUARDA, POR
      *                DOCUMENTO E FINALIDADE, A BASE LEGAL ("C"
      *                CONSENTIMENTO, "L" OBRIGACAO LEGAL, "X"
      *                EXECUCAO DE CONTRATO, "I" INTERESSE
      *                LEGITIMO), A DATA DE CONCESSAO, A DATA DE
      *                REVOGACAO E A REFERENCIA DO TITULAR NO
      *                SISTEMA DA FINALIDADE (NUMERO DO SOCIO,
      *                MATRICULA DO ALUNO ETC.). APLICA MOVCNST.DAT
      *                EM LINHA BALANCEADA POR DOCUMENTO +
      *                FINALIDADE: CONCESSAO "C" INCLUI OU RENOVA
      *                (LIMPANDO A REVOGACAO) E REVOGACAO "R" DATA O
      *                FIM DO CONSENTIMENTO, GERANDO CONSENTN.DAT E
      *                O RELATORIO DE OCORRENCIAS. A FINALIDADE TEM
      *                DE CONSTAR DA TABELA DE RETENCAO RETENCAO.DAT
      *                E SO A BASE "C" ADMITE REVOGACAO. A VARREDURA
      *                DE RETENCAO E O EM12/EX12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL CONSENT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVCNST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CONSENTN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL RETENCAO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELCONS  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CONSENT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CONSENT.DAT".

       01 REG-CON.
          02 CHAVE-CON.
             03 DOC-CON         PIC 9(14).
             03 FIN-CON         PIC X(04).
          02 BASE-CON           PIC X(01).
          02 DATA-CONC-CON      PIC 9(08).
          02 DATA-REVOG-CON     PIC 9(08).
          02 REF-CON            PIC 9(07).

       FD MOVCNST
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVCNST.DAT".

       01 REG-MOV.
          02 CHAVE-MOV.
             03 DOC-MOV         PIC 9(14).
             03 FIN-MOV         PIC X(04).
          02 TIPO-MOV           PIC X(01).
          02 BASE-MOV           PIC X(01).
             88 BASE-VALIDA VALUE "C" "L" "X" "I".
          02 DATA-MOV           PIC 9(08).
          02 REF-MOV            PIC 9(07).

       FD CONSENTN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CONSENTN.DAT".

       01 REG-CONN.
          02 DOC-CONN           PIC 9(14).
          02 FIN-CONN           PIC X(04).
          02 BASE-CONN          PIC X(01).
          02 DATA-CONC-CONN     PIC 9(08).
          02 DATA-REVOG-CONN    PIC 9(08).
          02 REF-CONN           PIC 9(07).

       FD RETENCAO
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "RETENCAO.DAT".

       01 REG-RET.
          02 FIN-RET            PIC X(04).
          02 DESCR-RET          PIC X(30).
          02 MESES-RET          PIC 9(03).
          02 VINCULO-RET        PIC X(01).

       FD RELCONS
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
       77 CH-CON             PIC X(18)    VALUE SPACES.
       77 CH-MOV             PIC X(18)    VALUE SPACES.
       77 FIM-RET            PIC X(03)    VALUE "NAO".
       77 QTD-FINALIDADES    PIC 9(03)    VALUE ZEROS.
       77 ACHOU-FIN          PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(002)   VALUE 45.
       77 CT-PAG             PIC 9(002)   VALUE ZEROS.
       77 CT-CONCESSAO       PIC 9(005)   VALUE ZEROS.
       77 CT-RENOVACAO       PIC 9(005)   VALUE ZEROS.
       77 CT-REVOGACAO       PIC 9(005)   VALUE ZEROS.
       77 CT-RECUSADOS       PIC 9(005)   VALUE ZEROS.
       77 DADOS-VALIDOS      PIC X(003)   VALUE "NAO".
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.

       01 TAB-FINALIDADES.
          02 FIN-OCR  OCCURS 50 TIMES INDEXED BY IDX-FIN
             PIC X(04).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(29) VALUE
             "MANUTENCAO DE CONSENTIMENTOS ".
          02 FILLER          PIC X(22) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "DOCUMENTO".
          02 FILLER          PIC X(07) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "FIN.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "TIPO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(42) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 DOC-REL         PIC 9(14).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 FIN-REL         PIC X(04).
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 TIPO-REL        PIC X(01)  VALUE SPACES.
          02 FILLER          PIC X(04)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(10)  VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(26)  VALUE
             "CONSENTIMENTOS INCLUIDOS: ".
          02 CONT-INC        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(26)  VALUE
             "CONSENTIMENTOS RENOVADOS: ".
          02 CONT-REN        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(26)  VALUE
             "CONSENTIMENTOS REVOGADOS: ".
          02 CONT-REV        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(26)  VALUE
             "MOVIMENTOS RECUSADOS:     ".
          02 CONT-REC        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM12-EX11.

       PERFORM  INICIO.
       PERFORM  PRINCIPAL  UNTIL
           CH-CON  EQUAL  CH-MOV  AND
           CH-MOV  EQUAL  HIGH-VALUES.
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          PERFORM CARREGA-FINALIDADES.
          OPEN INPUT  CONSENT
                      MOVCNST
               OUTPUT CONSENTN
                      RELCONS.
          PERFORM LER-CON.
          PERFORM LER-MOV.

       CARREGA-FINALIDADES.
          OPEN INPUT RETENCAO.
          PERFORM LE-1-FINALIDADE
             UNTIL FIM-RET EQUAL "SIM".
          CLOSE RETENCAO.

       LE-1-FINALIDADE.
          READ RETENCAO
             AT END
             MOVE "SIM" TO FIM-RET.
          IF FIM-RET EQUAL "NAO"
          AND QTD-FINALIDADES LESS THAN 50
             ADD 1 TO QTD-FINALIDADES
             SET IDX-FIN TO QTD-FINALIDADES
             MOVE FIN-RET TO FIN-OCR (IDX-FIN).

       LER-CON.
          READ CONSENT
             AT END
             MOVE HIGH-VALUES TO CH-CON.

          IF CH-CON  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE CHAVE-CON TO CH-CON.

       LER-MOV.
          READ MOVCNST
             AT END
             MOVE HIGH-VALUES TO CH-MOV.

          IF CH-MOV  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE CHAVE-MOV TO CH-MOV.

       PRINCIPAL.
          IF CH-CON  EQUAL TO  CH-MOV
             PERFORM IGUAL
             PERFORM LER-CON
             PERFORM LER-MOV
          ELSE IF CH-CON  LESS THAN  CH-MOV
             PERFORM GRAVA-CON
             PERFORM LER-CON
          ELSE
             PERFORM DECISAO
             PERFORM LER-MOV.

       IGUAL.
          IF TIPO-MOV EQUAL TO "C"
             PERFORM CRITICA-DADOS
             IF DADOS-VALIDOS EQUAL "SIM"
                PERFORM GRAVA-MOVIMENTO
                ADD 1 TO CT-RENOVACAO
                MOVE "CONSENTIMENTO RENOVADO" TO MENSAGEM-SAI
                PERFORM IMPRIME-MOVIMENTO
             ELSE
                PERFORM GRAVA-CON
                PERFORM RECUSA
             END-IF
          ELSE IF TIPO-MOV EQUAL TO "R"
             PERFORM REVOGA
          ELSE
             PERFORM GRAVA-CON
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA.

       DECISAO.
          IF TIPO-MOV EQUAL TO "C"
             PERFORM CRITICA-DADOS
             IF DADOS-VALIDOS EQUAL "SIM"
                PERFORM GRAVA-MOVIMENTO
                ADD 1 TO CT-CONCESSAO
                MOVE "CONSENTIMENTO INCLUIDO" TO MENSAGEM-SAI
                PERFORM IMPRIME-MOVIMENTO
             ELSE
                PERFORM RECUSA
             END-IF
          ELSE IF TIPO-MOV EQUAL "R"
             MOVE "REVOGACAO SEM CONSENTIMENTO REGISTRADO"
                TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA.

      *    SO O CONSENTIMENTO PODE SER REVOGADO PELO TITULAR; AS
      *    DEMAIS BASES SE ENCERRAM PELO PRAZO DE RETENCAO.
       REVOGA.
          IF BASE-CON NOT EQUAL "C"
             PERFORM GRAVA-CON
             MOVE "BASE LEGAL NAO ADMITE REVOGACAO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF DATA-REVOG-CON GREATER THAN ZEROS
             PERFORM GRAVA-CON
             MOVE "CONSENTIMENTO JA REVOGADO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF DATA-MOV LESS THAN DATA-CONC-CON
               OR DATA-MOV GREATER THAN WS-DATA-HOJE
             PERFORM GRAVA-CON
             MOVE "DATA DE REVOGACAO INVALIDA" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             MOVE DATA-MOV TO DATA-REVOG-CON
             PERFORM GRAVA-CON
             ADD 1 TO CT-REVOGACAO
             MOVE "CONSENTIMENTO REVOGADO" TO MENSAGEM-SAI
             PERFORM IMPRIME-MOVIMENTO.

       CRITICA-DADOS.
          MOVE "SIM" TO DADOS-VALIDOS.
          PERFORM PROCURA-FINALIDADE.
          IF DOC-MOV EQUAL ZEROS
             MOVE "DOCUMENTO NAO INFORMADO" TO MENSAGEM-SAI
             MOVE "NAO" TO DADOS-VALIDOS
          ELSE IF ACHOU-FIN EQUAL "NAO"
             MOVE "FINALIDADE FORA DA TABELA DE RETENCAO"
                TO MENSAGEM-SAI
             MOVE "NAO" TO DADOS-VALIDOS
          ELSE IF NOT BASE-VALIDA
             MOVE "BASE LEGAL INVALIDA" TO MENSAGEM-SAI
             MOVE "NAO" TO DADOS-VALIDOS
          ELSE IF DATA-MOV EQUAL ZEROS
               OR DATA-MOV GREATER THAN WS-DATA-HOJE
             MOVE "DATA DE CONCESSAO INVALIDA" TO MENSAGEM-SAI
             MOVE "NAO" TO DADOS-VALIDOS.

       PROCURA-FINALIDADE.
          MOVE "NAO" TO ACHOU-FIN.
          SET IDX-FIN TO 1.
          SEARCH FIN-OCR
             AT END
                MOVE "NAO" TO ACHOU-FIN
             WHEN IDX-FIN GREATER THAN QTD-FINALIDADES
                MOVE "NAO" TO ACHOU-FIN
             WHEN FIN-OCR (IDX-FIN) EQUAL FIN-MOV
                MOVE "SIM" TO ACHOU-FIN.

       GRAVA-MOVIMENTO.
          MOVE DOC-MOV       TO DOC-CONN.
          MOVE FIN-MOV       TO FIN-CONN.
          MOVE BASE-MOV      TO BASE-CONN.
          MOVE DATA-MOV      TO DATA-CONC-CONN.
          MOVE ZEROS         TO DATA-REVOG-CONN.
          MOVE REF-MOV       TO REF-CONN.
          WRITE REG-CONN.
          ADD 1 TO CT-GRAVADOS.

       GRAVA-CON.
          MOVE DOC-CON        TO DOC-CONN.
          MOVE FIN-CON        TO FIN-CONN.
          MOVE BASE-CON       TO BASE-CONN.
          MOVE DATA-CONC-CON  TO DATA-CONC-CONN.
          MOVE DATA-REVOG-CON TO DATA-REVOG-CONN.
          MOVE REF-CON        TO REF-CONN.
          WRITE REG-CONN.
          ADD 1 TO CT-GRAVADOS.

       RECUSA.
          ADD 1 TO CT-RECUSADOS.
          PERFORM IMPRIME-MOVIMENTO.

       IMPRIME-MOVIMENTO.
          MOVE DOC-MOV  TO DOC-REL.
          MOVE FIN-MOV  TO FIN-REL.
          MOVE TIPO-MOV TO TIPO-REL.
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
          MOVE CT-CONCESSAO TO CONT-INC.
          MOVE CT-RENOVACAO TO CONT-REN.
          MOVE CT-REVOGACAO TO CONT-REV.
          MOVE CT-RECUSADOS TO CONT-REC.
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
          CLOSE CONSENT
                MOVCNST
                CONSENTN
                RELCONS.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX11"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
