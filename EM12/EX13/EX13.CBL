       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX13.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        SOLICITACAO EM LOTE DA SITUACAO CADASTRAL DOS
      *                CNPJ NA RECEITA FEDERAL. REUNE OS CNPJ DAS
      *                PESSOAS JURIDICAS DO REGISTRO UNICO
      *                (REGPESSOA.DAT, TIPO "J") E DOS FORNECEDORES
      *                (FORNECED.DAT), CLASSIFICA POR CNPJ E GRAVA
      *                CADA CNPJ UMA UNICA VEZ EM CONSRFB.DAT, NO
      *                LEIAUTE DA CONSULTA: HEADER COM A EMPRESA E A
      *                DATA, DETALHES NUMERADOS E TRAILER COM A
      *                QUANTIDADE. O ARQUIVO DE RETORNO DA RECEITA E
      *                CARREGADO PELO EM12/EX14. O RELATORIO LISTA
      *                OS CNPJ SOLICITADOS E DE ONDE VIERAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  REGPESSOA  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  SEQUENTIAL
          RECORD KEY  IS  DOC-PES.

          SELECT  FORNECED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN TO DISK.

          SELECT  CONSRFB  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELCONRF  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD REGPESSOA
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "REGPESSOA.DAT".

       01  REG-PES.
          02 DOC-PES                PIC 9(14).
          02 TIPO-PES               PIC X(01).
          02 NOME-PES               PIC X(30).
          02 ESTADO-PES             PIC X(02).
          02 CIDADE-PES             PIC X(30).
          02 EMAIL-PES              PIC X(30).
          02 CEP-PES                PIC 9(08).
          02 TELEFONE-PES           PIC 9(10).
          02 SIT-RFB-PES            PIC X(01).
          02 DATA-RFB-PES           PIC 9(08).

       FD FORNECED
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "FORNECED.DAT".

       01  REG-FORN.
          02 COD-FORN               PIC 9(03).
          02 NOME-FORN              PIC X(20).
          02 PRAZO-FORN             PIC 9(03).
          02 CNPJ-FORN              PIC 9(14).
          02 ENDERECO-FORN          PIC X(30).
          02 CIDADE-FORN            PIC X(20).
          02 UF-FORN                PIC X(02).
          02 CEP-FORN               PIC 9(08).
          02 CONTATO-FORN           PIC X(20).
          02 TELEFONE-FORN          PIC 9(10).
          02 BANCO-FORN             PIC 9(03).
          02 AGENCIA-FORN           PIC 9(04).
          02 CONTA-FORN             PIC X(10).
          02 SIT-FORN               PIC X(01).
          02 SIT-RFB-FORN           PIC X(01).
          02 DATA-RFB-FORN          PIC 9(08).

       SD TRAB.

       01 REG-TRAB.
          02 CNPJ-TRAB          PIC 9(14).
          02 ORIGEM-TRAB        PIC X(01).
          02 NOME-TRAB          PIC X(30).

       FD CONSRFB
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CONSRFB.DAT".

       01 REG-CRF-HDR.
          02 TIPO-HDR        PIC X(01).
          02 EMPRESA-HDR     PIC X(30).
          02 CNPJ-HDR        PIC 9(14).
          02 DATA-GER-HDR    PIC 9(08).
          02 FILLER          PIC X(07).

       01 REG-CRF-DET.
          02 TIPO-DET        PIC X(01).
          02 SEQ-DET         PIC 9(06).
          02 CNPJ-DET        PIC 9(14).
          02 FILLER          PIC X(39).

       01 REG-CRF-TRL.
          02 TIPO-TRL        PIC X(01).
          02 QTDE-TRL        PIC 9(06).
          02 FILLER          PIC X(53).

       FD RELCONRF
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08)    VALUE ZEROS.
       77 FIM-PES          PIC X(03)    VALUE "NAO".
       77 FIM-FOR          PIC X(03)    VALUE "NAO".
       77 FIM-SORT         PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CNPJ-ANT         PIC 9(14)    VALUE ZEROS.
       77 NOME-ANT         PIC X(30)    VALUE SPACES.
       77 VEIO-REGISTRO    PIC X(03)    VALUE "NAO".
       77 VEIO-FORNECEDOR  PIC X(03)    VALUE "NAO".
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-SOLICITADOS   PIC 9(06)    VALUE ZEROS.
       77 CT-DO-REGISTRO   PIC 9(05)    VALUE ZEROS.
       77 CT-DE-FORNECEDOR PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-CNPJ      PIC 9(05)    VALUE ZEROS.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(37) VALUE
             "CONSULTA DE SITUACAO CADASTRAL - CNPJ".
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "SEQ.  ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "CNPJ".
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "NOME".
          02 FILLER          PIC X(28) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "ORIGEM".
          02 FILLER          PIC X(16) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 SEQ-REL         PIC 9(06).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 CNPJ-REL        PIC 9(14).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 NOME-REL        PIC X(30).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 ORIGEM-REL      PIC X(20)  VALUE SPACES.
          02 FILLER          PIC X(02)  VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30)  VALUE
             "CNPJ SOLICITADOS:             ".
          02 CONT-SOL        PIC ZZZZ9.
          02 FILLER          PIC X(45)  VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30)  VALUE
             "PESSOAS JURIDICAS DO REGISTRO:".
          02 CONT-REG        PIC ZZZZ9.
          02 FILLER          PIC X(45)  VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30)  VALUE
             "FORNECEDORES:                 ".
          02 CONT-FOR        PIC ZZZZ9.
          02 FILLER          PIC X(45)  VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30)  VALUE
             "FORNECEDORES SEM CNPJ:        ".
          02 CONT-SEM        PIC ZZZZ9.
          02 FILLER          PIC X(45)  VALUE SPACES.

       PROCEDURE DIVISION.

       EM12-EX13.

       ACCEPT WS-HORA-INICIO FROM TIME.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       OPEN OUTPUT RELCONRF.
       PERFORM IMPRIME-CAB.
       SORT    TRAB
          ASCENDING  KEY  CNPJ-TRAB
          DESCENDING KEY  ORIGEM-TRAB
          INPUT  PROCEDURE  ROT-ENTRADA
          OUTPUT PROCEDURE  ROT-SAIDA.
       STOP RUN.

       ROT-ENTRADA SECTION.
          OPEN INPUT REGPESSOA.
          PERFORM LE-PESSOA.
          PERFORM SELECIONA-PESSOA
                  UNTIL FIM-PES EQUAL "SIM".
          CLOSE REGPESSOA.
          OPEN INPUT FORNECED.
          PERFORM LE-FORNECEDOR.
          PERFORM SELECIONA-FORNECEDOR
                  UNTIL FIM-FOR EQUAL "SIM".
          CLOSE FORNECED.

       LE-PESSOA SECTION.
          READ REGPESSOA
          AT END
          MOVE "SIM" TO FIM-PES.

       SELECIONA-PESSOA SECTION.
          ADD 1 TO CT-LIDOS.
          IF TIPO-PES EQUAL "J"
          AND DOC-PES GREATER THAN ZEROS
             MOVE DOC-PES  TO CNPJ-TRAB
             MOVE "R"      TO ORIGEM-TRAB
             MOVE NOME-PES TO NOME-TRAB
             RELEASE REG-TRAB.
          PERFORM LE-PESSOA.

       LE-FORNECEDOR SECTION.
          READ FORNECED
          AT END
          MOVE "SIM" TO FIM-FOR.

       SELECIONA-FORNECEDOR SECTION.
          ADD 1 TO CT-LIDOS.
          IF CNPJ-FORN NOT NUMERIC
          OR CNPJ-FORN EQUAL ZEROS
             ADD 1 TO CT-SEM-CNPJ
          ELSE
             MOVE CNPJ-FORN TO CNPJ-TRAB
             MOVE "F"       TO ORIGEM-TRAB
             MOVE NOME-FORN TO NOME-TRAB
             RELEASE REG-TRAB.
          PERFORM LE-FORNECEDOR.

       ROT-SAIDA SECTION.
          PERFORM INICIO-SAIDA.
          PERFORM PRINCIPAL-SAIDA
                  UNTIL FIM-SORT EQUAL "SIM".
          PERFORM FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT CONSRFB.
          MOVE SPACES           TO REG-CRF-HDR.
          MOVE "0"              TO TIPO-HDR.
          MOVE "ASSOCIACAO ATLETICA CENTRAL"
                                TO EMPRESA-HDR.
          MOVE 12345678000195   TO CNPJ-HDR.
          MOVE WS-DATA-HOJE     TO DATA-GER-HDR.
          WRITE REG-CRF-HDR.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-SORT.

      *    O MESMO CNPJ PODE VIR DO REGISTRO E DO CADASTRO DE
      *    FORNECEDORES; VAI UMA VEZ SO PARA A RECEITA, COM O NOME
      *    DO REGISTRO ("R" VEM ANTES DE "F").
       PRINCIPAL-SAIDA SECTION.
          IF CNPJ-TRAB NOT EQUAL CNPJ-ANT
             IF CNPJ-ANT GREATER THAN ZEROS
                PERFORM GRAVA-SOLICITACAO
             END-IF
             MOVE CNPJ-TRAB TO CNPJ-ANT
             MOVE NOME-TRAB TO NOME-ANT
             MOVE "NAO"     TO VEIO-REGISTRO
                               VEIO-FORNECEDOR.
          IF ORIGEM-TRAB EQUAL "R"
             MOVE "SIM" TO VEIO-REGISTRO
          ELSE
             MOVE "SIM" TO VEIO-FORNECEDOR.
          PERFORM LEITURA-SAIDA.

       GRAVA-SOLICITACAO SECTION.
          ADD 1 TO CT-SOLICITADOS.
          MOVE SPACES         TO REG-CRF-DET.
          MOVE "1"            TO TIPO-DET.
          MOVE CT-SOLICITADOS TO SEQ-DET.
          MOVE CNPJ-ANT       TO CNPJ-DET.
          WRITE REG-CRF-DET.
          MOVE CT-SOLICITADOS TO SEQ-REL.
          MOVE CNPJ-ANT       TO CNPJ-REL.
          MOVE NOME-ANT       TO NOME-REL.
          IF VEIO-REGISTRO EQUAL "SIM"
             ADD 1 TO CT-DO-REGISTRO.
          IF VEIO-FORNECEDOR EQUAL "SIM"
             ADD 1 TO CT-DE-FORNECEDOR.
          IF VEIO-REGISTRO EQUAL "SIM"
          AND VEIO-FORNECEDOR EQUAL "SIM"
             MOVE "REGISTRO/FORNECEDOR" TO ORIGEM-REL
          ELSE IF VEIO-REGISTRO EQUAL "SIM"
             MOVE "REGISTRO UNICO" TO ORIGEM-REL
          ELSE
             MOVE "FORNECEDOR" TO ORIGEM-REL.
          PERFORM IMPRIME-D0.

       FIM-SAIDA SECTION.
          IF CNPJ-ANT GREATER THAN ZEROS
             PERFORM GRAVA-SOLICITACAO.
          MOVE SPACES         TO REG-CRF-TRL.
          MOVE "9"            TO TIPO-TRL.
          MOVE CT-SOLICITADOS TO QTDE-TRL.
          WRITE REG-CRF-TRL.
          CLOSE CONSRFB.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELCONRF.

       IMPRIME-D0 SECTION.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-CAB SECTION.
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

       IMPRIME-TOTAIS SECTION.
          MOVE CT-SOLICITADOS   TO CONT-SOL.
          MOVE CT-DO-REGISTRO   TO CONT-REG.
          MOVE CT-DE-FORNECEDOR TO CONT-FOR.
          MOVE CT-SEM-CNPJ      TO CONT-SEM.
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

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX13"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-SOLICITADOS TO RL-GRAVADOS.
          MOVE CT-SEM-CNPJ    TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
