       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX20.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        EXTRATO MENSAL DO PROGRAMA DE FIDELIDADE. O MES
      *                VEM DE PARMEXT.DAT (AAAAMM); SEM PARAMETRO E O
      *                MES ANTERIOR A DATA DO MOVIMENTO. PARTE DO
      *                SALDO ATUAL DE CADA CLIENTE (SALDOFID.DAT,
      *                GERADO PELO EM11/EX19) E DESCONTA OS
      *                MOVIMENTOS DE MOVFID.DAT FEITOS DEPOIS DO MES
      *                PARA ACHAR O SALDO FINAL DO MES, E OS DO MES
      *                PARA ACHAR O SALDO INICIAL. GRAVA EXTRFID.DAT
      *                COM UM REGISTRO "0" POR CLIENTE (NOME DE
      *                REGPESSOA.DAT, SALDOS E TOTAIS DE ACUMULO,
      *                RESGATE E EXPIRACAO) SEGUIDO DOS MOVIMENTOS
      *                "1" DO MES EM ORDEM DE DATA, E A LISTAGEM DE
      *                CONFERENCIA RELEXTR. CLIENTE SEM MOVIMENTO E
      *                SEM SALDO NAO RECEBE EXTRATO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL PARMEXT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL SALDOFID  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL MOVFID  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  REGPESSOA  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  RANDOM
          RECORD KEY  IS  DOC-PES.

          SELECT  TRAB  ASSIGN TO DISK.

          SELECT  EXTRFID  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELEXTR  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMEXT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMEXT.DAT".

       01 REG-PARMEXT.
          02 MES-PARM           PIC 9(06).

       FD SALDOFID
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SALDOFID.DAT".

       01 REG-SFI.
          02 CPF-SFI            PIC 9(11).
          02 SALDO-SFI          PIC 9(07).
          02 ACUM-SFI           PIC 9(09).
          02 RESG-SFI           PIC 9(09).
          02 EXPIR-SFI          PIC 9(09).
          02 DATA-ULT-SFI       PIC 9(08).

       FD MOVFID
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVFID.DAT".

       01 REG-MFI.
          02 DATA-MFI           PIC 9(08).
          02 CPF-MFI            PIC 9(11).
          02 TIPO-MFI           PIC X(01).
          02 PONTOS-MFI         PIC 9(07).
          02 LOJA-MFI           PIC 9(02).
          02 CUPOM-MFI          PIC 9(06).
          02 VALOR-MFI          PIC 9(09)V99.

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

       SD TRAB.
       01 REG-TRAB.
          02 CPF-TRAB        PIC 9(11).
          02 DATA-TRAB       PIC 9(08).
          02 TIPO-TRAB       PIC X(01).
          02 PONTOS-TRAB     PIC 9(07).
          02 LOJA-TRAB       PIC 9(02).
          02 CUPOM-TRAB      PIC 9(06).
          02 VALOR-TRAB      PIC 9(09)V99.

       FD EXTRFID
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EXTRFID.DAT".

       01 REG-EXT-CLI.
          02 TIPO-EXT-CLI       PIC X(01).
          02 CPF-EXT-CLI        PIC 9(11).
          02 NOME-EXT-CLI       PIC X(30).
          02 MES-EXT-CLI        PIC 9(06).
          02 SALDO-INI-EXT      PIC 9(07).
          02 ACUM-EXT           PIC 9(07).
          02 RESG-EXT           PIC 9(07).
          02 EXPIR-EXT          PIC 9(07).
          02 SALDO-FIM-EXT      PIC 9(07).

       01 REG-EXT-MOV.
          02 TIPO-EXT-MOV       PIC X(01).
          02 CPF-EXT-MOV        PIC 9(11).
          02 DATA-EXT-MOV       PIC 9(08).
          02 TIPO-MOV-EXT       PIC X(01).
          02 PONTOS-EXT-MOV     PIC 9(07).
          02 LOJA-EXT-MOV       PIC 9(02).
          02 CUPOM-EXT-MOV      PIC 9(06).
          02 VALOR-EXT-MOV      PIC 9(09)V99.

       FD RELEXTR
          LABEL  RECORD  IS  OMITTED.

       01 REG-ATR            PIC X(80).

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
       77 FIM-SFI            PIC X(03)    VALUE "NAO".
       77 FIM-MFI            PIC X(03)    VALUE "NAO".
       77 FIM-SORT           PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 MES-EXTRATO        PIC 9(06)    VALUE ZEROS.
       77 QTD-CLIS           PIC 9(04)    VALUE ZEROS.
       77 IDX-CLI-ACH        PIC 9(04)    VALUE ZEROS.
       77 IDX-PROX           PIC 9(04)    VALUE ZEROS.
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 CPF-ATU            PIC 9(11)    VALUE ZEROS.
       77 PONTOS-LIQ         PIC S9(09)   VALUE ZEROS.
       77 MES-AAAA-MM        PIC 9(06)    VALUE ZEROS.
       77 MES-MMAAAA         PIC 9(06)    VALUE ZEROS.
       77 CT-MOV-LIDOS       PIC 9(07)    VALUE ZEROS.
       77 CT-MOV-MES         PIC 9(07)    VALUE ZEROS.
       77 CT-SEM-SALDO       PIC 9(05)    VALUE ZEROS.
       77 CT-EXTRATOS        PIC 9(05)    VALUE ZEROS.
       77 CT-INCONSIST       PIC 9(05)    VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(07)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 DATA-AUX.
          02 ANO-MES-AUX   PIC 9(06).
          02 DIA-AUX       PIC 99.

       01 MES-ANTERIOR.
          02 ANO-ANT       PIC 9(04).
          02 MES-ANT       PIC 99.

      *    SALDOS EM ORDEM DE CPF, COMO GRAVADOS PELO PROGRAMA DE
      *    FIDELIDADE. OS CAMPOS LIQ SOMAM A + , R E E - .
       01 TAB-CLIENTES.
          02 CLI-OCR  OCCURS 2000 TIMES INDEXED BY IDX-CLI.
             03 TCLI-CPF       PIC 9(11).
             03 TCLI-SALDO     PIC 9(07).
             03 TCLI-LIQ-APOS  PIC S9(09).
             03 TCLI-LIQ-MES   PIC S9(09).
             03 TCLI-ACUM-MES  PIC 9(07).
             03 TCLI-RESG-MES  PIC 9(07).
             03 TCLI-EXPIR-MES PIC 9(07).
             03 TCLI-MOV-MES   PIC 9(05).
             03 TCLI-INI       PIC S9(09).
             03 TCLI-FIM       PIC S9(09).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(34) VALUE
             "EXTRATO DE PONTOS DE FIDELIDADE - ".
          02 MES-CAB         PIC 99/9999.
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "CPF".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME".
          02 FILLER          PIC X(08) VALUE " INICIAL".
          02 FILLER          PIC X(08) VALUE "  ACUMUL".
          02 FILLER          PIC X(08) VALUE " RESGATE".
          02 FILLER          PIC X(08) VALUE "  EXPIR.".
          02 FILLER          PIC X(08) VALUE "   FINAL".
          02 FILLER          PIC X(07) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CPF-DET         PIC 9(11).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-DET        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 INI-DET         PIC ZZZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 ACUM-DET        PIC ZZZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RESG-DET        PIC ZZZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 EXPIR-DET       PIC ZZZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FIM-DET         PIC ZZZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 OBS-DET         PIC X(06).

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "CLIENTES NO CADASTRO:         ".
          02 CONT-CLI        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "EXTRATOS EMITIDOS:            ".
          02 CONT-EXT        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS DO MES:            ".
          02 CONT-MOV        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS SEM SALDO DE CPF:  ".
          02 CONT-SEM        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "SALDOS INCONSISTENTES (ERRO): ".
          02 CONT-INC        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE  DIVISION.

       EM11-EX20.

       ACCEPT WS-HORA-INICIO FROM TIME.
       PERFORM LE-DATA-MOVIMENTO.
       PERFORM LE-PARAMETRO.
       PERFORM CARREGA-SALDOS.
       PERFORM APURA-MOVIMENTOS.
       PERFORM APURA-1-SALDO
          VARYING IDX-CLI FROM 1 BY 1
          UNTIL IDX-CLI GREATER THAN QTD-CLIS.
       SORT    TRAB
          ASCENDING  KEY  CPF-TRAB
          ASCENDING  KEY  DATA-TRAB
          INPUT  PROCEDURE  ROT-ENTRADA
          OUTPUT PROCEDURE  ROT-SAIDA.
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

      *    SEM PARAMETRO O EXTRATO E DO MES ANTERIOR AO MOVIMENTO.
       LE-PARAMETRO.
          OPEN INPUT PARMEXT.
          READ PARMEXT
             AT END
             MOVE ZEROS TO MES-PARM.
          CLOSE PARMEXT.
          IF MES-PARM NUMERIC
          AND MES-PARM GREATER THAN ZEROS
             MOVE MES-PARM TO MES-EXTRATO
          ELSE
             MOVE WS-ANO-HOJE TO ANO-ANT
             IF WS-MES-HOJE EQUAL 1
                MOVE 12 TO MES-ANT
                SUBTRACT 1 FROM ANO-ANT
             ELSE
                COMPUTE MES-ANT = WS-MES-HOJE - 1
             END-IF
             MOVE MES-ANTERIOR TO MES-EXTRATO.
          MOVE MES-EXTRATO TO MES-AAAA-MM.

       CARREGA-SALDOS.
          OPEN INPUT SALDOFID.
          PERFORM LE-1-SALDO
             UNTIL FIM-SFI EQUAL "SIM".
          CLOSE SALDOFID.

       LE-1-SALDO.
          READ SALDOFID
             AT END
             MOVE "SIM" TO FIM-SFI.
          IF FIM-SFI EQUAL "NAO"
          AND QTD-CLIS LESS THAN 2000
             ADD 1 TO QTD-CLIS
             SET IDX-CLI TO QTD-CLIS
             MOVE CPF-SFI   TO TCLI-CPF (IDX-CLI)
             MOVE SALDO-SFI TO TCLI-SALDO (IDX-CLI)
             MOVE ZEROS     TO TCLI-LIQ-APOS (IDX-CLI)
                               TCLI-LIQ-MES (IDX-CLI)
                               TCLI-ACUM-MES (IDX-CLI)
                               TCLI-RESG-MES (IDX-CLI)
                               TCLI-EXPIR-MES (IDX-CLI)
                               TCLI-MOV-MES (IDX-CLI).

      *    PRIMEIRA PASSADA NO HISTORICO: SO TOTAIS POR CLIENTE.
       APURA-MOVIMENTOS.
          OPEN INPUT MOVFID.
          PERFORM APURA-1-MOVIMENTO
             UNTIL FIM-MFI EQUAL "SIM".
          CLOSE MOVFID.
          MOVE "NAO" TO FIM-MFI.

       APURA-1-MOVIMENTO.
          READ MOVFID
             AT END
             MOVE "SIM" TO FIM-MFI.
          IF FIM-MFI EQUAL "NAO"
             ADD 1 TO CT-MOV-LIDOS
             MOVE DATA-MFI TO DATA-AUX
             IF ANO-MES-AUX NOT LESS THAN MES-AAAA-MM
                PERFORM ACHA-CLIENTE
                IF ACHOU EQUAL "NAO"
                   ADD 1 TO CT-SEM-SALDO
                ELSE
                   PERFORM SOMA-MOVIMENTO.

       ACHA-CLIENTE.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-CLIENTE
             VARYING IDX-CLI FROM 1 BY 1
             UNTIL IDX-CLI GREATER THAN QTD-CLIS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-CLIENTE.
          IF TCLI-CPF (IDX-CLI) EQUAL CPF-MFI
             SET IDX-CLI-ACH TO IDX-CLI
             MOVE "SIM" TO ACHOU.

       SOMA-MOVIMENTO.
          IF TIPO-MFI EQUAL "A"
             MOVE PONTOS-MFI TO PONTOS-LIQ
          ELSE
             COMPUTE PONTOS-LIQ = ZEROS - PONTOS-MFI.
          IF ANO-MES-AUX GREATER THAN MES-AAAA-MM
             ADD PONTOS-LIQ TO TCLI-LIQ-APOS (IDX-CLI-ACH)
          ELSE
             ADD PONTOS-LIQ TO TCLI-LIQ-MES (IDX-CLI-ACH)
             ADD 1 TO TCLI-MOV-MES (IDX-CLI-ACH)
             IF TIPO-MFI EQUAL "A"
                ADD PONTOS-MFI TO TCLI-ACUM-MES (IDX-CLI-ACH)
             ELSE IF TIPO-MFI EQUAL "R"
                ADD PONTOS-MFI TO TCLI-RESG-MES (IDX-CLI-ACH)
             ELSE
                ADD PONTOS-MFI TO TCLI-EXPIR-MES (IDX-CLI-ACH).

       APURA-1-SALDO.
          COMPUTE TCLI-FIM (IDX-CLI) =
             TCLI-SALDO (IDX-CLI) - TCLI-LIQ-APOS (IDX-CLI).
          COMPUTE TCLI-INI (IDX-CLI) =
             TCLI-FIM (IDX-CLI) - TCLI-LIQ-MES (IDX-CLI).

       ROT-ENTRADA SECTION.
          OPEN INPUT MOVFID.
          PERFORM SELECIONA-MOVIMENTO
                  UNTIL FIM-MFI EQUAL "SIM".
          CLOSE MOVFID.

      *    SO VAI PARA A ORDENACAO O MOVIMENTO DO MES DE CLIENTE
      *    COM SALDO.
       SELECIONA-MOVIMENTO SECTION.
          READ MOVFID
             AT END
             MOVE "SIM" TO FIM-MFI.
          IF FIM-MFI EQUAL "NAO"
             MOVE DATA-MFI TO DATA-AUX
             IF ANO-MES-AUX EQUAL MES-AAAA-MM
                PERFORM ACHA-CLIENTE
                IF ACHOU EQUAL "SIM"
                   MOVE CPF-MFI    TO CPF-TRAB
                   MOVE DATA-MFI   TO DATA-TRAB
                   MOVE TIPO-MFI   TO TIPO-TRAB
                   MOVE PONTOS-MFI TO PONTOS-TRAB
                   MOVE LOJA-MFI   TO LOJA-TRAB
                   MOVE CUPOM-MFI  TO CUPOM-TRAB
                   MOVE VALOR-MFI  TO VALOR-TRAB
                   ADD 1 TO CT-MOV-MES
                   RELEASE REG-TRAB.

       ROT-SAIDA SECTION.
          PERFORM INICIO-SAIDA.
          PERFORM PRINCIPAL-SAIDA
                  UNTIL FIM-SORT EQUAL "SIM".
          PERFORM FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN INPUT REGPESSOA
               OUTPUT EXTRFID
                      RELEXTR.
          MOVE 1 TO IDX-PROX.
          MOVE MES-AAAA-MM TO MES-ANTERIOR.
          COMPUTE MES-MMAAAA = MES-ANT * 10000 + ANO-ANT.
          MOVE MES-MMAAAA TO MES-CAB.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-SORT.

      *    OS CLIENTES DA TABELA ANTERIORES AO CPF LIDO SAEM SO COM
      *    O CABECALHO, SE TIVEREM SALDO.
       PRINCIPAL-SAIDA SECTION.
          IF CPF-TRAB NOT EQUAL CPF-ATU
             PERFORM EMITE-CLIENTE
                UNTIL CPF-ATU EQUAL CPF-TRAB
                   OR IDX-PROX GREATER THAN QTD-CLIS.
          MOVE "1"         TO TIPO-EXT-MOV.
          MOVE CPF-TRAB    TO CPF-EXT-MOV.
          MOVE DATA-TRAB   TO DATA-EXT-MOV.
          MOVE TIPO-TRAB   TO TIPO-MOV-EXT.
          MOVE PONTOS-TRAB TO PONTOS-EXT-MOV.
          MOVE LOJA-TRAB   TO LOJA-EXT-MOV.
          MOVE CUPOM-TRAB  TO CUPOM-EXT-MOV.
          MOVE VALOR-TRAB  TO VALOR-EXT-MOV.
          WRITE REG-EXT-MOV.
          ADD 1 TO CT-GRAVADOS.
          PERFORM LEITURA-SAIDA.

       EMITE-CLIENTE SECTION.
          SET IDX-CLI TO IDX-PROX.
          MOVE TCLI-CPF (IDX-CLI) TO CPF-ATU.
          ADD 1 TO IDX-PROX.
          IF TCLI-MOV-MES (IDX-CLI) GREATER THAN ZEROS
          OR TCLI-INI (IDX-CLI) GREATER THAN ZEROS
          OR TCLI-FIM (IDX-CLI) GREATER THAN ZEROS
             PERFORM GRAVA-CLIENTE.

       GRAVA-CLIENTE SECTION.
          ADD 1 TO CT-EXTRATOS.
          MOVE TCLI-CPF (IDX-CLI) TO DOC-PES.
          READ REGPESSOA
             INVALID KEY
             MOVE "NAO CADASTRADO" TO NOME-PES.
          MOVE SPACES TO OBS-DET.
          IF TCLI-INI (IDX-CLI) LESS THAN ZEROS
          OR TCLI-FIM (IDX-CLI) LESS THAN ZEROS
             ADD 1 TO CT-INCONSIST
             MOVE "ERRO" TO OBS-DET
             MOVE ZEROS TO TCLI-INI (IDX-CLI)
                           TCLI-FIM (IDX-CLI).
          MOVE "0"                     TO TIPO-EXT-CLI.
          MOVE TCLI-CPF (IDX-CLI)       TO CPF-EXT-CLI
                                          CPF-DET.
          MOVE NOME-PES                TO NOME-EXT-CLI
                                          NOME-DET.
          MOVE MES-AAAA-MM             TO MES-EXT-CLI.
          MOVE TCLI-INI (IDX-CLI)       TO SALDO-INI-EXT
                                          INI-DET.
          MOVE TCLI-ACUM-MES (IDX-CLI)  TO ACUM-EXT
                                          ACUM-DET.
          MOVE TCLI-RESG-MES (IDX-CLI)  TO RESG-EXT
                                          RESG-DET.
          MOVE TCLI-EXPIR-MES (IDX-CLI) TO EXPIR-EXT
                                          EXPIR-DET.
          MOVE TCLI-FIM (IDX-CLI)       TO SALDO-FIM-EXT
                                          FIM-DET.
          WRITE REG-EXT-CLI.
          ADD 1 TO CT-GRAVADOS.
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

       FIM-SAIDA SECTION.
          PERFORM EMITE-CLIENTE
             UNTIL IDX-PROX GREATER THAN QTD-CLIS.
          IF CT-PAG EQUAL ZEROS
             PERFORM IMPRIME-CAB.
          MOVE QTD-CLIS     TO CONT-CLI.
          MOVE CT-EXTRATOS  TO CONT-EXT.
          MOVE CT-MOV-MES   TO CONT-MOV.
          MOVE CT-SEM-SALDO TO CONT-SEM.
          MOVE CT-INCONSIST TO CONT-INC.
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
          PERFORM GRAVA-RUNLOG.
          CLOSE REGPESSOA
                EXTRFID
                RELEXTR.

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX20"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          COMPUTE RL-LIDOS = QTD-CLIS + CT-MOV-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-SEM-SALDO + CT-INCONSIST.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
