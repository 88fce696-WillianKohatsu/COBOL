       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX09.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CARGA DA TABELA DE REFERENCIA DE CEP. LE O
      *                EXTRATO DOS CORREIOS CEPEXTR.DAT (FAIXA DE
      *                CEP, LOGRADOURO, BAIRRO, CIDADE E ESTADO),
      *                PASSA OS NOMES PARA MAIUSCULAS, CLASSIFICA
      *                PELO CEP INICIAL E GRAVA CEPREF.DAT, LIDO
      *                PELA ROTINA CEPBUSCA NAS CRITICAS DE
      *                CADASTRO E NA NORMALIZACAO DE ENDERECOS
      *                (EM12/EX10). FAIXA COM CEP INICIAL MAIOR QUE
      *                O FINAL, ESTADO INVALIDO, SEM CIDADE OU QUE
      *                SE SOBREPOE A FAIXA ANTERIOR E RECUSADA NO
      *                RELATORIO, ASSIM COMO O QUE PASSAR DE 3000
      *                FAIXAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CEPEXTR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN TO DISK.

          SELECT  CEPREF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELCEP  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CEPEXTR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CEPEXTR.DAT".

       01 REG-EXT.
          02 CEP-INI-EXT        PIC 9(08).
          02 CEP-FIM-EXT        PIC 9(08).
          02 LOGRADOURO-EXT     PIC X(30).
          02 BAIRRO-EXT         PIC X(20).
          02 CIDADE-EXT         PIC X(30).
          02 ESTADO-EXT         PIC X(02).
             88 ESTADO-VALIDO VALUE "AC" "AL" "AP" "AM" "BA"
                "CE" "DF" "ES" "GO" "MA" "MT" "MS" "MG"
                "PA" "PB" "PR" "PE" "PI" "RJ" "RN" "RS"
                "RO" "RR" "SC" "SP" "SE" "TO".

       SD TRAB.
       01 REG-TRAB.
          02 CEP-INI-TRAB       PIC 9(08).
          02 CEP-FIM-TRAB       PIC 9(08).
          02 LOGRADOURO-TRAB    PIC X(30).
          02 BAIRRO-TRAB        PIC X(20).
          02 CIDADE-TRAB        PIC X(30).
          02 ESTADO-TRAB        PIC X(02).

       FD CEPREF
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CEPREF.DAT".

       01 REG-CEP.
          02 CEP-INI-REF        PIC 9(08).
          02 CEP-FIM-REF        PIC 9(08).
          02 LOGRADOURO-REF     PIC X(30).
          02 BAIRRO-REF         PIC X(20).
          02 CIDADE-REF         PIC X(30).
          02 ESTADO-REF         PIC X(02).

       FD RELCEP
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-EXT          PIC X(03)    VALUE "NAO".
       77 FIM-SORT         PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-CARREGADAS    PIC 9(05)    VALUE ZEROS.
       77 CT-RECUSADAS     PIC 9(05)    VALUE ZEROS.
       77 FIM-ULTIMA       PIC 9(08)    VALUE ZEROS.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "CARGA DA TABELA DE CEP         ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(21) VALUE
             "CEP INI  CEP FIM   UF".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(17) VALUE
             "MOTIVO DA RECUSA ".
          02 FILLER          PIC X(36) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CEP-INI-DET     PIC 9(08).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CEP-FIM-DET     PIC 9(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ESTADO-DET      PIC X(02).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "FAIXAS LIDAS DO EXTRATO:      ".
          02 TOT-LID-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "FAIXAS CARREGADAS:            ".
          02 TOT-CAR-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "FAIXAS RECUSADAS:             ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM12-EX09.

       ACCEPT WS-HORA-INICIO FROM TIME.
       OPEN OUTPUT RELCEP.
       PERFORM IMPRIME-CAB.
       SORT    TRAB
          ASCENDING  KEY  CEP-INI-TRAB
          INPUT  PROCEDURE  ROT-ENTRADA
          OUTPUT PROCEDURE  ROT-SAIDA.
       STOP RUN.

       ROT-ENTRADA SECTION.
          PERFORM INICIO-ENTRADA.
          PERFORM PRINCIPAL-ENTRADA
                  UNTIL FIM-EXT EQUAL "SIM".
          PERFORM FIM-ENTRADA.

       INICIO-ENTRADA SECTION.
          OPEN INPUT CEPEXTR.
          PERFORM LEITURA-ENTRADA.

       LEITURA-ENTRADA SECTION.
          READ CEPEXTR
          AT END
          MOVE "SIM" TO FIM-EXT.

       PRINCIPAL-ENTRADA SECTION.
          ADD 1 TO CT-LIDOS.
          INSPECT LOGRADOURO-EXT CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          INSPECT BAIRRO-EXT CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          INSPECT CIDADE-EXT CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          INSPECT ESTADO-EXT CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          MOVE CEP-INI-EXT TO CEP-INI-DET.
          MOVE CEP-FIM-EXT TO CEP-FIM-DET.
          MOVE ESTADO-EXT  TO ESTADO-DET.
          IF CEP-INI-EXT EQUAL ZEROS
             MOVE "CEP INICIAL NAO INFORMADO" TO MENSAGEM-SAI
             PERFORM RECUSA-FAIXA
          ELSE IF CEP-INI-EXT GREATER THAN CEP-FIM-EXT
             MOVE "CEP INICIAL MAIOR QUE O FINAL"
                TO MENSAGEM-SAI
             PERFORM RECUSA-FAIXA
          ELSE IF NOT ESTADO-VALIDO
             MOVE "ESTADO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA-FAIXA
          ELSE IF CIDADE-EXT EQUAL SPACES
             MOVE "CIDADE NAO INFORMADA" TO MENSAGEM-SAI
             PERFORM RECUSA-FAIXA
          ELSE
             MOVE REG-EXT TO REG-TRAB
             RELEASE REG-TRAB.
          PERFORM LEITURA-ENTRADA.

       FIM-ENTRADA SECTION.
          CLOSE CEPEXTR.

       ROT-SAIDA SECTION.
          PERFORM INICIO-SAIDA.
          PERFORM PRINCIPAL-SAIDA
                  UNTIL FIM-SORT EQUAL "SIM".
          PERFORM FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT CEPREF.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-SORT.

      *    COMO AS FAIXAS SAEM EM ORDEM DE CEP INICIAL, BASTA
      *    COMPARAR COM O FIM DA ULTIMA FAIXA ACEITA.
       PRINCIPAL-SAIDA SECTION.
          MOVE CEP-INI-TRAB TO CEP-INI-DET.
          MOVE CEP-FIM-TRAB TO CEP-FIM-DET.
          MOVE ESTADO-TRAB  TO ESTADO-DET.
          IF CT-CARREGADAS GREATER THAN ZEROS
          AND CEP-INI-TRAB NOT GREATER THAN FIM-ULTIMA
             MOVE "FAIXA SOBREPOE A FAIXA ANTERIOR"
                TO MENSAGEM-SAI
             PERFORM RECUSA-FAIXA
          ELSE IF CT-CARREGADAS EQUAL 3000
             MOVE "TABELA DE CEP CHEIA (3000 FAIXAS)"
                TO MENSAGEM-SAI
             PERFORM RECUSA-FAIXA
          ELSE
             MOVE REG-TRAB TO REG-CEP
             WRITE REG-CEP
             ADD 1 TO CT-CARREGADAS
             MOVE CEP-FIM-TRAB TO FIM-ULTIMA.
          PERFORM LEITURA-SAIDA.

       RECUSA-FAIXA SECTION.
          ADD 1 TO CT-RECUSADAS.
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
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO CT-LIN.

       FIM-SAIDA SECTION.
          MOVE CT-LIDOS      TO TOT-LID-SAI.
          MOVE CT-CARREGADAS TO TOT-CAR-SAI.
          MOVE CT-RECUSADAS  TO TOT-REC-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CEPREF
                RELCEP.

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX09"     TO RL-PROGRAMA.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-CARREGADAS  TO RL-GRAVADOS.
          MOVE CT-RECUSADAS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
