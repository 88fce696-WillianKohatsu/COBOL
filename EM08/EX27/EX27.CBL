       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX27.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        LANCAMENTO DAS OCORRENCIAS DISCIPLINARES.
      *                LE OS LANCAMENTOS DA COORDENACAO (MOVOCOR.DAT:
      *                MATRICULA, DATA AAAAMMDD, TIPO "A" ATRASO /
      *                "I" INDISCIPLINA / "S" SUSPENSAO, GRAVIDADE
      *                1 A 5, DESCRICAO E PROFESSOR QUE RELATOU) E
      *                CRITICA CADA UM: ALUNO NO MESTRE CADAMEST
      *                (LEITURA DIRETA), PROFESSOR EM CADPROF.DAT,
      *                DATA VALIDA PELA DATECALC E NAO POSTERIOR A
      *                DATA DE MOVIMENTO, TIPO E GRAVIDADE. O
      *                ACEITO E ACRESCENTADO EM OCORDISC.DAT COM A
      *                TURMA DO MESTRE E AINDA NAO NOTIFICADO ("N");
      *                A NOTIFICACAO AO RESPONSAVEL, O RESUMO POR
      *                TURMA E A LISTA DE ESCALONAMENTO SAEM NO
      *                EM08/EX28. O RELATORIO LISTA ACEITOS E
      *                RECUSADOS COM O MOTIVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  MOVOCOR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADAMEST  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  RANDOM
          RECORD KEY  IS  MATRICULA-MST
          ALTERNATE RECORD KEY IS NOME-MST
             WITH DUPLICATES.

          SELECT OPTIONAL CADPROF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL OCORDISC ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELOCDIS ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MOVOCOR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVOCOR.DAT".

       01 REG-MOV.
          02 MATRICULA-MOV      PIC 9(07).
          02 DATA-MOV.
             03 AAAA-MOV        PIC 9(04).
             03 MM-MOV          PIC 9(02).
             03 DD-MOV          PIC 9(02).
          02 DATA-MOV-N REDEFINES DATA-MOV PIC 9(08).
          02 TIPO-MOV           PIC X(01).
          02 GRAVIDADE-MOV      PIC 9(01).
          02 DESCRICAO-MOV      PIC X(40).
          02 COD-PROF-MOV       PIC 9(04).

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

       FD OCORDISC
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "OCORDISC.DAT".

       01 REG-OCOR.
          02 MATRICULA-OCO      PIC 9(07).
          02 TURMA-OCO          PIC X(05).
          02 DATA-OCO           PIC 9(08).
          02 TIPO-OCO           PIC X(01).
          02 GRAVIDADE-OCO      PIC 9(01).
          02 DESCRICAO-OCO      PIC X(40).
          02 COD-PROF-OCO       PIC 9(04).
          02 NOTIF-OCO          PIC X(01).
          02 DATA-NOTIF-OCO     PIC 9(08).

       FD RELOCDIS
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
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ          PIC X(03)    VALUE "NAO".
       77 FIM-PROF         PIC X(03)    VALUE "NAO".
       77 ACHOU-PROF       PIC X(03)    VALUE "NAO".
       77 LANCAMENTO-OK    PIC X(03)    VALUE "NAO".
       77 QTD-PROFESSORES  PIC 9(03)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-ACEITOS       PIC 9(07)    VALUE ZEROS.
       77 CT-RECUSADOS     PIC 9(07)    VALUE ZEROS.

       01 TAB-PROFESSORES.
          02 PRF-OCR  OCCURS 500 TIMES INDEXED BY IDX-PRF.
             03 TPRF-COD       PIC 9(04).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "OCORRENCIAS DISCIPLINARES      ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "MATRICULA".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DATA      ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(01) VALUE "T".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(01) VALUE "G".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "PROF".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(35) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MATR-REL        PIC 9(07).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DD-REL          PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MM-REL          PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 AAAA-REL        PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TIPO-REL        PIC X(01).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 GRAV-REL        PIC 9(01).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PROF-REL        PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-REL    PIC X(40).
          02 FILLER          PIC X(03) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "LANCAMENTOS LIDOS:            ".
          02 TOT-LID-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "OCORRENCIAS REGISTRADAS:      ".
          02 TOT-ACE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "LANCAMENTOS RECUSADOS:        ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM08-EX27.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-PROFESSORES.
          OPEN INPUT  MOVOCOR
                      CADAMEST
               EXTEND OCORDISC
               OUTPUT RELOCDIS.
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

       CARREGA-PROFESSORES.
          OPEN INPUT CADPROF.
          PERFORM LE-1-PROFESSOR
             UNTIL FIM-PROF EQUAL "SIM".
          CLOSE CADPROF.

       LE-1-PROFESSOR.
          READ CADPROF
             AT END
             MOVE "SIM" TO FIM-PROF.
          IF FIM-PROF EQUAL "NAO"
          AND QTD-PROFESSORES LESS THAN 500
             ADD 1 TO QTD-PROFESSORES
             SET IDX-PRF TO QTD-PROFESSORES
             MOVE COD-PROF TO TPRF-COD (IDX-PRF).

       LEITURA.
          READ MOVOCOR
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          PERFORM CRITICA-LANCAMENTO.
          IF LANCAMENTO-OK EQUAL "SIM"
             PERFORM GRAVA-OCORRENCIA
             MOVE "OCORRENCIA REGISTRADA" TO MENSAGEM-REL
          ELSE
             ADD 1 TO CT-RECUSADOS.
          PERFORM IMPRIME-D0.
          PERFORM LEITURA.

       CRITICA-LANCAMENTO.
          MOVE "NAO" TO LANCAMENTO-OK.
          IF DATA-MOV NOT NUMERIC
             MOVE ZEROS TO DATA-MOV-N.
          MOVE DD-MOV   TO DTC-DIA.
          MOVE MM-MOV   TO DTC-MES.
          MOVE AAAA-MOV TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO NOT EQUAL "S"
             MOVE "DATA DA OCORRENCIA INVALIDA" TO MENSAGEM-REL
          ELSE IF DATA-MOV-N GREATER THAN WS-DATA-HOJE-N
             MOVE "DATA DA OCORRENCIA NO FUTURO" TO MENSAGEM-REL
          ELSE IF TIPO-MOV NOT EQUAL "A" AND "I" AND "S"
             MOVE "TIPO INVALIDO (A/I/S)" TO MENSAGEM-REL
          ELSE IF GRAVIDADE-MOV NOT NUMERIC
               OR GRAVIDADE-MOV LESS THAN 1
               OR GRAVIDADE-MOV GREATER THAN 5
             MOVE "GRAVIDADE FORA DE 1 A 5" TO MENSAGEM-REL
          ELSE IF DESCRICAO-MOV EQUAL SPACES
             MOVE "DESCRICAO NAO INFORMADA" TO MENSAGEM-REL
          ELSE
             PERFORM BUSCA-PROFESSOR
             IF ACHOU-PROF EQUAL "NAO"
                MOVE "PROFESSOR NAO CADASTRADO" TO MENSAGEM-REL
             ELSE
                PERFORM LE-MESTRE.

       LE-MESTRE.
          MOVE MATRICULA-MOV TO MATRICULA-MST.
          READ CADAMEST
             INVALID KEY
             MOVE "ALUNO NAO CADASTRADO NO MESTRE" TO MENSAGEM-REL
             NOT INVALID KEY
             MOVE "SIM" TO LANCAMENTO-OK.

       BUSCA-PROFESSOR.
          MOVE "NAO" TO ACHOU-PROF.
          SET IDX-PRF TO 1.
          PERFORM BUSCA-1-PROFESSOR
             UNTIL IDX-PRF GREATER THAN QTD-PROFESSORES
                OR ACHOU-PROF EQUAL "SIM".

       BUSCA-1-PROFESSOR.
          IF TPRF-COD (IDX-PRF) EQUAL COD-PROF-MOV
             MOVE "SIM" TO ACHOU-PROF
          ELSE
             SET IDX-PRF UP BY 1.

       GRAVA-OCORRENCIA.
          MOVE MATRICULA-MOV TO MATRICULA-OCO.
          MOVE TURMA-MST     TO TURMA-OCO.
          MOVE DATA-MOV-N    TO DATA-OCO.
          MOVE TIPO-MOV      TO TIPO-OCO.
          MOVE GRAVIDADE-MOV TO GRAVIDADE-OCO.
          MOVE DESCRICAO-MOV TO DESCRICAO-OCO.
          MOVE COD-PROF-MOV  TO COD-PROF-OCO.
          MOVE "N"           TO NOTIF-OCO.
          MOVE ZEROS         TO DATA-NOTIF-OCO.
          WRITE REG-OCOR.
          ADD 1 TO CT-ACEITOS.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE MATRICULA-MOV TO MATR-REL.
          MOVE DD-MOV        TO DD-REL.
          MOVE MM-MOV        TO MM-REL.
          MOVE AAAA-MOV      TO AAAA-REL.
          MOVE TIPO-MOV      TO TIPO-REL.
          MOVE GRAVIDADE-MOV TO GRAV-REL.
          MOVE COD-PROF-MOV  TO PROF-REL.
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

       TERMINO.
          MOVE CT-LIDOS     TO TOT-LID-SAI.
          MOVE CT-ACEITOS   TO TOT-ACE-SAI.
          MOVE CT-RECUSADOS TO TOT-REC-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE MOVOCOR
                CADAMEST
                OCORDISC
                RELOCDIS.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX27"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-ACEITOS     TO RL-GRAVADOS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
