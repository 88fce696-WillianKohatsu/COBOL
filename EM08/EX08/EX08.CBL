      *                DISCIPLINA SEM PROFESSOR ATRIBUIDO EM
      *                ATRPROF.DAT E SINALIZADA NO RELATORIO ANTES
      *                DO ACEITE DA NOTA.
      *                ALUNO RECEBIDO POR TRANSFERENCIA (EM08/EX06
      *                MOVIMENTO "R") TEM AS NOTAS PARCIAIS DA
      *                ESCOLA DE ORIGEM EM NOTAEXT.DAT: CADA NOTA
      *                EXTERNA OCUPA O BIMESTRE AINDA ZERADO NA
      *                DISCIPLINA, E DISCIPLINA SO COM NOTA EXTERNA
      *                ENTRA NA QUEBRA DO ALUNO. ALUNO JA
      *                TRANSFERIDO PARA OUTRA ESCOLA (GUIA EMITIDA
      *                PELO EM08/EX23, SITUACAO "TRANSFERIDO" EM
      *                HISTMEST.DAT NO ANO) TEM AS NOTAS IGNORADAS -
      *                AS PARCIAIS FICARAM CONGELADAS NA GUIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL ATRPROF ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL NOTAEXT ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTMEST ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELGRADE  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          02 TURMA-ATR          PIC X(05).
          02 ANO-LETIVO-ATR     PIC 9(04).

       FD NOTAEXT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NOTAEXT.DAT".

       01 REG-NOTAEXT.
          02 MATRICULA-NEX      PIC 9(07).
          02 ANO-NEX            PIC 9(04).
          02 COD-DISC-NEX       PIC 9(03).
          02 NOTA1-NEX          PIC 9(02)V99.
          02 NOTA2-NEX          PIC 9(02)V99.
          02 NOTA3-NEX          PIC 9(02)V99.
          02 ESCOLA-NEX         PIC X(30).

       FD HISTMEST
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTMEST.DAT".

       01 REG-HISTM.
          02 ANO-HISTM          PIC 9(04).
          02 MATRICULA-HISTM    PIC 9(07).
          02 NOME-HISTM         PIC X(20).
          02 TURMA-HISTM        PIC X(05).
          02 MEDIA-HISTM        PIC 9(02)V99.
          02 SITUACAO-HISTM     PIC X(11).

       FD RELGRADE
          LABEL  RECORD  IS  OMITTED.

       77 QTD-ATRIBUICOES    PIC 9(04)    VALUE ZEROS.
       77 TEM-PROFESSOR      PIC X(03)    VALUE "NAO".
       77 CT-SEM-PROFESSOR   PIC 9(05)    VALUE ZEROS.
       77 FIM-NEX            PIC X(03)    VALUE "NAO".
       77 QTD-EXTERNAS       PIC 9(04)    VALUE ZEROS.
       77 ACHOU-EXTERNA      PIC X(03)    VALUE "NAO".
       77 CT-EXTERNAS        PIC 9(05)    VALUE ZEROS.
       77 CT-SO-EXTERNA      PIC 9(05)    VALUE ZEROS.
       77 FIM-HIST           PIC X(03)    VALUE "NAO".
       77 QTD-TRANSFERIDOS   PIC 9(04)    VALUE ZEROS.
       77 ALUNO-TRANSFERIDO  PIC X(03)    VALUE "NAO".
       77 CT-IGNORADAS       PIC 9(05)    VALUE ZEROS.

       01 NOTA-GUARDADA      PIC X(22)    VALUE SPACES.

       01 WS-DATA-CONSOLIDA.
          02 ANO-CONSOLIDA   PIC 9(04).
             03 TFRQ-AULAS     PIC 9(04).
             03 TFRQ-PRESENCAS PIC 9(04).

       01 TAB-EXTERNAS.
          02 EXT-OCR  OCCURS 1000 TIMES INDEXED BY IDX-EXT.
             03 TEXT-MATRICULA PIC 9(07).
             03 TEXT-DISC      PIC 9(03).
             03 TEXT-NOTA1     PIC 9(02)V99.
             03 TEXT-NOTA2     PIC 9(02)V99.
             03 TEXT-NOTA3     PIC 9(02)V99.
             03 TEXT-USADA     PIC X(01).

       01 TAB-TRANSFERIDOS.
          02 TRF-OCR  OCCURS 500 TIMES INDEXED BY IDX-TRF.
             03 TTRF-MATRICULA PIC 9(07).

       01 TAB-ATRIBUICOES.
          02 ATR-OCR  OCCURS 500 TIMES INDEXED BY IDX-ATB.
             03 TATR-DISC      PIC 9(03).
          02 CONT-SPF        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "NOTAS DE TRANSFERENCIA:       ".
          02 CONT-EXT        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "NOTAS DE ALUNO TRANSFERIDO:   ".
          02 CONT-IGN        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 DET-EXTERNA.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "** INCLUI NOTAS DA ESCOLA DE ORIGEM     ".
          02 FILLER          PIC X(36) VALUE SPACES.

       01 DET-FREQ.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
          PERFORM CARREGA-DISCIPLINAS.
          PERFORM CARREGA-FREQUENCIA.
          PERFORM CARREGA-ATRIBUICOES.
          PERFORM CARREGA-EXTERNAS.
          PERFORM CARREGA-TRANSFERIDOS.
          OPEN INPUT  CADNOTAS
               OUTPUT CADMEDIS
                      RELGRADE.
             SET IDX-ATB TO QTD-ATRIBUICOES
             MOVE COD-DISC-ATR TO TATR-DISC (IDX-ATB).

       CARREGA-EXTERNAS.
          MOVE "NAO" TO FIM-NEX.
          OPEN INPUT NOTAEXT.
          PERFORM LE-1-EXTERNA
             UNTIL FIM-NEX EQUAL "SIM".
          CLOSE NOTAEXT.

       LE-1-EXTERNA.
          READ NOTAEXT
             AT END
             MOVE "SIM" TO FIM-NEX.
          IF FIM-NEX EQUAL "NAO"
          AND ANO-NEX EQUAL ANO-CONSOLIDA
          AND QTD-EXTERNAS LESS THAN 1000
             ADD 1 TO QTD-EXTERNAS
             SET IDX-EXT TO QTD-EXTERNAS
             MOVE MATRICULA-NEX TO TEXT-MATRICULA (IDX-EXT)
             MOVE COD-DISC-NEX  TO TEXT-DISC (IDX-EXT)
             MOVE NOTA1-NEX     TO TEXT-NOTA1 (IDX-EXT)
             MOVE NOTA2-NEX     TO TEXT-NOTA2 (IDX-EXT)
             MOVE NOTA3-NEX     TO TEXT-NOTA3 (IDX-EXT)
             MOVE "N"           TO TEXT-USADA (IDX-EXT).

       CARREGA-TRANSFERIDOS.
          MOVE "NAO" TO FIM-HIST.
          OPEN INPUT HISTMEST.
          PERFORM LE-1-TRANSFERIDO
             UNTIL FIM-HIST EQUAL "SIM".
          CLOSE HISTMEST.

       LE-1-TRANSFERIDO.
          READ HISTMEST
             AT END
             MOVE "SIM" TO FIM-HIST.
          IF FIM-HIST EQUAL "NAO"
          AND ANO-HISTM EQUAL ANO-CONSOLIDA
          AND SITUACAO-HISTM EQUAL "TRANSFERIDO"
          AND QTD-TRANSFERIDOS LESS THAN 500
             ADD 1 TO QTD-TRANSFERIDOS
             SET IDX-TRF TO QTD-TRANSFERIDOS
             MOVE MATRICULA-HISTM TO TTRF-MATRICULA (IDX-TRF).

       VERIFICA-TRANSFERIDO.
          MOVE "NAO" TO ALUNO-TRANSFERIDO.
          SET IDX-TRF TO 1.
          PERFORM VERIFICA-1-TRANSFERIDO
             UNTIL IDX-TRF GREATER THAN QTD-TRANSFERIDOS
                OR ALUNO-TRANSFERIDO EQUAL "SIM".

       VERIFICA-1-TRANSFERIDO.
          IF TTRF-MATRICULA (IDX-TRF) EQUAL MATRICULA-NT
             MOVE "SIM" TO ALUNO-TRANSFERIDO
          ELSE
             SET IDX-TRF UP BY 1.

      *    NOTA EXTERNA DA MESMA DISCIPLINA PREENCHE OS BIMESTRES
      *    QUE AINDA ESTAO ZERADOS NA NOTA DA CASA.
       APLICA-EXTERNA.
          MOVE "NAO" TO ACHOU-EXTERNA.
          SET IDX-EXT TO 1.
          PERFORM APLICA-1-EXTERNA
             UNTIL IDX-EXT GREATER THAN QTD-EXTERNAS
                OR ACHOU-EXTERNA EQUAL "SIM".
          IF ACHOU-EXTERNA EQUAL "SIM"
             MOVE "S" TO TEXT-USADA (IDX-EXT)
             ADD 1 TO CT-EXTERNAS
             IF NOTA1-NT EQUAL ZEROS
                MOVE TEXT-NOTA1 (IDX-EXT) TO NOTA1-NT
             END-IF
             IF NOTA2-NT EQUAL ZEROS
                MOVE TEXT-NOTA2 (IDX-EXT) TO NOTA2-NT
             END-IF
             IF NOTA3-NT EQUAL ZEROS
                MOVE TEXT-NOTA3 (IDX-EXT) TO NOTA3-NT.

       APLICA-1-EXTERNA.
          IF TEXT-MATRICULA (IDX-EXT) EQUAL MATRICULA-NT
          AND TEXT-DISC (IDX-EXT) EQUAL COD-DISC-NT
          AND TEXT-USADA (IDX-EXT) EQUAL "N"
             MOVE "SIM" TO ACHOU-EXTERNA
          ELSE
             SET IDX-EXT UP BY 1.

      *    DISCIPLINA QUE O ALUNO SO TEM NA ESCOLA DE ORIGEM ENTRA
      *    NA QUEBRA COM AS NOTAS EXTERNAS. O REGISTRO CORRENTE DE
      *    CADNOTAS (JA DO PROXIMO ALUNO) E GUARDADO E DEVOLVIDO.
       INCLUI-SO-EXTERNAS.
          MOVE REG-NOTA TO NOTA-GUARDADA.
          PERFORM INCLUI-1-EXTERNA
             VARYING IDX-EXT FROM 1 BY 1
             UNTIL IDX-EXT GREATER THAN QTD-EXTERNAS.
          MOVE NOTA-GUARDADA TO REG-NOTA.

       INCLUI-1-EXTERNA.
          IF TEXT-MATRICULA (IDX-EXT) EQUAL MATR-CONTROL
          AND TEXT-USADA (IDX-EXT) EQUAL "N"
             MOVE MATR-CONTROL         TO MATRICULA-NT
             MOVE TEXT-DISC (IDX-EXT)  TO COD-DISC-NT
             MOVE ZEROS                TO NOTA1-NT
                                          NOTA2-NT
                                          NOTA3-NT
             PERFORM BUSCA-DISCIPLINA
             IF ACHOU-DISC EQUAL "SIM"
                ADD 1 TO CT-SO-EXTERNA
                PERFORM APURA-DISCIPLINA.

       VERIFICA-PROFESSOR.
          MOVE "NAO" TO TEM-PROFESSOR.
          SET IDX-ATB TO 1.
          IF TEM-ALUNO EQUAL "SIM"
          AND MATRICULA-NT NOT EQUAL MATR-CONTROL
             PERFORM CONSOLIDA-ALUNO.
          PERFORM VERIFICA-TRANSFERIDO.
          IF ALUNO-TRANSFERIDO EQUAL "SIM"
             ADD 1 TO CT-IGNORADAS
          ELSE
             PERFORM TRATA-NOTA.
          PERFORM LEITURA.

       TRATA-NOTA.
          ADD 1 TO CT-NOTAS.
          MOVE MATRICULA-NT TO MATR-CONTROL.
          MOVE "SIM" TO TEM-ALUNO.
          PERFORM APLICA-EXTERNA.
          ADD NOTA1-NT
              NOTA2-NT
              NOTA3-NT
          MOVE MEDIA-DISC       TO MEDIA-SAI-R.
          MOVE SITUACAO-MD      TO SIT-SAI.
          PERFORM IMPRIME-D0.
          IF ACHOU-EXTERNA EQUAL "SIM"
             WRITE REG-ATR FROM DET-EXTERNA
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN.

          PERFORM VERIFICA-PROFESSOR.
          IF TEM-PROFESSOR EQUAL "NAO"
             ADD 1 TO CT-LIN.

       CONSOLIDA-ALUNO.
          PERFORM INCLUI-SO-EXTERNAS.
          ADD 1 TO CT-ALUNOS.
          IF SOMA-PESOS GREATER THAN ZEROS
             COMPUTE MEDIA-GERAL ROUNDED =
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          MOVE CT-EXTERNAS      TO CONT-EXT.
          MOVE CT-IGNORADAS     TO CONT-IGN.
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-07
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADNOTAS
                CADMEDIS
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          COMPUTE RL-LIDOS =
             CT-NOTAS + CT-SEM-DISCIPLINA + CT-IGNORADAS
             - CT-SO-EXTERNA.
          MOVE CT-NOTAS       TO RL-GRAVADOS.
          MOVE CT-SEM-DISCIPLINA TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
