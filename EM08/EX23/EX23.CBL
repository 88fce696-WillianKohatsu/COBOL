       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX23.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        GUIA DE TRANSFERENCIA NO MEIO DO ANO. PARA
      *                CADA ALUNO TRANSFERIDO PELO EM08/EX06
      *                (MOVIMENTO "T", GRAVADO EM TRANSAI.DAT)
      *                CONGELA AS MEDIAS PARCIAIS POR DISCIPLINA DE
      *                CADMEDIS.DAT E A FREQUENCIA ACUMULADA DO ANO
      *                (ACUMFREQ.DAT) EM HISTTRF.DAT, ACRESCENTA AO
      *                HISTORICO PLURIANUAL HISTMEST.DAT O ANO
      *                INTERROMPIDO COM A MEDIA GERAL PARCIAL
      *                (PONDERADA PELOS PESOS DE CADDISC.DAT, COMO
      *                NO BOLETIM EM08/EX08) E A SITUACAO
      *                "TRANSFERIDO", TIRA O ALUNO DO CADASTRO
      *                MESTRE CADAMEST E IMPRIME A GUIA. ALUNO COM
      *                GUIA JA EMITIDA NO ANO NAO E PROCESSADO DE
      *                NOVO E SAI NO RELATORIO DE OCORRENCIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL TRANSAI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADMEDIS ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADDISC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ACUMFREQ ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTMEST ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTTRF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADAMEST  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  RANDOM
          RECORD KEY  IS  MATRICULA-MST
          ALTERNATE RECORD KEY IS NOME-MST
             WITH DUPLICATES.

          SELECT  RELGUIA  ASSIGN TO DISK.

          SELECT  RELOCTRF ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSAI
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "TRANSAI.DAT".

       01 REG-TRANSAI.
          02 MATRICULA-TRS      PIC 9(07).
          02 NOME-TRS           PIC X(20).
          02 TURMA-TRS          PIC X(05).
          02 DATA-TRS.
             03 ANO-TRS         PIC 9(04).
             03 MES-TRS         PIC 9(02).
             03 DIA-TRS         PIC 9(02).
          02 ESCOLA-TRS         PIC X(30).

       FD CADMEDIS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADMEDIS.DAT".

       01 REG-MEDIS.
          02 MATRICULA-MD       PIC 9(07).
          02 COD-DISC-MD        PIC 9(03).
          02 MEDIA-MD           PIC 9(02)V99.
          02 SITUACAO-MD        PIC X(09).

       FD CADDISC
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADDISC.DAT".

       01 REG-DISC.
          02 COD-DISC           PIC 9(03).
          02 NOME-DISC          PIC X(20).
          02 PESO-DISC          PIC 9(02).

       FD ACUMFREQ
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ACUMFREQ.DAT".

       01 REG-ACUM.
          02 MATRICULA-ACM      PIC 9(07).
          02 ANO-ACM            PIC 9(04).
          02 AULAS-ACM          PIC 9(04).
          02 PRESENCAS-ACM      PIC 9(04).

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

       FD HISTTRF
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTTRF.DAT".

       01 REG-HISTTRF.
          02 ANO-HTR            PIC 9(04).
          02 MATRICULA-HTR      PIC 9(07).
          02 COD-DISC-HTR       PIC 9(03).
          02 MEDIA-HTR          PIC 9(02)V99.
          02 SITUACAO-HTR       PIC X(09).
          02 AULAS-HTR          PIC 9(04).
          02 PRESENCAS-HTR      PIC 9(04).
          02 DATA-TRF-HTR       PIC 9(08).

       FD CADAMEST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADAMEST.DAT".

           COPY CADAMEST.

       FD RELGUIA
          LABEL RECORD IS OMITTED.

       01 REG-GUI PIC X(80).

       FD RELOCTRF
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-TRS          PIC X(03)    VALUE "NAO".
       77 FIM-MED          PIC X(03)    VALUE "NAO".
       77 FIM-DISC         PIC X(03)    VALUE "NAO".
       77 FIM-ACUM         PIC X(03)    VALUE "NAO".
       77 FIM-HIST         PIC X(03)    VALUE "NAO".
       77 QTD-MEDIAS       PIC 9(04)    VALUE ZEROS.
       77 QTD-DISCIPLINAS  PIC 9(03)    VALUE ZEROS.
       77 QTD-FREQUENCIAS  PIC 9(04)    VALUE ZEROS.
       77 QTD-EMITIDAS     PIC 9(04)    VALUE ZEROS.
       77 ACHOU-DISC       PIC X(03)    VALUE "NAO".
       77 ACHOU-FREQ       PIC X(03)    VALUE "NAO".
       77 ACHOU-GUIA       PIC X(03)    VALUE "NAO".
       77 NOME-DISC-ACHADA PIC X(20)    VALUE SPACES.
       77 PESO-DISC-ACHADO PIC 9(02)    VALUE ZEROS.
       77 AULAS-ALUNO      PIC 9(04)    VALUE ZEROS.
       77 PRESENCAS-ALUNO  PIC 9(04)    VALUE ZEROS.
       77 PCT-FREQUENCIA   PIC 9(03)V99 VALUE ZEROS.
       77 QTD-DISC-ALUNO   PIC 9(02)    VALUE ZEROS.
       77 SOMA-PONDERADA   PIC 9(05)V99 VALUE ZEROS.
       77 SOMA-PESOS       PIC 9(04)    VALUE ZEROS.
       77 MEDIA-GERAL      PIC 9(02)V99 VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GUIAS         PIC 9(05)    VALUE ZEROS.
       77 CT-JA-EMITIDAS   PIC 9(05)    VALUE ZEROS.
       77 CT-CONGELADAS    PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-MESTRE    PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 TAB-MEDIAS.
          02 MED-OCR  OCCURS 3000 TIMES INDEXED BY IDX-MED.
             03 TM-MATRICULA   PIC 9(07).
             03 TM-DISC        PIC 9(03).
             03 TM-MEDIA       PIC 9(02)V99.
             03 TM-SITUACAO    PIC X(09).

       01 TAB-DISC.
          02 DISC-OCR  OCCURS 50 TIMES INDEXED BY IDX-DIS.
             03 TDISC-COD      PIC 9(03).
             03 TDISC-NOME     PIC X(20).
             03 TDISC-PESO     PIC 9(02).

       01 TAB-FREQUENCIA.
          02 FRQ-OCR  OCCURS 2000 TIMES INDEXED BY IDX-FRQ.
             03 TFRQ-MATRICULA PIC 9(07).
             03 TFRQ-ANO       PIC 9(04).
             03 TFRQ-AULAS     PIC 9(04).
             03 TFRQ-PRESENCAS PIC 9(04).

      *    GUIAS JA EMITIDAS (HISTMEST "TRANSFERIDO") E AS DESTA
      *    RODADA, POR ANO E MATRICULA.
       01 TAB-EMITIDAS.
          02 EMI-OCR  OCCURS 1000 TIMES INDEXED BY IDX-EMI.
             03 TE-ANO         PIC 9(04).
             03 TE-MATRICULA   PIC 9(07).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 GUI-01.
          02 FILLER          PIC X(29) VALUE SPACES.
          02 FILLER          PIC X(21) VALUE
             "GUIA DE TRANSFERENCIA".
          02 FILLER          PIC X(30) VALUE SPACES.

       01 GUI-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(32) VALUE
             "A DIRECAO DA ESCOLA DECLARA QUE ".
          02 NOME-GUI-SAI    PIC X(20).
          02 FILLER          PIC X(23) VALUE SPACES.

       01 GUI-03.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "MATRICULA ".
          02 MATR-GUI-SAI    PIC 9(07).
          02 FILLER          PIC X(11) VALUE ", DA TURMA ".
          02 TURMA-GUI-SAI   PIC X(05).
          02 FILLER          PIC X(24) VALUE
             ", FOI TRANSFERIDO(A) EM ".
          02 DATA-TRF-SAI    PIC 99/99/9999.
          02 FILLER          PIC X(08) VALUE SPACES.

       01 GUI-04.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PARA ".
          02 ESCOLA-GUI-SAI  PIC X(30).
          02 FILLER          PIC X(39) VALUE
             ", COM O SEGUINTE APROVEITAMENTO PARCIAL".
          02 FILLER          PIC X(01) VALUE SPACES.

       01 GUI-05.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(17) VALUE
             "NO ANO LETIVO DE ".
          02 ANO-GUI-SAI     PIC 9(04).
          02 FILLER          PIC X(01) VALUE ":".
          02 FILLER          PIC X(53) VALUE SPACES.

       01 CAB-DISC.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DISCIPLINA".
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "MEDIA PARCIAL".
          02 FILLER          PIC X(34) VALUE SPACES.

       01 DET-DISC.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 COD-DISC-SAI    PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-DISC-SAI   PIC X(20).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 MEDIA-DISC-SAI  PIC Z9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 GUI-SEM-NOTAS.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(32) VALUE
             "SEM NOTAS LANCADAS NO ANO       ".
          02 FILLER          PIC X(40) VALUE SPACES.

       01 GUI-06.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(21) VALUE
             "MEDIA GERAL PARCIAL: ".
          02 MEDIA-GERAL-SAI PIC Z9,99.
          02 FILLER          PIC X(49) VALUE SPACES.

       01 GUI-07.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(12) VALUE "FREQUENCIA: ".
          02 PRESENCAS-SAI   PIC ZZZ9.
          02 FILLER          PIC X(14) VALUE " PRESENCAS EM ".
          02 AULAS-SAI       PIC ZZZ9.
          02 FILLER          PIC X(08) VALUE " AULAS (".
          02 PCT-SAI         PIC ZZ9,99.
          02 FILLER          PIC X(02) VALUE "%)".
          02 FILLER          PIC X(25) VALUE SPACES.

       01 GUI-08.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "EMITIDO EM ".
          02 DATA-EMIS-SAI   PIC 99/99/9999.
          02 FILLER          PIC X(54) VALUE SPACES.

       01 GUI-09.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE ALL "_".
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE ALL "_".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 GUI-10.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE
             "   SECRETARIO ESCOLAR    ".
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE
             "        DIRETOR          ".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(44) VALUE
             "OCORRENCIAS DAS GUIAS DE TRANSFERENCIA      ".
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "MATRICULA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME DO ALUNO       ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "TURMA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE " ANO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(24) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MATR-REL        PIC 9(07).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TURMA-REL       PIC X(05).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ANO-REL         PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-REL    PIC X(30).
          02 FILLER          PIC X(02) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "GUIAS EMITIDAS:               ".
          02 TOT-GUI-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "GUIAS JA EMITIDAS ANTES:      ".
          02 TOT-JAE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "MEDIAS PARCIAIS CONGELADAS:   ".
          02 TOT-CON-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "SEM CADASTRO MESTRE:          ".
          02 TOT-SMS-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM08-EX23.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-TRS EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          PERFORM CARREGA-MEDIAS.
          PERFORM CARREGA-DISCIPLINAS.
          PERFORM CARREGA-FREQUENCIA.
          PERFORM CARREGA-EMITIDAS.
          OPEN INPUT  TRANSAI
               OUTPUT RELGUIA
                      RELOCTRF
               EXTEND HISTMEST
                      HISTTRF.
          OPEN I-O    CADAMEST.
          PERFORM LEITURA.

       CARREGA-MEDIAS.
          OPEN INPUT CADMEDIS.
          PERFORM LE-1-MEDIA
             UNTIL FIM-MED EQUAL "SIM".
          CLOSE CADMEDIS.

       LE-1-MEDIA.
          READ CADMEDIS
             AT END
             MOVE "SIM" TO FIM-MED.
          IF FIM-MED EQUAL "NAO"
          AND QTD-MEDIAS LESS THAN 3000
             ADD 1 TO QTD-MEDIAS
             SET IDX-MED TO QTD-MEDIAS
             MOVE MATRICULA-MD TO TM-MATRICULA (IDX-MED)
             MOVE COD-DISC-MD  TO TM-DISC (IDX-MED)
             MOVE MEDIA-MD     TO TM-MEDIA (IDX-MED)
             MOVE SITUACAO-MD  TO TM-SITUACAO (IDX-MED).

       CARREGA-DISCIPLINAS.
          OPEN INPUT CADDISC.
          PERFORM LE-1-DISCIPLINA
             UNTIL FIM-DISC EQUAL "SIM".
          CLOSE CADDISC.

       LE-1-DISCIPLINA.
          READ CADDISC
             AT END
             MOVE "SIM" TO FIM-DISC.
          IF FIM-DISC EQUAL "NAO"
          AND QTD-DISCIPLINAS LESS THAN 50
             ADD 1 TO QTD-DISCIPLINAS
             SET IDX-DIS TO QTD-DISCIPLINAS
             MOVE COD-DISC  TO TDISC-COD (IDX-DIS)
             MOVE NOME-DISC TO TDISC-NOME (IDX-DIS)
             IF PESO-DISC GREATER THAN ZEROS
                MOVE PESO-DISC TO TDISC-PESO (IDX-DIS)
             ELSE
                MOVE 1 TO TDISC-PESO (IDX-DIS).

       CARREGA-FREQUENCIA.
          OPEN INPUT ACUMFREQ.
          PERFORM LE-1-FREQUENCIA
             UNTIL FIM-ACUM EQUAL "SIM".
          CLOSE ACUMFREQ.

       LE-1-FREQUENCIA.
          READ ACUMFREQ
             AT END
             MOVE "SIM" TO FIM-ACUM.
          IF FIM-ACUM EQUAL "NAO"
          AND QTD-FREQUENCIAS LESS THAN 2000
             ADD 1 TO QTD-FREQUENCIAS
             SET IDX-FRQ TO QTD-FREQUENCIAS
             MOVE MATRICULA-ACM TO TFRQ-MATRICULA (IDX-FRQ)
             MOVE ANO-ACM       TO TFRQ-ANO (IDX-FRQ)
             MOVE AULAS-ACM     TO TFRQ-AULAS (IDX-FRQ)
             MOVE PRESENCAS-ACM TO TFRQ-PRESENCAS (IDX-FRQ).

       CARREGA-EMITIDAS.
          OPEN INPUT HISTMEST.
          PERFORM LE-1-HISTORICO
             UNTIL FIM-HIST EQUAL "SIM".
          CLOSE HISTMEST.

       LE-1-HISTORICO.
          READ HISTMEST
             AT END
             MOVE "SIM" TO FIM-HIST.
          IF FIM-HIST EQUAL "NAO"
          AND SITUACAO-HISTM EQUAL "TRANSFERIDO"
          AND QTD-EMITIDAS LESS THAN 1000
             ADD 1 TO QTD-EMITIDAS
             SET IDX-EMI TO QTD-EMITIDAS
             MOVE ANO-HISTM       TO TE-ANO (IDX-EMI)
             MOVE MATRICULA-HISTM TO TE-MATRICULA (IDX-EMI).

       LEITURA.
          READ TRANSAI
             AT END
             MOVE "SIM" TO FIM-TRS.
          IF FIM-TRS EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          PERFORM BUSCA-GUIA.
          IF ACHOU-GUIA EQUAL "SIM"
             ADD 1 TO CT-JA-EMITIDAS
             MOVE "GUIA JA EMITIDA NO ANO" TO MENSAGEM-REL
             PERFORM IMPRIME-OCORRENCIA
          ELSE
             PERFORM EMITE-GUIA.
          PERFORM LEITURA.

       BUSCA-GUIA.
          MOVE "NAO" TO ACHOU-GUIA.
          SET IDX-EMI TO 1.
          PERFORM BUSCA-1-GUIA
             UNTIL IDX-EMI GREATER THAN QTD-EMITIDAS
                OR ACHOU-GUIA EQUAL "SIM".

       BUSCA-1-GUIA.
          IF TE-ANO (IDX-EMI) EQUAL ANO-TRS
          AND TE-MATRICULA (IDX-EMI) EQUAL MATRICULA-TRS
             MOVE "SIM" TO ACHOU-GUIA
          ELSE
             SET IDX-EMI UP BY 1.

       EMITE-GUIA.
          ADD 1 TO CT-GUIAS.
          PERFORM APURA-FREQUENCIA.
          MOVE ZEROS TO QTD-DISC-ALUNO
                        SOMA-PONDERADA
                        SOMA-PESOS.
          PERFORM IMPRIME-CABECA-GUIA.
          PERFORM CONGELA-DISCIPLINA
             VARYING IDX-MED FROM 1 BY 1
             UNTIL IDX-MED GREATER THAN QTD-MEDIAS.
          IF QTD-DISC-ALUNO EQUAL ZEROS
             WRITE REG-GUI FROM GUI-SEM-NOTAS
                AFTER ADVANCING 1 LINE.
          IF SOMA-PESOS GREATER THAN ZEROS
             COMPUTE MEDIA-GERAL ROUNDED =
                SOMA-PONDERADA / SOMA-PESOS
          ELSE
             MOVE ZEROS TO MEDIA-GERAL.
          PERFORM IMPRIME-PE-GUIA.
          PERFORM ARQUIVA-TRANSFERENCIA.
          PERFORM RETIRA-MESTRE.
          IF QTD-EMITIDAS LESS THAN 1000
             ADD 1 TO QTD-EMITIDAS
             SET IDX-EMI TO QTD-EMITIDAS
             MOVE ANO-TRS       TO TE-ANO (IDX-EMI)
             MOVE MATRICULA-TRS TO TE-MATRICULA (IDX-EMI).

       APURA-FREQUENCIA.
          MOVE ZEROS TO AULAS-ALUNO
                        PRESENCAS-ALUNO
                        PCT-FREQUENCIA.
          MOVE "NAO" TO ACHOU-FREQ.
          SET IDX-FRQ TO 1.
          PERFORM APURA-1-FREQUENCIA
             UNTIL IDX-FRQ GREATER THAN QTD-FREQUENCIAS
                OR ACHOU-FREQ EQUAL "SIM".
          IF ACHOU-FREQ EQUAL "SIM"
             MOVE TFRQ-AULAS (IDX-FRQ)     TO AULAS-ALUNO
             MOVE TFRQ-PRESENCAS (IDX-FRQ) TO PRESENCAS-ALUNO
             IF AULAS-ALUNO GREATER THAN ZEROS
                COMPUTE PCT-FREQUENCIA ROUNDED =
                   PRESENCAS-ALUNO * 100 / AULAS-ALUNO.

       APURA-1-FREQUENCIA.
          IF TFRQ-MATRICULA (IDX-FRQ) EQUAL MATRICULA-TRS
          AND TFRQ-ANO (IDX-FRQ) EQUAL ANO-TRS
             MOVE "SIM" TO ACHOU-FREQ
          ELSE
             SET IDX-FRQ UP BY 1.

      *    CADA MEDIA PARCIAL DO ALUNO SAI NA GUIA, ENTRA NA MEDIA
      *    GERAL PONDERADA E FICA CONGELADA EM HISTTRF.DAT.
       CONGELA-DISCIPLINA.
          IF TM-MATRICULA (IDX-MED) EQUAL MATRICULA-TRS
             ADD 1 TO QTD-DISC-ALUNO
             PERFORM BUSCA-DISCIPLINA
             COMPUTE SOMA-PONDERADA = SOMA-PONDERADA +
                (TM-MEDIA (IDX-MED) * PESO-DISC-ACHADO)
             ADD PESO-DISC-ACHADO TO SOMA-PESOS
             MOVE TM-DISC (IDX-MED)  TO COD-DISC-SAI
             MOVE NOME-DISC-ACHADA   TO NOME-DISC-SAI
             MOVE TM-MEDIA (IDX-MED) TO MEDIA-DISC-SAI
             WRITE REG-GUI FROM DET-DISC
                AFTER ADVANCING 1 LINE
             MOVE ANO-TRS                TO ANO-HTR
             MOVE MATRICULA-TRS          TO MATRICULA-HTR
             MOVE TM-DISC (IDX-MED)      TO COD-DISC-HTR
             MOVE TM-MEDIA (IDX-MED)     TO MEDIA-HTR
             MOVE TM-SITUACAO (IDX-MED)  TO SITUACAO-HTR
             MOVE AULAS-ALUNO            TO AULAS-HTR
             MOVE PRESENCAS-ALUNO        TO PRESENCAS-HTR
             MOVE DATA-TRS               TO DATA-TRF-HTR
             WRITE REG-HISTTRF
             ADD 1 TO CT-CONGELADAS.

       BUSCA-DISCIPLINA.
          MOVE "NAO"  TO ACHOU-DISC.
          MOVE SPACES TO NOME-DISC-ACHADA.
          MOVE 1      TO PESO-DISC-ACHADO.
          SET IDX-DIS TO 1.
          PERFORM BUSCA-1-DISCIPLINA
             UNTIL IDX-DIS GREATER THAN QTD-DISCIPLINAS
                OR ACHOU-DISC EQUAL "SIM".

       BUSCA-1-DISCIPLINA.
          IF TDISC-COD (IDX-DIS) EQUAL TM-DISC (IDX-MED)
             MOVE TDISC-NOME (IDX-DIS) TO NOME-DISC-ACHADA
             MOVE TDISC-PESO (IDX-DIS) TO PESO-DISC-ACHADO
             MOVE "SIM" TO ACHOU-DISC
          ELSE
             SET IDX-DIS UP BY 1.

       ARQUIVA-TRANSFERENCIA.
          MOVE ANO-TRS       TO ANO-HISTM.
          MOVE MATRICULA-TRS TO MATRICULA-HISTM.
          MOVE NOME-TRS      TO NOME-HISTM.
          MOVE TURMA-TRS     TO TURMA-HISTM.
          MOVE MEDIA-GERAL   TO MEDIA-HISTM.
          MOVE "TRANSFERIDO" TO SITUACAO-HISTM.
          WRITE REG-HISTM.

      *    O ALUNO SAI DO CADASTRO MESTRE PARA NAO SER ARQUIVADO DE
      *    NOVO NO FECHAMENTO DO ANO (EM08/EX17).
       RETIRA-MESTRE.
          MOVE MATRICULA-TRS TO MATRICULA-MST.
          READ CADAMEST
             INVALID KEY
             ADD 1 TO CT-SEM-MESTRE
             MOVE "GUIA EMITIDA - SEM CAD. MESTRE" TO MENSAGEM-REL
             NOT INVALID KEY
             DELETE CADAMEST RECORD
             MOVE "GUIA EMITIDA" TO MENSAGEM-REL.
          PERFORM IMPRIME-OCORRENCIA.

       IMPRIME-CABECA-GUIA.
          MOVE NOME-TRS      TO NOME-GUI-SAI.
          MOVE MATRICULA-TRS TO MATR-GUI-SAI.
          MOVE TURMA-TRS     TO TURMA-GUI-SAI.
          COMPUTE DATA-TRF-SAI = DIA-TRS * 1000000
                               + MES-TRS * 10000
                               + ANO-TRS.
          MOVE ESCOLA-TRS    TO ESCOLA-GUI-SAI.
          MOVE ANO-TRS       TO ANO-GUI-SAI.
          MOVE SPACES TO REG-GUI.
          WRITE REG-GUI
             AFTER ADVANCING PAGE.
          WRITE REG-GUI FROM GUI-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-GUI FROM GUI-02
             AFTER ADVANCING 4 LINES.
          WRITE REG-GUI FROM GUI-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-GUI FROM GUI-04
             AFTER ADVANCING 2 LINES.
          WRITE REG-GUI FROM GUI-05
             AFTER ADVANCING 2 LINES.
          WRITE REG-GUI FROM CAB-DISC
             AFTER ADVANCING 3 LINES.
          WRITE REG-GUI FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

       IMPRIME-PE-GUIA.
          MOVE MEDIA-GERAL     TO MEDIA-GERAL-SAI.
          MOVE PRESENCAS-ALUNO TO PRESENCAS-SAI.
          MOVE AULAS-ALUNO     TO AULAS-SAI.
          MOVE PCT-FREQUENCIA  TO PCT-SAI.
          COMPUTE DATA-EMIS-SAI = WS-DIA-HOJE * 1000000
                                + WS-MES-HOJE * 10000
                                + WS-ANO-HOJE.
          WRITE REG-GUI FROM GUI-06
             AFTER ADVANCING 2 LINES.
          WRITE REG-GUI FROM GUI-07
             AFTER ADVANCING 1 LINE.
          WRITE REG-GUI FROM GUI-08
             AFTER ADVANCING 3 LINES.
          WRITE REG-GUI FROM GUI-09
             AFTER ADVANCING 5 LINES.
          WRITE REG-GUI FROM GUI-10
             AFTER ADVANCING 1 LINE.

       IMPRIME-OCORRENCIA.
          MOVE MATRICULA-TRS TO MATR-REL.
          MOVE NOME-TRS      TO NOME-REL.
          MOVE TURMA-TRS     TO TURMA-REL.
          MOVE ANO-TRS       TO ANO-REL.
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

       TERMINO.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE TRANSAI
                RELGUIA
                RELOCTRF
                HISTMEST
                HISTTRF
                CADAMEST.

       IMPRIME-TOTAIS.
          IF CT-PAG EQUAL ZEROS
             PERFORM IMPRIME-CAB.
          MOVE CT-GUIAS       TO TOT-GUI-SAI.
          MOVE CT-JA-EMITIDAS TO TOT-JAE-SAI.
          MOVE CT-CONGELADAS  TO TOT-CON-SAI.
          MOVE CT-SEM-MESTRE  TO TOT-SMS-SAI.

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

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX23"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GUIAS       TO RL-GRAVADOS.
          MOVE CT-JA-EMITIDAS TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
