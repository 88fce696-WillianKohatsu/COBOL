       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX29.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        ALERTA PRECOCE DE ALUNOS EM RISCO, PARA RODAR
      *                NO MEIO DO BIMESTRE. CADA ALUNO DO CADAMEST
      *                RECEBE PONTOS POR TRES SINAIS:
      *                - FREQUENCIA ACUMULADA DO ANO (ACUMFREQ.DAT,
      *                  MESMA CONTA DO EM08/EX08): ABAIXO DE 75
      *                  PORCENTO 3 PONTOS, DE 75 A 79 2 PONTOS, DE
      *                  80 A 84 1 PONTO;
      *                - DISCIPLINAS COM MEDIA ABAIXO DE 6,00 NO
      *                  ULTIMO CADMEDIS.DAT: 1 PONTO CADA, ATE 3;
      *                - MENSALIDADE VENCIDA EM ABERTO (BLOQALU.DAT):
      *                  2 PONTOS, 3 SE O ATRASO PASSA DE 90 DIAS.
      *                RISCO ALTO COM 5 PONTOS OU MAIS, MEDIO COM 3
      *                OU 4, BAIXO COM 1 OU 2; SEM PONTOS O ALUNO NAO
      *                E LISTADO. O RELRISCO SAI CLASSIFICADO POR
      *                NIVEL, TURMA E PONTUACAO, CADA NIVEL EM
      *                PAGINA NOVA, COM NOME E TELEFONE DO
      *                RESPONSAVEL (CADRESP.DAT) PARA A COORDENACAO
      *                CONTATAR A FAMILIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADAMEST  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  SEQUENTIAL
          RECORD KEY  IS  MATRICULA-MST
          ALTERNATE RECORD KEY IS NOME-MST
             WITH DUPLICATES.

          SELECT OPTIONAL ACUMFREQ ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADMEDIS ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL BLOQALU  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADRESP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN TO DISK.

          SELECT  RELRISCO  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADAMEST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADAMEST.DAT".

           COPY CADAMEST.

       FD ACUMFREQ
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ACUMFREQ.DAT".

       01 REG-ACUM.
          02 MATRICULA-ACM      PIC 9(07).
          02 ANO-ACM            PIC 9(04).
          02 AULAS-ACM          PIC 9(04).
          02 PRESENCAS-ACM      PIC 9(04).

       FD CADMEDIS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADMEDIS.DAT".

       01 REG-MEDIS.
          02 MATRICULA-MD       PIC 9(07).
          02 COD-DISC-MD        PIC 9(03).
          02 MEDIA-MD           PIC 9(02)V99.
          02 SITUACAO-MD        PIC X(09).

       FD BLOQALU
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "BLOQALU.DAT".

       01 REG-BLOQ.
          02 MATRICULA-BLQ      PIC 9(07).
          02 DIAS-BLQ           PIC 9(05).

       FD CADRESP
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRESP.DAT".

       01 REG-RESP.
          02 MATRICULA-RSP      PIC 9(07).
          02 NOME-RSP           PIC X(30).
          02 ENDER-RSP          PIC X(30).
          02 CIDADE-RSP         PIC X(15).
          02 CEP-RSP            PIC 9(08).
          02 TELEFONE-RSP       PIC 9(10).

       SD TRAB.
       01 REG-TRAB.
          02 NIVEL-TRAB         PIC 9(01).
          02 TURMA-TRAB         PIC X(05).
          02 PONTOS-TRAB        PIC 9(02).
          02 NOME-TRAB          PIC X(20).
          02 MATRICULA-TRAB     PIC 9(07).
          02 PCT-TRAB           PIC 9(03)V99.
          02 ABAIXO-TRAB        PIC 9(02).
          02 DIAS-TRAB          PIC 9(05).

       FD RELRISCO
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
       77 FIM-MST          PIC X(03)    VALUE "NAO".
       77 FIM-ACM          PIC X(03)    VALUE "NAO".
       77 FIM-MED          PIC X(03)    VALUE "NAO".
       77 FIM-BLQ          PIC X(03)    VALUE "NAO".
       77 FIM-RSP          PIC X(03)    VALUE "NAO".
       77 FIM-SORT         PIC X(03)    VALUE "NAO".
       77 ACHOU-ITEM       PIC X(03)    VALUE "NAO".
       77 QTD-FREQUENCIAS  PIC 9(04)    VALUE ZEROS.
       77 QTD-MEDIAS       PIC 9(04)    VALUE ZEROS.
       77 QTD-BLOQUEIOS    PIC 9(04)    VALUE ZEROS.
       77 QTD-RESPONSAVEIS PIC 9(04)    VALUE ZEROS.
       77 PONTOS-ALUNO     PIC 9(02)    VALUE ZEROS.
       77 PONTOS-NOTA      PIC 9(02)    VALUE ZEROS.
       77 PCT-FREQUENCIA   PIC 9(03)V99 VALUE ZEROS.
       77 NIVEL-CONTROL    PIC 9(01)    VALUE ZEROS.
       77 TURMA-CONTROL    PIC X(05)    VALUE SPACES.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-LISTADOS      PIC 9(05)    VALUE ZEROS.
       77 CT-ALTO          PIC 9(05)    VALUE ZEROS.
       77 CT-MEDIO         PIC 9(05)    VALUE ZEROS.
       77 CT-BAIXO         PIC 9(05)    VALUE ZEROS.

       01 TAB-FREQUENCIA.
          02 FRQ-OCR  OCCURS 2000 TIMES INDEXED BY IDX-FRQ.
             03 TFRQ-MATRICULA PIC 9(07).
             03 TFRQ-AULAS     PIC 9(04).
             03 TFRQ-PRESENCAS PIC 9(04).

      *    UMA LINHA POR ALUNO, COM AS DISCIPLINAS ABAIXO DA MEDIA;
      *    O CADMEDIS VEM DO EM08/EX08 EM ORDEM DE MATRICULA.
       01 TAB-MEDIAS.
          02 MED-OCR  OCCURS 2000 TIMES INDEXED BY IDX-MED.
             03 TM-MATRICULA   PIC 9(07).
             03 TM-ABAIXO      PIC 9(02).

       01 TAB-BLOQUEIOS.
          02 BLQ-OCR  OCCURS 2000 TIMES INDEXED BY IDX-BLQ.
             03 TB-MATRICULA   PIC 9(07).
             03 TB-DIAS        PIC 9(05).

       01 TAB-RESPONSAVEIS.
          02 RSP-OCR  OCCURS 2000 TIMES INDEXED BY IDX-RSP.
             03 TR-MATRICULA   PIC 9(07).
             03 TR-NOME        PIC X(30).
             03 TR-TELEFONE    PIC 9(10).

       01 TELEFONE-AUX.
          02 DDD-AUX         PIC 9(02).
          02 NUMERO-AUX      PIC 9(08).

       01 TELEFONE-AUX-N REDEFINES TELEFONE-AUX PIC 9(10).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(28) VALUE
             "ALUNOS EM RISCO - NIVEL     ".
          02 NIVEL-CAB       PIC X(05).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DD-CAB          PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MM-CAB          PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 AAAA-CAB        PIC 9(04).
          02 FILLER          PIC X(09) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "MATRICULA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "NOME DO ALUNO".
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "FREQ.%".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "DISC.<6".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DIAS ATRAS".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "PONTOS".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 CAB-TURMA.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "TURMA ".
          02 TURMA-CAB       PIC X(05).
          02 FILLER          PIC X(66) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MATR-REL        PIC 9(07).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PCT-REL         PIC ZZ9,99 BLANK WHEN ZERO.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 ABAIXO-REL      PIC Z9.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 DIAS-REL        PIC ZZZZ9 BLANK WHEN ZERO.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 PONTOS-REL      PIC Z9.
          02 FILLER          PIC X(10) VALUE SPACES.

       01 DET-RESP.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "RESP.: ".
          02 NOME-RESP-REL   PIC X(30).
          02 FILLER          PIC X(07) VALUE " TEL.: ".
          02 FILLER          PIC X(01) VALUE "(".
          02 DDD-REL         PIC 99.
          02 FILLER          PIC X(02) VALUE ") ".
          02 FONE-REL        PIC 9(08).
          02 FILLER          PIC X(09) VALUE SPACES.

       01 DET-SEM-RESP.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "RESP.: SEM RESPONSAVEL CADASTRADO       ".
          02 FILLER          PIC X(26) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "ALUNOS AVALIADOS:             ".
          02 TOT-LID-SAI     PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "RISCO ALTO:                   ".
          02 TOT-ALTO-SAI    PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "RISCO MEDIO:                  ".
          02 TOT-MEDIO-SAI   PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "RISCO BAIXO:                  ".
          02 TOT-BAIXO-SAI   PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       EM08-EX29.

       ACCEPT WS-HORA-INICIO FROM TIME.
       PERFORM LE-DATA-MOVIMENTO.
       PERFORM CARREGA-FREQUENCIAS.
       PERFORM CARREGA-MEDIAS.
       PERFORM CARREGA-BLOQUEIOS.
       PERFORM CARREGA-RESPONSAVEIS.
       SORT    TRAB
          ASCENDING  KEY  NIVEL-TRAB
          ASCENDING  KEY  TURMA-TRAB
          DESCENDING KEY  PONTOS-TRAB
          ASCENDING  KEY  NOME-TRAB
          INPUT  PROCEDURE  ROT-ENTRADA
          OUTPUT PROCEDURE  ROT-SAIDA.
       STOP RUN.

       LE-DATA-MOVIMENTO SECTION.
          OPEN INPUT DATAMOV.
          READ DATAMOV
             AT END
             MOVE ZEROS TO DATA-MOVIMENTO.
          CLOSE DATAMOV.
          IF DATA-MOVIMENTO GREATER THAN ZEROS
             MOVE DATA-MOVIMENTO TO WS-DATA-HOJE
          ELSE
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    SO A FREQUENCIA DO ANO DO MOVIMENTO; ANOS ANTERIORES
      *    FICAM DE FORA, COMO NO EM08/EX08.
       CARREGA-FREQUENCIAS SECTION.
          OPEN INPUT ACUMFREQ.
          PERFORM LE-1-FREQUENCIA
             UNTIL FIM-ACM EQUAL "SIM".
          CLOSE ACUMFREQ.

       LE-1-FREQUENCIA SECTION.
          READ ACUMFREQ
             AT END
             MOVE "SIM" TO FIM-ACM.
          IF FIM-ACM EQUAL "NAO"
          AND ANO-ACM EQUAL WS-ANO-HOJE
          AND QTD-FREQUENCIAS LESS THAN 2000
             ADD 1 TO QTD-FREQUENCIAS
             SET IDX-FRQ TO QTD-FREQUENCIAS
             MOVE MATRICULA-ACM TO TFRQ-MATRICULA (IDX-FRQ)
             MOVE AULAS-ACM     TO TFRQ-AULAS (IDX-FRQ)
             MOVE PRESENCAS-ACM TO TFRQ-PRESENCAS (IDX-FRQ).

       CARREGA-MEDIAS SECTION.
          OPEN INPUT CADMEDIS.
          PERFORM LE-1-MEDIA
             UNTIL FIM-MED EQUAL "SIM".
          CLOSE CADMEDIS.

       LE-1-MEDIA SECTION.
          READ CADMEDIS
             AT END
             MOVE "SIM" TO FIM-MED.
          IF FIM-MED EQUAL "NAO"
          AND MEDIA-MD LESS THAN 6,00
             PERFORM ACUMULA-MEDIA.

       ACUMULA-MEDIA SECTION.
          IF QTD-MEDIAS GREATER THAN ZEROS
             SET IDX-MED TO QTD-MEDIAS.
          IF QTD-MEDIAS GREATER THAN ZEROS
          AND TM-MATRICULA (IDX-MED) EQUAL MATRICULA-MD
             ADD 1 TO TM-ABAIXO (IDX-MED)
          ELSE IF QTD-MEDIAS LESS THAN 2000
             ADD 1 TO QTD-MEDIAS
             SET IDX-MED TO QTD-MEDIAS
             MOVE MATRICULA-MD TO TM-MATRICULA (IDX-MED)
             MOVE 1            TO TM-ABAIXO (IDX-MED).

       CARREGA-BLOQUEIOS SECTION.
          OPEN INPUT BLOQALU.
          PERFORM LE-1-BLOQUEIO
             UNTIL FIM-BLQ EQUAL "SIM".
          CLOSE BLOQALU.

       LE-1-BLOQUEIO SECTION.
          READ BLOQALU
             AT END
             MOVE "SIM" TO FIM-BLQ.
          IF FIM-BLQ EQUAL "NAO"
          AND QTD-BLOQUEIOS LESS THAN 2000
             ADD 1 TO QTD-BLOQUEIOS
             SET IDX-BLQ TO QTD-BLOQUEIOS
             MOVE MATRICULA-BLQ TO TB-MATRICULA (IDX-BLQ)
             MOVE DIAS-BLQ      TO TB-DIAS (IDX-BLQ).

       CARREGA-RESPONSAVEIS SECTION.
          OPEN INPUT CADRESP.
          PERFORM LE-1-RESPONSAVEL
             UNTIL FIM-RSP EQUAL "SIM".
          CLOSE CADRESP.

       LE-1-RESPONSAVEL SECTION.
          READ CADRESP
             AT END
             MOVE "SIM" TO FIM-RSP.
          IF FIM-RSP EQUAL "NAO"
          AND QTD-RESPONSAVEIS LESS THAN 2000
             ADD 1 TO QTD-RESPONSAVEIS
             SET IDX-RSP TO QTD-RESPONSAVEIS
             MOVE MATRICULA-RSP TO TR-MATRICULA (IDX-RSP)
             MOVE NOME-RSP      TO TR-NOME (IDX-RSP)
             MOVE TELEFONE-RSP  TO TR-TELEFONE (IDX-RSP).

      *    CADA ALUNO DO MESTRE E PONTUADO; SO OS QUE SOMAM PONTOS
      *    VAO PARA A CLASSIFICACAO.
       ROT-ENTRADA SECTION.
          OPEN INPUT CADAMEST.
          PERFORM LEITURA-MST.
          PERFORM PRINCIPAL-MST
                  UNTIL FIM-MST EQUAL "SIM".
          CLOSE CADAMEST.

       LEITURA-MST SECTION.
          READ CADAMEST
          AT END
          MOVE "SIM" TO FIM-MST.

       PRINCIPAL-MST SECTION.
          ADD 1 TO CT-LIDOS.
          MOVE ZEROS TO PONTOS-ALUNO
                        PCT-TRAB
                        ABAIXO-TRAB
                        DIAS-TRAB.
          PERFORM PONTUA-FREQUENCIA.
          PERFORM PONTUA-NOTAS.
          PERFORM PONTUA-MENSALIDADE.
          IF PONTOS-ALUNO GREATER THAN ZEROS
             IF PONTOS-ALUNO NOT LESS THAN 5
                MOVE 1 TO NIVEL-TRAB
             ELSE IF PONTOS-ALUNO NOT LESS THAN 3
                MOVE 2 TO NIVEL-TRAB
             ELSE
                MOVE 3 TO NIVEL-TRAB
             END-IF
             MOVE TURMA-MST     TO TURMA-TRAB
             MOVE PONTOS-ALUNO  TO PONTOS-TRAB
             MOVE NOME-MST      TO NOME-TRAB
             MOVE MATRICULA-MST TO MATRICULA-TRAB
             RELEASE REG-TRAB.
          PERFORM LEITURA-MST.

       PONTUA-FREQUENCIA SECTION.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-FRQ TO 1.
          PERFORM BUSCA-1-FREQUENCIA
             UNTIL IDX-FRQ GREATER THAN QTD-FREQUENCIAS
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "SIM"
          AND TFRQ-AULAS (IDX-FRQ) GREATER THAN ZEROS
             COMPUTE PCT-FREQUENCIA ROUNDED =
                TFRQ-PRESENCAS (IDX-FRQ) * 100
                / TFRQ-AULAS (IDX-FRQ)
             MOVE PCT-FREQUENCIA TO PCT-TRAB
             IF PCT-FREQUENCIA LESS THAN 75
                ADD 3 TO PONTOS-ALUNO
             ELSE IF PCT-FREQUENCIA LESS THAN 80
                ADD 2 TO PONTOS-ALUNO
             ELSE IF PCT-FREQUENCIA LESS THAN 85
                ADD 1 TO PONTOS-ALUNO.

       BUSCA-1-FREQUENCIA SECTION.
          IF TFRQ-MATRICULA (IDX-FRQ) EQUAL MATRICULA-MST
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-FRQ UP BY 1.

       PONTUA-NOTAS SECTION.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-MED TO 1.
          PERFORM BUSCA-1-MEDIA
             UNTIL IDX-MED GREATER THAN QTD-MEDIAS
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "SIM"
             MOVE TM-ABAIXO (IDX-MED) TO ABAIXO-TRAB
             MOVE TM-ABAIXO (IDX-MED) TO PONTOS-NOTA
             IF PONTOS-NOTA GREATER THAN 3
                MOVE 3 TO PONTOS-NOTA
             END-IF
             ADD PONTOS-NOTA TO PONTOS-ALUNO.

       BUSCA-1-MEDIA SECTION.
          IF TM-MATRICULA (IDX-MED) EQUAL MATRICULA-MST
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-MED UP BY 1.

       PONTUA-MENSALIDADE SECTION.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-BLQ TO 1.
          PERFORM BUSCA-1-BLOQUEIO
             UNTIL IDX-BLQ GREATER THAN QTD-BLOQUEIOS
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "SIM"
             MOVE TB-DIAS (IDX-BLQ) TO DIAS-TRAB
             IF TB-DIAS (IDX-BLQ) GREATER THAN 90
                ADD 3 TO PONTOS-ALUNO
             ELSE
                ADD 2 TO PONTOS-ALUNO.

       BUSCA-1-BLOQUEIO SECTION.
          IF TB-MATRICULA (IDX-BLQ) EQUAL MATRICULA-MST
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-BLQ UP BY 1.

       ROT-SAIDA SECTION.
          PERFORM  INICIO-SAIDA.
          PERFORM  PRINCIPAL-SAIDA
                   UNTIL FIM-SORT EQUAL "SIM".
          PERFORM  FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT RELRISCO.
          MOVE WS-DIA-HOJE TO DD-CAB.
          MOVE WS-MES-HOJE TO MM-CAB.
          MOVE WS-ANO-HOJE TO AAAA-CAB.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-SORT.

       PRINCIPAL-SAIDA SECTION.
          IF NIVEL-TRAB NOT EQUAL NIVEL-CONTROL
             MOVE NIVEL-TRAB TO NIVEL-CONTROL
             MOVE TURMA-TRAB TO TURMA-CONTROL
             PERFORM IMPRIME-CAB
             PERFORM IMPRIME-TURMA
          ELSE IF TURMA-TRAB NOT EQUAL TURMA-CONTROL
             MOVE TURMA-TRAB TO TURMA-CONTROL
             PERFORM IMPRIME-TURMA.
          PERFORM IMPRIME-ALUNO.
          PERFORM LEITURA-SAIDA.

       IMPRIME-ALUNO SECTION.
          ADD 1 TO CT-LISTADOS.
          IF NIVEL-TRAB EQUAL 1
             ADD 1 TO CT-ALTO
          ELSE IF NIVEL-TRAB EQUAL 2
             ADD 1 TO CT-MEDIO
          ELSE
             ADD 1 TO CT-BAIXO.
          IF CT-LIN GREATER THAN 38
             PERFORM IMPRIME-CAB
             PERFORM IMPRIME-TURMA.
          MOVE MATRICULA-TRAB TO MATR-REL.
          MOVE NOME-TRAB      TO NOME-REL.
          MOVE PCT-TRAB       TO PCT-REL.
          MOVE ABAIXO-TRAB    TO ABAIXO-REL.
          MOVE DIAS-TRAB      TO DIAS-REL.
          MOVE PONTOS-TRAB    TO PONTOS-REL.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          PERFORM BUSCA-RESPONSAVEL.
          IF ACHOU-ITEM EQUAL "SIM"
             MOVE TR-NOME (IDX-RSP)     TO NOME-RESP-REL
             MOVE TR-TELEFONE (IDX-RSP) TO TELEFONE-AUX-N
             MOVE DDD-AUX               TO DDD-REL
             MOVE NUMERO-AUX            TO FONE-REL
             WRITE REG-ATR FROM DET-RESP
                AFTER ADVANCING 1 LINE
          ELSE
             WRITE REG-ATR FROM DET-SEM-RESP
                AFTER ADVANCING 1 LINE.
          ADD 2 TO CT-LIN.

       BUSCA-RESPONSAVEL SECTION.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-RSP TO 1.
          PERFORM BUSCA-1-RESPONSAVEL
             UNTIL IDX-RSP GREATER THAN QTD-RESPONSAVEIS
                OR ACHOU-ITEM EQUAL "SIM".

       BUSCA-1-RESPONSAVEL SECTION.
          IF TR-MATRICULA (IDX-RSP) EQUAL MATRICULA-TRAB
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-RSP UP BY 1.

       IMPRIME-TURMA SECTION.
          MOVE TURMA-CONTROL TO TURMA-CAB.
          WRITE REG-ATR FROM CAB-TURMA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.

       IMPRIME-CAB SECTION.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          IF NIVEL-CONTROL EQUAL 1
             MOVE "ALTO " TO NIVEL-CAB
          ELSE IF NIVEL-CONTROL EQUAL 2
             MOVE "MEDIO" TO NIVEL-CAB
          ELSE IF NIVEL-CONTROL EQUAL 3
             MOVE "BAIXO" TO NIVEL-CAB
          ELSE
             MOVE SPACES  TO NIVEL-CAB.

          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 3 LINES.

          MOVE ZEROS TO CT-LIN.

       FIM-SAIDA SECTION.
          IF CT-LISTADOS EQUAL ZEROS
             PERFORM IMPRIME-CAB.
          MOVE CT-LIDOS  TO TOT-LID-SAI.
          MOVE CT-ALTO   TO TOT-ALTO-SAI.
          MOVE CT-MEDIO  TO TOT-MEDIO-SAI.
          MOVE CT-BAIXO  TO TOT-BAIXO-SAI.
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
          CLOSE RELRISCO.

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX29"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-LISTADOS    TO RL-GRAVADOS.
          MOVE ZEROS          TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
