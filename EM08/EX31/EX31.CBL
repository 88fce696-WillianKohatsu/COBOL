       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX31.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CAPTURA DO DIARIO DE CLASSE DEVOLVIDO. LE
      *                CAPFREQ.DAT (CODIGO DA FOLHA COM DIGITO, LINHA
      *                DO ALUNO E DIA DO MES DE CADA FALTA MARCADA),
      *                DIGITADO FOLHA A FOLHA; FOLHA SEM FALTAS E
      *                DIGITADA SO COM A LINHA 00. A FOLHA E ACEITA
      *                SE O DIGITO CONFERE, SE ESTA EM FOLHAFRQ.DAT
      *                COMO EMITIDA ("E") PELO EM08/EX30, SE O MES
      *                JA TERMINOU E SE A DEVOLUCAO ESTA NO PRAZO;
      *                FOLHA INEXISTENTE, JA CAPTURADA, CANCELADA,
      *                ADIANTADA OU VENCIDA E RECUSADA INTEIRA.
      *                FALTA EM LINHA INEXISTENTE OU EM DIA NAO
      *                LETIVO E RECUSADA SOZINHA. PARA CADA FOLHA
      *                ACEITA GRAVA EM MOVFREQ.DAT (ACRESCENTANDO)
      *                UM REGISTRO POR ALUNO E DIA LETIVO, "F" NAS
      *                FALTAS MARCADAS E "P" NOS DEMAIS, PARA A
      *                ACUMULACAO DO EM08/EX09, E MARCA A FOLHA COMO
      *                CAPTURADA ("C"). NO FIM LISTA AS FOLHAS
      *                EMITIDAS AINDA NAO DEVOLVIDAS COM PRAZO
      *                VENCIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL CAPFREQ  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL FOLHAFRQ ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL FOLHALIN ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CALFERI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL MOVFREQ  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELCAPFR  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CAPFREQ
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CAPFREQ.DAT".

       01 REG-CAPFREQ.
          02 CODIGO-CAP.
             03 COD-FOLHA-CAP   PIC 9(06).
             03 DV-FOLHA-CAP    PIC 9(01).
          02 LINHA-CAP          PIC 9(02).
          02 DIA-CAP            PIC 9(02).

       FD FOLHAFRQ
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FOLHAFRQ.DAT".

       01 REG-FOLHA.
          02 COD-FOLHA-FF       PIC 9(06).
          02 DV-FOLHA-FF        PIC 9(01).
          02 TURMA-FF           PIC X(05).
          02 ANO-FF             PIC 9(04).
          02 MES-FF             PIC 9(02).
          02 QTD-LINHAS-FF      PIC 9(02).
          02 DATA-EMISSAO-FF    PIC 9(08).
          02 DATA-LIMITE-FF     PIC 9(08).
          02 SIT-FF             PIC X(01).
          02 DATA-CAPT-FF       PIC 9(08).

       FD FOLHALIN
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FOLHALIN.DAT".

       01 REG-FOLHALIN.
          02 COD-FOLHA-FL       PIC 9(06).
          02 LINHA-FL           PIC 9(02).
          02 MATRICULA-FL       PIC 9(07).

       FD CALFERI
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CALFERI.DAT".

       01 REG-FER.
          02 DATA-FER           PIC 9(08).
          02 DESC-FER           PIC X(20).

       FD MOVFREQ
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVFREQ.DAT".

       01 REG-FREQ.
          02 MATRICULA-FRQ      PIC 9(07).
          02 DATA-FRQ.
             03 DD-FRQ          PIC 99.
             03 MM-FRQ          PIC 99.
             03 AAAA-FRQ        PIC 9(04).
          02 PRES-FRQ           PIC X(01).

       FD RELCAPFR
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
       77 FIM-CAP          PIC X(03)    VALUE "NAO".
       77 FIM-FOLHA        PIC X(03)    VALUE "NAO".
       77 FIM-LIN          PIC X(03)    VALUE "NAO".
       77 FIM-FER          PIC X(03)    VALUE "NAO".
       77 ACHOU-FER        PIC X(03)    VALUE "NAO".
       77 ACHOU-FOLHA      PIC X(03)    VALUE "NAO".
       77 ACHOU-DIA        PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA     PIC X(03)    VALUE "NAO".
       77 FOLHA-OK         PIC X(03)    VALUE "NAO".
       77 MENSAGEM         PIC X(30)    VALUE SPACES.
       77 CODIGO-CONTROL   PIC 9(07)    VALUE ZEROS.
       77 QTD-FERIADOS     PIC 9(03)    VALUE ZEROS.
       77 QTD-FOLHAS       PIC 9(04)    VALUE ZEROS.
       77 QTD-LINHAS       PIC 9(05)    VALUE ZEROS.
       77 QTD-DIAS-LET     PIC 9(02)    VALUE ZEROS.
       77 ULTIMO-DIA-LET   PIC 9(08)    VALUE ZEROS.
       77 ANO-FOLHA        PIC 9(04)    VALUE ZEROS.
       77 MES-FOLHA        PIC 9(02)    VALUE ZEROS.
       77 CT-DIA           PIC 9(02)    VALUE ZEROS.
       77 CT-LINHA         PIC 9(02)    VALUE ZEROS.
       77 CT-COL           PIC 9(02)    VALUE ZEROS.
       77 DATA-TESTE       PIC 9(08)    VALUE ZEROS.
       77 AUX-SEMANA       PIC 9(09)    VALUE ZEROS.
       77 QUOC-SEMANA      PIC 9(09)    VALUE ZEROS.
       77 DIA-SEMANA       PIC 9(01)    VALUE ZEROS.
       77 DV-CALC          PIC 9(01)    VALUE ZEROS.
       77 SOMA-DV          PIC 9(04)    VALUE ZEROS.
       77 QUOC-DV          PIC 9(04)    VALUE ZEROS.
       77 RESTO-DV         PIC 9(02)    VALUE ZEROS.
       77 MARCAS-FOLHA     PIC 9(04)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-ACEITAS       PIC 9(05)    VALUE ZEROS.
       77 CT-RECUSADAS     PIC 9(05)    VALUE ZEROS.
       77 CT-MARCAS-REC    PIC 9(05)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-FALTAS        PIC 9(05)    VALUE ZEROS.
       77 CT-PENDENTES     PIC 9(05)    VALUE ZEROS.

       01 DTC-PARM.
          02 DTC-DIA         PIC 9(02).
          02 DTC-MES         PIC 9(02).
          02 DTC-ANO         PIC 9(04).
          02 DTC-NUM-DIAS    PIC 9(08).
          02 DTC-VALIDO      PIC X(01).

       01 TAB-FERIADOS.
          02 FER-OCR  OCCURS 300 TIMES INDEXED BY IDX-FER
                                 PIC 9(08).

       01 TAB-DIAS-LETIVOS.
          02 DIA-LET  OCCURS 23 TIMES INDEXED BY IDX-DIA
                                 PIC 9(02).

      *    IMAGEM DE FOLHAFRQ.DAT, NO MESMO LAYOUT DE REG-FOLHA.
       01 TAB-FOLHAS.
          02 FOL-OCR  OCCURS 2000 TIMES INDEXED BY IDX-FOL.
             03 TF-CODIGO      PIC 9(06).
             03 TF-DV          PIC 9(01).
             03 TF-TURMA       PIC X(05).
             03 TF-ANO         PIC 9(04).
             03 TF-MES         PIC 9(02).
             03 TF-QTD-LINHAS  PIC 9(02).
             03 TF-DATA-EMIS   PIC 9(08).
             03 TF-DATA-LIMITE PIC 9(08).
             03 TF-SIT         PIC X(01).
             03 TF-DATA-CAPT   PIC 9(08).

      *    SO AS LINHAS DAS FOLHAS AINDA EM ABERTO ("E").
       01 TAB-LINHAS.
          02 LIN-OCR  OCCURS 5000 TIMES INDEXED BY IDX-LIN.
             03 TL-CODIGO      PIC 9(06).
             03 TL-LINHA       PIC 9(02).
             03 TL-MATRICULA   PIC 9(07).

      *    FALTAS DA FOLHA CORRENTE: LINHA X DIA LETIVO.
       01 TAB-MARCAS.
          02 MRC-LINHA  OCCURS 99 TIMES.
             03 MRC-DIA  OCCURS 23 TIMES PIC X(01).

       01 TAB-MATRICULAS.
          02 MAT-LINHA  OCCURS 99 TIMES PIC 9(07).

       01 CODIGO-AUX.
          02 DIG-AUX  OCCURS 6 TIMES PIC 9(01).

       01 CODIGO-AUX-N REDEFINES CODIGO-AUX PIC 9(06).

       01 DATA-AUX.
          02 AAAA-AUX        PIC 9(04).
          02 MM-AUX          PIC 99.
          02 DD-AUX          PIC 99.

       01 DATA-AUX-N REDEFINES DATA-AUX PIC 9(08).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "CAPTURA DO DIARIO DE CLASSE    ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "FOLHA   ".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "TURMA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "LINHA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "DIA".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "OCORRIDO".
          02 FILLER          PIC X(38) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 CODIGO-REL      PIC 9(06).
          02 FILLER          PIC X(01) VALUE "-".
          02 DV-REL          PIC 9(01).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 TURMA-REL       PIC X(05).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 LINHA-REL       PIC Z9 BLANK WHEN ZERO.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 DIA-REL         PIC Z9 BLANK WHEN ZERO.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MENSAGEM-REL    PIC X(30).
          02 FILLER          PIC X(16) VALUE SPACES.

       01 CAB-PEND.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(50) VALUE
             "FOLHAS EMITIDAS NAO DEVOLVIDAS COM PRAZO VENCIDO".
          02 FILLER          PIC X(27) VALUE SPACES.

       01 DET-PEND.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 CODIGO-PEND     PIC 9(06).
          02 FILLER          PIC X(01) VALUE "-".
          02 DV-PEND         PIC 9(01).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 TURMA-PEND      PIC X(05).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MES-PEND        PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-PEND        PIC 9(04).
          02 FILLER          PIC X(10) VALUE "   PRAZO: ".
          02 DD-LIM-PEND     PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MM-LIM-PEND     PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 AAAA-LIM-PEND   PIC 9(04).
          02 FILLER          PIC X(31) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "FOLHAS ACEITAS:               ".
          02 TOT-ACE-SAI     PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "FOLHAS RECUSADAS:             ".
          02 TOT-REC-SAI     PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "MARCACOES RECUSADAS:          ".
          02 TOT-MRC-SAI     PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "FALTAS LANCADAS:              ".
          02 TOT-FAL-SAI     PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "REGISTROS GRAVADOS MOVFREQ:   ".
          02 TOT-GRV-SAI     PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "FOLHAS PENDENTES VENCIDAS:    ".
          02 TOT-PEN-SAI     PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(80) VALUE
             "FOLHAFRQ/FOLHALIN EXCEDEM A TABELA - NADA FOI CAPTURADO".

       PROCEDURE DIVISION.

       EM08-EX31.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-CAP EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-FERIADOS.
          PERFORM CARREGA-FOLHAS.
          PERFORM CARREGA-LINHAS.
          OPEN INPUT  CAPFREQ
               EXTEND MOVFREQ
               OUTPUT RELCAPFR.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "SIM" TO FIM-CAP
          ELSE
             PERFORM LE-CAPTURA.
          PERFORM IMPRIME-CAB.

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

       CARREGA-FERIADOS.
          OPEN INPUT CALFERI.
          PERFORM LE-1-FERIADO
             UNTIL FIM-FER EQUAL "SIM".
          CLOSE CALFERI.

       LE-1-FERIADO.
          READ CALFERI
             AT END
             MOVE "SIM" TO FIM-FER.
          IF FIM-FER EQUAL "NAO"
          AND QTD-FERIADOS LESS THAN 300
             ADD 1 TO QTD-FERIADOS
             SET IDX-FER TO QTD-FERIADOS
             MOVE DATA-FER TO FER-OCR (IDX-FER).

       CARREGA-FOLHAS.
          OPEN INPUT FOLHAFRQ.
          PERFORM LE-1-FOLHA
             UNTIL FIM-FOLHA EQUAL "SIM".
          CLOSE FOLHAFRQ.

       LE-1-FOLHA.
          READ FOLHAFRQ
             AT END
             MOVE "SIM" TO FIM-FOLHA.
          IF FIM-FOLHA EQUAL "NAO"
             IF QTD-FOLHAS LESS THAN 2000
                ADD 1 TO QTD-FOLHAS
                SET IDX-FOL TO QTD-FOLHAS
                MOVE REG-FOLHA TO FOL-OCR (IDX-FOL)
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-FOLHA.

       CARREGA-LINHAS.
          OPEN INPUT FOLHALIN.
          PERFORM LE-1-LINHA
             UNTIL FIM-LIN EQUAL "SIM".
          CLOSE FOLHALIN.

       LE-1-LINHA.
          READ FOLHALIN
             AT END
             MOVE "SIM" TO FIM-LIN.
          IF FIM-LIN EQUAL "NAO"
             MOVE COD-FOLHA-FL TO CODIGO-AUX-N
             PERFORM BUSCA-FOLHA
             IF ACHOU-FOLHA EQUAL "SIM"
             AND TF-SIT (IDX-FOL) EQUAL "E"
                IF QTD-LINHAS LESS THAN 5000
                   ADD 1 TO QTD-LINHAS
                   SET IDX-LIN TO QTD-LINHAS
                   MOVE COD-FOLHA-FL TO TL-CODIGO (IDX-LIN)
                   MOVE LINHA-FL     TO TL-LINHA (IDX-LIN)
                   MOVE MATRICULA-FL TO TL-MATRICULA (IDX-LIN)
                ELSE
                   MOVE "SIM" TO TABELA-CHEIA
                   MOVE "SIM" TO FIM-LIN.

       BUSCA-FOLHA.
          MOVE "NAO" TO ACHOU-FOLHA.
          SET IDX-FOL TO 1.
          PERFORM BUSCA-1-FOLHA
             UNTIL IDX-FOL GREATER THAN QTD-FOLHAS
                OR ACHOU-FOLHA EQUAL "SIM".

       BUSCA-1-FOLHA.
          IF TF-CODIGO (IDX-FOL) EQUAL CODIGO-AUX-N
             MOVE "SIM" TO ACHOU-FOLHA
          ELSE
             SET IDX-FOL UP BY 1.

       LE-CAPTURA.
          READ CAPFREQ
             AT END
             MOVE "SIM" TO FIM-CAP.
          IF FIM-CAP EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

      *    O MOVIMENTO VEM AGRUPADO POR FOLHA; A QUEBRA DO CODIGO
      *    FECHA A FOLHA ANTERIOR E CONFERE A NOVA.
       PRINCIPAL.
          IF CODIGO-CAP NOT EQUAL CODIGO-CONTROL
             IF CODIGO-CONTROL GREATER THAN ZEROS
                PERFORM FECHA-FOLHA
             END-IF
             PERFORM ABRE-FOLHA.
          IF FOLHA-OK EQUAL "SIM"
          AND LINHA-CAP GREATER THAN ZEROS
             PERFORM MARCA-FALTA.
          PERFORM LE-CAPTURA.

       ABRE-FOLHA.
          MOVE CODIGO-CAP TO CODIGO-CONTROL.
          MOVE ZEROS      TO MARCAS-FOLHA.
          MOVE "NAO"      TO FOLHA-OK
                             ACHOU-FOLHA.
          MOVE SPACES     TO MENSAGEM.
          MOVE COD-FOLHA-CAP TO CODIGO-AUX-N.
          PERFORM CALCULA-DV.
          IF COD-FOLHA-CAP NOT NUMERIC
          OR DV-FOLHA-CAP NOT NUMERIC
          OR DV-CALC NOT EQUAL DV-FOLHA-CAP
             MOVE "CODIGO DE FOLHA INVALIDO" TO MENSAGEM
          ELSE
             PERFORM CONFERE-FOLHA.
          IF MENSAGEM EQUAL SPACES
             MOVE "SIM" TO FOLHA-OK
             MOVE SPACES TO TAB-MARCAS
             PERFORM MONTA-MATRICULAS.

       CONFERE-FOLHA.
          PERFORM BUSCA-FOLHA.
          IF ACHOU-FOLHA EQUAL "NAO"
             MOVE "FOLHA NAO EMITIDA" TO MENSAGEM
          ELSE IF TF-SIT (IDX-FOL) EQUAL "C"
             MOVE "FOLHA JA CAPTURADA" TO MENSAGEM
          ELSE IF TF-SIT (IDX-FOL) EQUAL "X"
             MOVE "FOLHA CANCELADA NA REEMISSAO" TO MENSAGEM
          ELSE IF WS-DATA-HOJE-N GREATER THAN TF-DATA-LIMITE (IDX-FOL)
             MOVE "FOLHA FORA DO PRAZO" TO MENSAGEM
          ELSE
             MOVE TF-ANO (IDX-FOL) TO ANO-FOLHA
             MOVE TF-MES (IDX-FOL) TO MES-FOLHA
             PERFORM MONTA-CALENDARIO
             IF WS-DATA-HOJE-N LESS THAN ULTIMO-DIA-LET
                MOVE "MES DA FOLHA NAO ENCERRADO" TO MENSAGEM.

      *    DIGITO MODULO 11 COM PESOS 7 A 2, O MESMO DA EMISSAO NO
      *    EM08/EX30.
       CALCULA-DV.
          MOVE ZEROS TO DV-CALC.
          IF COD-FOLHA-CAP NUMERIC
             COMPUTE SOMA-DV = DIG-AUX (1) * 7 + DIG-AUX (2) * 6
                             + DIG-AUX (3) * 5 + DIG-AUX (4) * 4
                             + DIG-AUX (5) * 3 + DIG-AUX (6) * 2
             DIVIDE SOMA-DV BY 11 GIVING QUOC-DV REMAINDER RESTO-DV
             IF RESTO-DV NOT LESS THAN 2
                SUBTRACT RESTO-DV FROM 11 GIVING DV-CALC.

      *    DIA LETIVO: SEGUNDA A SEXTA FORA DE FERIADO, A MESMA REGRA
      *    QUE MONTOU AS COLUNAS DA FOLHA.
       MONTA-CALENDARIO.
          MOVE ZEROS TO QTD-DIAS-LET
                        ULTIMO-DIA-LET.
          PERFORM TESTA-1-DIA
             VARYING CT-DIA FROM 1 BY 1
             UNTIL CT-DIA GREATER THAN 31.

       TESTA-1-DIA.
          MOVE CT-DIA    TO DTC-DIA.
          MOVE MES-FOLHA TO DTC-MES.
          MOVE ANO-FOLHA TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO EQUAL "S"
             COMPUTE AUX-SEMANA = DTC-NUM-DIAS + 1
             DIVIDE AUX-SEMANA BY 7
                GIVING QUOC-SEMANA REMAINDER DIA-SEMANA
             IF DIA-SEMANA NOT EQUAL ZEROS
             AND DIA-SEMANA NOT EQUAL 6
                PERFORM PROCURA-FERIADO
                IF ACHOU-FER EQUAL "NAO"
                AND QTD-DIAS-LET LESS THAN 23
                   ADD 1 TO QTD-DIAS-LET
                   SET IDX-DIA TO QTD-DIAS-LET
                   MOVE CT-DIA TO DIA-LET (IDX-DIA)
                   MOVE DATA-TESTE TO ULTIMO-DIA-LET.

       PROCURA-FERIADO.
          COMPUTE DATA-TESTE = ANO-FOLHA * 10000
                             + MES-FOLHA * 100
                             + CT-DIA.
          MOVE "NAO" TO ACHOU-FER.
          SET IDX-FER TO 1.
          PERFORM PROCURA-1-FERIADO
             UNTIL IDX-FER GREATER THAN QTD-FERIADOS
                OR ACHOU-FER EQUAL "SIM".

       PROCURA-1-FERIADO.
          IF FER-OCR (IDX-FER) EQUAL DATA-TESTE
             MOVE "SIM" TO ACHOU-FER
          ELSE
             SET IDX-FER UP BY 1.

       MONTA-MATRICULAS.
          MOVE ZEROS TO TAB-MATRICULAS.
          PERFORM MONTA-1-MATRICULA
             VARYING IDX-LIN FROM 1 BY 1
             UNTIL IDX-LIN GREATER THAN QTD-LINHAS.

       MONTA-1-MATRICULA.
          IF TL-CODIGO (IDX-LIN) EQUAL TF-CODIGO (IDX-FOL)
          AND TL-LINHA (IDX-LIN) GREATER THAN ZEROS
             MOVE TL-LINHA (IDX-LIN)     TO CT-LINHA
             MOVE TL-MATRICULA (IDX-LIN) TO MAT-LINHA (CT-LINHA).

       MARCA-FALTA.
          ADD 1 TO MARCAS-FOLHA.
          MOVE "NAO" TO ACHOU-DIA.
          SET IDX-DIA TO 1.
          PERFORM BUSCA-1-DIA
             UNTIL IDX-DIA GREATER THAN QTD-DIAS-LET
                OR ACHOU-DIA EQUAL "SIM".
          IF LINHA-CAP NOT NUMERIC
          OR LINHA-CAP GREATER THAN TF-QTD-LINHAS (IDX-FOL)
             MOVE "LINHA INEXISTENTE NA FOLHA" TO MENSAGEM-REL
             PERFORM RECUSA-MARCA
          ELSE IF ACHOU-DIA EQUAL "NAO"
             MOVE "DIA NAO LETIVO NO MES" TO MENSAGEM-REL
             PERFORM RECUSA-MARCA
          ELSE
             SET CT-COL TO IDX-DIA
             MOVE "F" TO MRC-DIA (LINHA-CAP, CT-COL).

       BUSCA-1-DIA.
          IF DIA-LET (IDX-DIA) EQUAL DIA-CAP
             MOVE "SIM" TO ACHOU-DIA
          ELSE
             SET IDX-DIA UP BY 1.

       RECUSA-MARCA.
          ADD 1 TO CT-MARCAS-REC.
          MOVE COD-FOLHA-CAP      TO CODIGO-REL.
          MOVE DV-FOLHA-CAP       TO DV-REL.
          MOVE TF-TURMA (IDX-FOL) TO TURMA-REL.
          MOVE LINHA-CAP          TO LINHA-REL.
          MOVE DIA-CAP            TO DIA-REL.
          PERFORM IMPRIME-D0.

       FECHA-FOLHA.
          IF FOLHA-OK EQUAL "SIM"
             PERFORM GRAVA-FOLHA
          ELSE
             PERFORM RECUSA-FOLHA.

       RECUSA-FOLHA.
          ADD 1 TO CT-RECUSADAS.
          MOVE CODIGO-CONTROL TO DV-REL.
          DIVIDE CODIGO-CONTROL BY 10 GIVING CODIGO-REL.
          IF ACHOU-FOLHA EQUAL "SIM"
             MOVE TF-TURMA (IDX-FOL) TO TURMA-REL
          ELSE
             MOVE SPACES TO TURMA-REL.
          MOVE ZEROS     TO LINHA-REL
                            DIA-REL.
          MOVE MENSAGEM  TO MENSAGEM-REL.
          PERFORM IMPRIME-D0.

       GRAVA-FOLHA.
          ADD 1 TO CT-ACEITAS.
          PERFORM GRAVA-1-LINHA
             VARYING CT-LINHA FROM 1 BY 1
             UNTIL CT-LINHA GREATER THAN TF-QTD-LINHAS (IDX-FOL).
          MOVE "C"            TO TF-SIT (IDX-FOL).
          MOVE WS-DATA-HOJE-N TO TF-DATA-CAPT (IDX-FOL).

       GRAVA-1-LINHA.
          IF MAT-LINHA (CT-LINHA) GREATER THAN ZEROS
             PERFORM GRAVA-1-DIA
                VARYING CT-COL FROM 1 BY 1
                UNTIL CT-COL GREATER THAN QTD-DIAS-LET.

       GRAVA-1-DIA.
          MOVE MAT-LINHA (CT-LINHA) TO MATRICULA-FRQ.
          MOVE DIA-LET (CT-COL)     TO DD-FRQ.
          MOVE MES-FOLHA            TO MM-FRQ.
          MOVE ANO-FOLHA            TO AAAA-FRQ.
          IF MRC-DIA (CT-LINHA, CT-COL) EQUAL "F"
             MOVE "F" TO PRES-FRQ
             ADD 1 TO CT-FALTAS
          ELSE
             MOVE "P" TO PRES-FRQ.
          WRITE REG-FREQ.
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

      *    FOLHA EM ABERTO COM PRAZO VENCIDO NAO PODE MAIS SER
      *    CAPTURADA; A SECRETARIA PRECISA REEMITIR E COBRAR.
       LISTA-PENDENTES.
          IF TF-SIT (IDX-FOL) EQUAL "E"
          AND TF-DATA-LIMITE (IDX-FOL) LESS THAN WS-DATA-HOJE-N
             ADD 1 TO CT-PENDENTES
             MOVE TF-CODIGO (IDX-FOL)      TO CODIGO-PEND
             MOVE TF-DV (IDX-FOL)          TO DV-PEND
             MOVE TF-TURMA (IDX-FOL)       TO TURMA-PEND
             MOVE TF-MES (IDX-FOL)         TO MES-PEND
             MOVE TF-ANO (IDX-FOL)         TO ANO-PEND
             MOVE TF-DATA-LIMITE (IDX-FOL) TO DATA-AUX-N
             MOVE DD-AUX                   TO DD-LIM-PEND
             MOVE MM-AUX                   TO MM-LIM-PEND
             MOVE AAAA-AUX                 TO AAAA-LIM-PEND
             IF CT-LIN GREATER THAN 39
                PERFORM IMPRIME-CAB
             END-IF
             WRITE REG-ATR FROM DET-PEND
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN.

       TERMINO.
          IF CODIGO-CONTROL GREATER THAN ZEROS
             PERFORM FECHA-FOLHA.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-07
                AFTER ADVANCING 2 LINES
          ELSE
             PERFORM REGRAVA-FOLHAS
             WRITE REG-ATR FROM CAB-PEND
                AFTER ADVANCING 3 LINES
             WRITE REG-ATR FROM JUMP-LINHA
                AFTER ADVANCING 1 LINE
             ADD 4 TO CT-LIN
             PERFORM LISTA-PENDENTES
                VARYING IDX-FOL FROM 1 BY 1
                UNTIL IDX-FOL GREATER THAN QTD-FOLHAS.
          MOVE CT-ACEITAS    TO TOT-ACE-SAI.
          MOVE CT-RECUSADAS  TO TOT-REC-SAI.
          MOVE CT-MARCAS-REC TO TOT-MRC-SAI.
          MOVE CT-FALTAS     TO TOT-FAL-SAI.
          MOVE CT-GRAVADOS   TO TOT-GRV-SAI.
          MOVE CT-PENDENTES  TO TOT-PEN-SAI.
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
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CAPFREQ
                MOVFREQ
                RELCAPFR.

       REGRAVA-FOLHAS.
          OPEN OUTPUT FOLHAFRQ.
          PERFORM GRAVA-1-FOLHA
             VARYING IDX-FOL FROM 1 BY 1
             UNTIL IDX-FOL GREATER THAN QTD-FOLHAS.
          CLOSE FOLHAFRQ.

       GRAVA-1-FOLHA.
          MOVE FOL-OCR (IDX-FOL) TO REG-FOLHA.
          WRITE REG-FOLHA.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX31"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-RECUSADAS + CT-MARCAS-REC.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
