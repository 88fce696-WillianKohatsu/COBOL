       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX20.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        GERACAO ANTECIPADA DAS VAGAS DA AGENDA DA
      *                CLINICA. PARA CADA DIA DO DIA SEGUINTE AO
      *                MOVIMENTO ATE O HORIZONTE DE PARMAGE.DAT
      *                (PADRAO 30 DIAS) E PARA CADA MEDICO DE
      *                CADMED.DAT QUE ATENDE NAQUELE DIA DA SEMANA,
      *                ABRE EM AGENDCON.DAT UMA VAGA LIVRE ("L") A
      *                CADA INTERVALO DA DURACAO DA CONSULTA, DO
      *                INICIO AO FIM DA GRADE DO MEDICO. NAO GERA
      *                VAGA EM FERIADO DE CALFERI.DAT, NEM NOS DIAS
      *                DE AUSENCIA DO MEDICO (AUSENCIA.DAT, MANTIDO
      *                PELO EM06/EX19), NEM QUANDO O HORARIO JA
      *                EXISTE NA AGENDA, DE MODO QUE PODE SER
      *                REPROCESSADO. A MARCACAO DO EM06/EX08 SO
      *                ACEITA HORARIO COM VAGA GERADA. GERA
      *                AGENDCONN.DAT E O RESUMO POR MEDICO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL AGENDCON ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  AGENDCONN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADMED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUSENCIA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CALFERI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMAGE  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELGERAG  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AGENDCON
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AGENDCON.DAT".

       01 REG-AGE.
          02 DATA-AGE           PIC 9(08).
          02 HORA-AGE           PIC 9(04).
          02 MED-AGE            PIC 9(03).
          02 COD-AGE            PIC 9(03).
          02 SIT-AGE            PIC X(01).

       FD AGENDCONN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AGENDCONN.DAT".

       01 REG-AGEN.
          02 DATA-AGEN          PIC 9(08).
          02 HORA-AGEN          PIC 9(04).
          02 MED-AGEN           PIC 9(03).
          02 COD-AGEN           PIC 9(03).
          02 SIT-AGEN           PIC X(01).

       FD CADMED
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADMED.DAT".

       01 REG-MED.
          02 COD-MED            PIC 9(03).
          02 NOME-MED           PIC X(30).
          02 CRM-MED            PIC 9(06).
          02 PCT-MED            PIC 9(03).
          02 CPF-MED            PIC 9(11).
          02 BANCO-MED          PIC 9(03).
          02 AGENCIA-MED        PIC 9(04).
          02 CONTA-MED          PIC 9(10).
          02 GRADE-MED.
             03 DIA-GRADE-MED OCCURS 7 TIMES.
                04 HORA-INI-MED PIC 9(04).
                04 HORA-FIM-MED PIC 9(04).
                04 DURACAO-MED  PIC 9(03).

       FD AUSENCIA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUSENCIA.DAT".

       01 REG-AUS.
          02 MED-AUS            PIC 9(03).
          02 DATA-INI-AUS       PIC 9(08).
          02 DATA-INI-AUS-R     REDEFINES DATA-INI-AUS.
             03 DD-INI-AUS      PIC 99.
             03 MM-INI-AUS      PIC 99.
             03 AAAA-INI-AUS    PIC 9(04).
          02 DATA-FIM-AUS       PIC 9(08).
          02 DATA-FIM-AUS-R     REDEFINES DATA-FIM-AUS.
             03 DD-FIM-AUS      PIC 99.
             03 MM-FIM-AUS      PIC 99.
             03 AAAA-FIM-AUS    PIC 9(04).
          02 MOTIVO-AUS         PIC X(20).

       FD CALFERI
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CALFERI.DAT".

       01 REG-FER.
          02 DATA-FER           PIC 9(08).
          02 DESC-FER           PIC X(20).

       FD PARMAGE
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "PARMAGE.DAT".

       01 REG-PAGE.
          02 DIAS-GERAR-PARM    PIC 9(03).

       FD RELGERAG
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
       77 WS-DATA-HOJE-N   PIC 9(08)    VALUE ZEROS.
       77 FIM-AGE          PIC X(03)    VALUE "NAO".
       77 FIM-MED          PIC X(03)    VALUE "NAO".
       77 FIM-AUS          PIC X(03)    VALUE "NAO".
       77 FIM-FER          PIC X(03)    VALUE "NAO".
       77 ACHOU-VAGA       PIC X(03)    VALUE "NAO".
       77 ACHOU-FER        PIC X(03)    VALUE "NAO".
       77 MEDICO-AUSENTE   PIC X(03)    VALUE "NAO".
       77 QTD-VAGAS        PIC 9(04)    VALUE ZEROS.
       77 QTD-MEDICOS      PIC 9(03)    VALUE ZEROS.
       77 QTD-AUSENCIAS    PIC 9(04)    VALUE ZEROS.
       77 QTD-FERIADOS     PIC 9(03)    VALUE ZEROS.
       77 DIAS-GERAR       PIC 9(03)    VALUE ZEROS.
       77 CT-DIAS          PIC 9(03)    VALUE ZEROS.
       77 SUB-DIA          PIC 9(02)    VALUE ZEROS.
       77 QUOC-SEMANA      PIC 9(08)    VALUE ZEROS.
       77 RESTO-SEMANA     PIC 9(01)    VALUE ZEROS.
       77 DATA-TESTE       PIC 9(08)    VALUE ZEROS.
       77 DATA-VAGA        PIC 9(08)    VALUE ZEROS.
       77 MIN-VAGA         PIC 9(04)    VALUE ZEROS.
       77 MIN-FIM          PIC 9(04)    VALUE ZEROS.
       77 QUOC-HORA        PIC 9(02)    VALUE ZEROS.
       77 RESTO-HORA       PIC 9(02)    VALUE ZEROS.
       77 HORA-VAGA        PIC 9(04)    VALUE ZEROS.
       77 CT-GERADAS       PIC 9(05)    VALUE ZEROS.
       77 CT-EXISTENTES    PIC 9(05)    VALUE ZEROS.
       77 CT-FERIADOS      PIC 9(05)    VALUE ZEROS.
       77 CT-AUSENCIAS     PIC 9(05)    VALUE ZEROS.
       77 CT-LOTADA        PIC 9(05)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 DATA-VAGA-AUX.
          02 DD-VAGA       PIC 99.
          02 MM-VAGA       PIC 99.
          02 AAAA-VAGA     PIC 9(04).

       01 HORA-AUX.
          02 HH-AUX        PIC 99.
          02 MM-AUX        PIC 99.

       01 TAB-AGENDA.
          02 AGE-OCR  OCCURS 9000 TIMES INDEXED BY IDX-AGE.
             03 TA-DATA        PIC 9(08).
             03 TA-HORA        PIC 9(04).
             03 TA-MED         PIC 9(03).
             03 TA-COD         PIC 9(03).
             03 TA-SIT         PIC X(01).

       01 TAB-MEDICOS.
          02 MED-OCR  OCCURS 100 TIMES INDEXED BY IDX-MED.
             03 TM-COD         PIC 9(03).
             03 TM-NOME        PIC X(30).
             03 TM-GERADAS     PIC 9(05).
             03 TM-DIA OCCURS 7 TIMES.
                04 TM-INI      PIC 9(04).
                04 TM-FIM      PIC 9(04).
                04 TM-DUR      PIC 9(03).

       01 TAB-AUSENCIAS.
          02 AUS-OCR  OCCURS 500 TIMES INDEXED BY IDX-AUS.
             03 TAU-MED        PIC 9(03).
             03 TAU-INI        PIC 9(08).
             03 TAU-FIM        PIC 9(08).

       01 TAB-FERIADOS.
          02 FER-OCR  OCCURS 300 TIMES INDEXED BY IDX-FER
                                 PIC 9(08).

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
          02 FILLER          PIC X(30) VALUE
             "GERACAO DE VAGAS DA AGENDA    ".
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "MEDICO".
          02 FILLER          PIC X(36) VALUE SPACES.
          02 FILLER          PIC X(15) VALUE "VAGAS GERADAS".
          02 FILLER          PIC X(21) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MED-REL         PIC 9(03).
          02 FILLER          PIC X(03) VALUE " - ".
          02 NOME-REL        PIC X(30).
          02 FILLER          PIC X(10) VALUE SPACES.
          02 QTDE-REL        PIC ZZZZ9.
          02 FILLER          PIC X(27) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "DIAS DO HORIZONTE:            ".
          02 TOT-DIA-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "VAGAS GERADAS:                ".
          02 TOT-GER-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "HORARIOS JA EXISTENTES:       ".
          02 TOT-EXI-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "FERIADOS SEM VAGAS:           ".
          02 TOT-FER-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "DIAS DE MEDICO AUSENTE:       ".
          02 TOT-AUS-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "AGENDA CHEIA, NAO GERADAS:    ".
          02 TOT-LOT-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM06-EX20.
          PERFORM INICIO.
          PERFORM GERA-DIA
             VARYING CT-DIAS FROM 1 BY 1
             UNTIL CT-DIAS GREATER THAN DIAS-GERAR.
          PERFORM FIM.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-MEDICOS.
          PERFORM CARREGA-AUSENCIAS.
          PERFORM CARREGA-FERIADOS.
          PERFORM CARREGA-AGENDA.
          OPEN OUTPUT AGENDCONN
                      RELGERAG.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.

       LE-DATA-MOVIMENTO.
          OPEN INPUT DATAMOV.
          READ DATAMOV
             AT END
             MOVE ZEROS TO DATA-MOVIMENTO.
          CLOSE DATAMOV.
          IF DATA-MOVIMENTO GREATER THAN ZEROS
             MOVE DATA-MOVIMENTO TO WS-DATA-HOJE-N
          ELSE
             ACCEPT WS-DATA-HOJE-N FROM DATE YYYYMMDD.
          MOVE WS-DATA-HOJE-N TO WS-DATA-HOJE.

       LE-PARAMETRO.
          OPEN INPUT PARMAGE.
          READ PARMAGE
             AT END
             MOVE ZEROS TO DIAS-GERAR-PARM.
          CLOSE PARMAGE.
          MOVE DIAS-GERAR-PARM TO DIAS-GERAR.
          IF DIAS-GERAR EQUAL ZEROS
             MOVE 30 TO DIAS-GERAR.

       CARREGA-MEDICOS.
          OPEN INPUT CADMED.
          PERFORM LE-1-MEDICO
             UNTIL FIM-MED EQUAL "SIM".
          CLOSE CADMED.

       LE-1-MEDICO.
          READ CADMED
             AT END
             MOVE "SIM" TO FIM-MED.
          IF FIM-MED EQUAL "NAO"
          AND QTD-MEDICOS LESS THAN 100
             ADD 1 TO QTD-MEDICOS
             SET IDX-MED TO QTD-MEDICOS
             MOVE COD-MED  TO TM-COD (IDX-MED)
             MOVE NOME-MED TO TM-NOME (IDX-MED)
             MOVE ZEROS    TO TM-GERADAS (IDX-MED)
             PERFORM GUARDA-GRADE
                VARYING SUB-DIA FROM 1 BY 1
                UNTIL SUB-DIA GREATER THAN 7.

       GUARDA-GRADE.
          MOVE HORA-INI-MED (SUB-DIA) TO TM-INI (IDX-MED, SUB-DIA).
          MOVE HORA-FIM-MED (SUB-DIA) TO TM-FIM (IDX-MED, SUB-DIA).
          MOVE DURACAO-MED (SUB-DIA)  TO TM-DUR (IDX-MED, SUB-DIA).

      *    AS AUSENCIAS FICAM NA TABELA EM NUMERO DE DIAS JULIANO
      *    PARA A COMPARACAO DE PERIODO.
       CARREGA-AUSENCIAS.
          OPEN INPUT AUSENCIA.
          PERFORM LE-1-AUSENCIA
             UNTIL FIM-AUS EQUAL "SIM".
          CLOSE AUSENCIA.

       LE-1-AUSENCIA.
          READ AUSENCIA
             AT END
             MOVE "SIM" TO FIM-AUS.
          IF FIM-AUS EQUAL "NAO"
          AND QTD-AUSENCIAS LESS THAN 500
             ADD 1 TO QTD-AUSENCIAS
             SET IDX-AUS TO QTD-AUSENCIAS
             MOVE MED-AUS TO TAU-MED (IDX-AUS)
             MOVE DD-INI-AUS   TO DTC-DIA
             MOVE MM-INI-AUS   TO DTC-MES
             MOVE AAAA-INI-AUS TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             MOVE DTC-NUM-DIAS TO TAU-INI (IDX-AUS)
             MOVE DD-FIM-AUS   TO DTC-DIA
             MOVE MM-FIM-AUS   TO DTC-MES
             MOVE AAAA-FIM-AUS TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             MOVE DTC-NUM-DIAS TO TAU-FIM (IDX-AUS).

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

       CARREGA-AGENDA.
          OPEN INPUT AGENDCON.
          PERFORM LE-1-VAGA
             UNTIL FIM-AGE EQUAL "SIM".
          CLOSE AGENDCON.

       LE-1-VAGA.
          READ AGENDCON
             AT END
             MOVE "SIM" TO FIM-AGE.
          IF FIM-AGE EQUAL "NAO"
             ADD 1 TO CT-LIDOS.
          IF FIM-AGE EQUAL "NAO"
          AND QTD-VAGAS LESS THAN 9000
             ADD 1 TO QTD-VAGAS
             SET IDX-AGE TO QTD-VAGAS
             MOVE DATA-AGE TO TA-DATA (IDX-AGE)
             MOVE HORA-AGE TO TA-HORA (IDX-AGE)
             MOVE MED-AGE  TO TA-MED (IDX-AGE)
             MOVE COD-AGE  TO TA-COD (IDX-AGE)
             MOVE SIT-AGE  TO TA-SIT (IDX-AGE).

      *    O DIA DA SEMANA SAI DO NUMERO JULIANO COMO NO DIAUTIL:
      *    RESTO 0 = DOMINGO ... 6 = SABADO, POSICAO 1 A 7 DA GRADE.
       GERA-DIA.
          PERFORM AVANCA-1-DIA.
          MOVE DTC-DIA TO DD-VAGA.
          MOVE DTC-MES TO MM-VAGA.
          MOVE DTC-ANO TO AAAA-VAGA.
          MOVE DATA-VAGA-AUX TO DATA-VAGA.
          COMPUTE QUOC-SEMANA = DTC-NUM-DIAS + 1.
          DIVIDE QUOC-SEMANA BY 7
             GIVING QUOC-SEMANA REMAINDER RESTO-SEMANA.
          COMPUTE SUB-DIA = RESTO-SEMANA + 1.
          PERFORM PROCURA-FERIADO.
          IF ACHOU-FER EQUAL "SIM"
             ADD 1 TO CT-FERIADOS
          ELSE
             PERFORM GERA-MEDICO
                VARYING IDX-MED FROM 1 BY 1
                UNTIL IDX-MED GREATER THAN QTD-MEDICOS.

       AVANCA-1-DIA.
          ADD 1 TO DTC-DIA.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO EQUAL "N"
             MOVE 1 TO DTC-DIA
             ADD 1 TO DTC-MES
             IF DTC-MES GREATER THAN 12
                MOVE 1 TO DTC-MES
                ADD 1 TO DTC-ANO
             END-IF
             CALL "DATECALC" USING DTC-PARM.

       PROCURA-FERIADO.
          COMPUTE DATA-TESTE = DTC-ANO * 10000
                             + DTC-MES * 100
                             + DTC-DIA.
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

       GERA-MEDICO.
          IF TM-INI (IDX-MED, SUB-DIA) GREATER THAN ZEROS
          AND TM-DUR (IDX-MED, SUB-DIA) GREATER THAN ZEROS
             PERFORM VERIFICA-AUSENCIA
             IF MEDICO-AUSENTE EQUAL "SIM"
                ADD 1 TO CT-AUSENCIAS
             ELSE
                PERFORM GERA-VAGAS-MEDICO.

       VERIFICA-AUSENCIA.
          MOVE "NAO" TO MEDICO-AUSENTE.
          SET IDX-AUS TO 1.
          PERFORM VERIFICA-1-AUSENCIA
             UNTIL IDX-AUS GREATER THAN QTD-AUSENCIAS
                OR MEDICO-AUSENTE EQUAL "SIM".

       VERIFICA-1-AUSENCIA.
          IF TAU-MED (IDX-AUS) EQUAL TM-COD (IDX-MED)
          AND TAU-INI (IDX-AUS) NOT GREATER THAN DTC-NUM-DIAS
          AND TAU-FIM (IDX-AUS) NOT LESS THAN DTC-NUM-DIAS
             MOVE "SIM" TO MEDICO-AUSENTE
          ELSE
             SET IDX-AUS UP BY 1.

      *    A GRADE E EM HHMM; AS VAGAS SAO CONTADAS EM MINUTOS DO
      *    DIA E SO CABE A CONSULTA QUE TERMINA ATE O FIM DA GRADE.
       GERA-VAGAS-MEDICO.
          MOVE TM-INI (IDX-MED, SUB-DIA) TO HORA-AUX.
          COMPUTE MIN-VAGA = HH-AUX * 60 + MM-AUX.
          MOVE TM-FIM (IDX-MED, SUB-DIA) TO HORA-AUX.
          COMPUTE MIN-FIM = HH-AUX * 60 + MM-AUX.
          PERFORM GERA-1-VAGA
             UNTIL MIN-VAGA + TM-DUR (IDX-MED, SUB-DIA)
                   GREATER THAN MIN-FIM.

       GERA-1-VAGA.
          DIVIDE MIN-VAGA BY 60
             GIVING QUOC-HORA REMAINDER RESTO-HORA.
          COMPUTE HORA-VAGA = QUOC-HORA * 100 + RESTO-HORA.
          PERFORM PROCURA-VAGA.
          IF ACHOU-VAGA EQUAL "SIM"
             ADD 1 TO CT-EXISTENTES
          ELSE IF QTD-VAGAS NOT LESS THAN 9000
             ADD 1 TO CT-LOTADA
          ELSE
             ADD 1 TO QTD-VAGAS
             SET IDX-AGE TO QTD-VAGAS
             MOVE DATA-VAGA         TO TA-DATA (IDX-AGE)
             MOVE HORA-VAGA         TO TA-HORA (IDX-AGE)
             MOVE TM-COD (IDX-MED)  TO TA-MED (IDX-AGE)
             MOVE ZEROS             TO TA-COD (IDX-AGE)
             MOVE "L"               TO TA-SIT (IDX-AGE)
             ADD 1 TO TM-GERADAS (IDX-MED)
             ADD 1 TO CT-GERADAS.
          ADD TM-DUR (IDX-MED, SUB-DIA) TO MIN-VAGA.

       PROCURA-VAGA.
          MOVE "NAO" TO ACHOU-VAGA.
          SET IDX-AGE TO 1.
          PERFORM PROCURA-1-VAGA
             UNTIL IDX-AGE GREATER THAN QTD-VAGAS
                OR ACHOU-VAGA EQUAL "SIM".

       PROCURA-1-VAGA.
          IF TA-DATA (IDX-AGE) EQUAL DATA-VAGA
          AND TA-HORA (IDX-AGE) EQUAL HORA-VAGA
          AND TA-MED (IDX-AGE) EQUAL TM-COD (IDX-MED)
             MOVE "SIM" TO ACHOU-VAGA
          ELSE
             SET IDX-AGE UP BY 1.

       IMPRIME-MEDICO.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE TM-COD (IDX-MED)     TO MED-REL.
          MOVE TM-NOME (IDX-MED)    TO NOME-REL.
          MOVE TM-GERADAS (IDX-MED) TO QTDE-REL.
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
          PERFORM REGRAVA-AGENDA.
          PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-MEDICO
             VARYING IDX-MED FROM 1 BY 1
             UNTIL IDX-MED GREATER THAN QTD-MEDICOS.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE AGENDCONN
                RELGERAG.

       REGRAVA-AGENDA.
          PERFORM GRAVA-1-VAGA
             VARYING IDX-AGE FROM 1 BY 1
             UNTIL IDX-AGE GREATER THAN QTD-VAGAS.

       GRAVA-1-VAGA.
          MOVE TA-DATA (IDX-AGE) TO DATA-AGEN.
          MOVE TA-HORA (IDX-AGE) TO HORA-AGEN.
          MOVE TA-MED (IDX-AGE)  TO MED-AGEN.
          MOVE TA-COD (IDX-AGE)  TO COD-AGEN.
          MOVE TA-SIT (IDX-AGE)  TO SIT-AGEN.
          WRITE REG-AGEN.
          ADD 1 TO CT-GRAVADOS.

       IMPRIME-TOTAIS.
          MOVE DIAS-GERAR    TO TOT-DIA-SAI.
          MOVE CT-GERADAS    TO TOT-GER-SAI.
          MOVE CT-EXISTENTES TO TOT-EXI-SAI.
          MOVE CT-FERIADOS   TO TOT-FER-SAI.
          MOVE CT-AUSENCIAS  TO TOT-AUS-SAI.
          MOVE CT-LOTADA     TO TOT-LOT-SAI.

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

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM06EX20"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE-N TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-LOTADA      TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
