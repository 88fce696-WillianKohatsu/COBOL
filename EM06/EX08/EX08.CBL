      *                CADMED.DAT TAMBEM E RECUSADO. A SITUACAO DA
      *                VAGA ("M" MARCADA, "C" COMPARECEU, "F"
      *                FALTOU) E FECHADA DIA A DIA PELO EM06/EX09.
      *                AS VAGAS LIVRES ("L") SAO GERADAS ANTES PELO
      *                EM06/EX20 A PARTIR DA GRADE DO MEDICO; A
      *                MARCACAO SO E ACEITA EM VAGA LIVRE GERADA E
      *                E RECUSADA NOS DIAS DE AUSENCIA DO MEDICO
      *                (AUSENCIA.DAT). A DESMARCACAO DEVOLVE A VAGA
      *                PARA LIVRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL CADMED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUSENCIA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELOCAGE  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK

       01 REG-MOVA.
          02 DATA-MOVA          PIC 9(08).
          02 DATA-MOVA-R        REDEFINES DATA-MOVA.
             03 DD-MOVA         PIC 99.
             03 MM-MOVA         PIC 99.
             03 AAAA-MOVA       PIC 9(04).
          02 HORA-MOVA          PIC 9(04).
          02 MED-MOVA           PIC 9(03).
          02 COD-MOVA           PIC 9(03).
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

       FD RELOCAGE
          LABEL RECORD IS OMITTED.
       77 FIM-AGE          PIC X(03)    VALUE "NAO".
       77 FIM-MOV          PIC X(03)    VALUE "NAO".
       77 FIM-MED          PIC X(03)    VALUE "NAO".
       77 FIM-AUS          PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 QTD-VAGAS        PIC 9(04)    VALUE ZEROS.
       77 QTD-MEDICOS      PIC 9(03)    VALUE ZEROS.
       77 QTD-AUSENCIAS    PIC 9(04)    VALUE ZEROS.
       77 MEDICO-AUSENTE   PIC X(03)    VALUE "NAO".
       77 VAGA-LIVRE       PIC X(03)    VALUE "NAO".
       77 TEM-CONFLITO     PIC X(03)    VALUE "NAO".
       77 MEDICO-OK        PIC X(03)    VALUE "NAO".
       77 ACHOU-VAGA       PIC X(03)    VALUE "NAO".
       77 CT-E-MEDICO      PIC 9(05)    VALUE ZEROS.
       77 CT-E-INEXISTE    PIC 9(05)    VALUE ZEROS.
       77 CT-E-TIPO        PIC 9(05)    VALUE ZEROS.
       77 CT-E-AUSENTE     PIC 9(05)    VALUE ZEROS.
       77 CT-E-FORA        PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.

       01 TAB-AGENDA.
          02 AGE-OCR  OCCURS 9000 TIMES INDEXED BY IDX-AGE.
             03 TA-DATA        PIC 9(08).
             03 TA-HORA        PIC 9(04).
             03 TA-MED         PIC 9(03).
          02 MED-OCR  OCCURS 100 TIMES INDEXED BY IDX-MED.
             03 TMED-COD       PIC 9(03).

       01 TAB-AUSENCIAS.
          02 AUS-OCR  OCCURS 500 TIMES INDEXED BY IDX-AUS.
             03 TAU-MED        PIC 9(03).
             03 TAU-INI        PIC 9(08).
             03 TAU-FIM        PIC 9(08).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

          02 TOT-TIP-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "MEDICO AUSENTE NA DATA:       ".
          02 TOT-AUS-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "HORARIO FORA DA AGENDA:       ".
          02 TOT-FOR-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM06-EX08.
       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM CARREGA-MEDICOS.
          PERFORM CARREGA-AUSENCIAS.
          PERFORM CARREGA-AGENDA.
          OPEN INPUT MOVAGEND
             OUTPUT AGENDCONN
             SET IDX-MED TO QTD-MEDICOS
             MOVE COD-MED TO TMED-COD (IDX-MED).

      *    AS AUSENCIAS FICAM NA TABELA EM NUMERO DE DIAS JULIANO
      *    PARA A COMPARACAO DE PERIODO.
       CARREGA-AUSENCIAS.
          MOVE "NAO" TO FIM-AUS.
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

       CARREGA-AGENDA.
          MOVE "NAO" TO FIM-AGE.
          OPEN INPUT AGENDCON.
             AT END
             MOVE "SIM" TO FIM-AGE.
          IF FIM-AGE EQUAL "NAO"
          AND QTD-VAGAS LESS THAN 9000
             ADD 1 TO QTD-VAGAS
             SET IDX-AGE TO QTD-VAGAS
             MOVE DATA-AGE TO TA-DATA (IDX-AGE)
             ADD 1 TO CT-E-MEDICO
             MOVE "MEDICO NAO CADASTRADO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             PERFORM VERIFICA-MARCACAO.

       VERIFICA-MARCACAO.
          PERFORM VERIFICA-AUSENCIA.
          IF MEDICO-AUSENTE EQUAL "SIM"
             ADD 1 TO CT-E-AUSENTE
             MOVE "MEDICO AUSENTE NA DATA - RECUSADA"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             PERFORM VERIFICA-CONFLITO
             IF TEM-CONFLITO EQUAL "SIM"
                   TO MENSAGEM-SAI
                PERFORM IMPRIME-D0
             ELSE
                PERFORM PROCURA-VAGA-LIVRE
                IF VAGA-LIVRE EQUAL "NAO"
                   ADD 1 TO CT-E-FORA
                   MOVE "HORARIO FORA DA AGENDA DO MEDICO"
                      TO MENSAGEM-SAI
                   PERFORM IMPRIME-D0
                ELSE
                   PERFORM OCUPA-VAGA
                   ADD 1 TO CT-MARCADAS
                   MOVE "CONSULTA MARCADA" TO MENSAGEM-SAI
                   PERFORM IMPRIME-D0.

       VERIFICA-AUSENCIA.
          MOVE DD-MOVA   TO DTC-DIA.
          MOVE MM-MOVA   TO DTC-MES.
          MOVE AAAA-MOVA TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE "NAO" TO MEDICO-AUSENTE.
          SET IDX-AUS TO 1.
          PERFORM VERIFICA-1-AUSENCIA
             UNTIL IDX-AUS GREATER THAN QTD-AUSENCIAS
                OR MEDICO-AUSENTE EQUAL "SIM".

       VERIFICA-1-AUSENCIA.
          IF TAU-MED (IDX-AUS) EQUAL MED-MOVA
          AND TAU-INI (IDX-AUS) NOT GREATER THAN DTC-NUM-DIAS
          AND TAU-FIM (IDX-AUS) NOT LESS THAN DTC-NUM-DIAS
             MOVE "SIM" TO MEDICO-AUSENTE
          ELSE
             SET IDX-AUS UP BY 1.

       VALIDA-MEDICO.
          MOVE "NAO" TO MEDICO-OK.
          ELSE
             SET IDX-AGE UP BY 1.

       PROCURA-VAGA-LIVRE.
          MOVE "NAO" TO VAGA-LIVRE.
          SET IDX-AGE TO 1.
          PERFORM PROCURA-1-LIVRE
             UNTIL IDX-AGE GREATER THAN QTD-VAGAS
                OR VAGA-LIVRE EQUAL "SIM".

       PROCURA-1-LIVRE.
          IF TA-SIT (IDX-AGE) EQUAL "L"
          AND TA-DATA (IDX-AGE) EQUAL DATA-MOVA
          AND TA-HORA (IDX-AGE) EQUAL HORA-MOVA
          AND TA-MED (IDX-AGE) EQUAL MED-MOVA
             MOVE "SIM" TO VAGA-LIVRE
          ELSE
             SET IDX-AGE UP BY 1.

       OCUPA-VAGA.
          MOVE COD-MOVA  TO TA-COD (IDX-AGE).
          MOVE "M"       TO TA-SIT (IDX-AGE).

       DESMARCA-CONSULTA.
          MOVE "NAO" TO ACHOU-VAGA.
             UNTIL IDX-AGE GREATER THAN QTD-VAGAS
                OR ACHOU-VAGA EQUAL "SIM".
          IF ACHOU-VAGA EQUAL "SIM"
             MOVE "L"   TO TA-SIT (IDX-AGE)
             MOVE ZEROS TO TA-COD (IDX-AGE)
             ADD 1 TO CT-DESMARCADAS
             MOVE "CONSULTA DESMARCADA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          MOVE CT-E-MEDICO    TO TOT-MED-SAI.
          MOVE CT-E-INEXISTE  TO TOT-INE-SAI.
          MOVE CT-E-TIPO      TO TOT-TIP-SAI.
          MOVE CT-E-AUSENTE   TO TOT-AUS-SAI.
          MOVE CT-E-FORA      TO TOT-FOR-SAI.

          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-07
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-08
             AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS =
             CT-E-CONFLITO + CT-E-MEDICO
             + CT-E-INEXISTE + CT-E-TIPO
             + CT-E-AUSENTE + CT-E-FORA.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
