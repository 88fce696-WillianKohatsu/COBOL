       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX19.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MANUTENCAO DO CALENDARIO DE AUSENCIAS DOS
      *                MEDICOS (FERIAS, CONGRESSO, LICENCA). APLICA
      *                OS MOVIMENTOS DE MOVAUS.DAT ("I" INCLUIR E
      *                "E" EXCLUIR, COM PERIODO DDMMAAAA A DDMMAAAA
      *                E MOTIVO) SOBRE AUSENCIA.DAT, GERANDO
      *                AUSENCIAN.DAT E O RELATORIO DE OCORRENCIAS.
      *                A INCLUSAO EXIGE MEDICO CADASTRADO EM
      *                CADMED.DAT, DATAS VALIDAS E INICIO NAO
      *                POSTERIOR AO FIM. PARA CADA AUSENCIA INCLUIDA
      *                OS PACIENTES JA MARCADOS ("M") COM AQUELE
      *                MEDICO NO PERIODO, EM AGENDCON.DAT, SAEM NA
      *                LISTA DE REMARCACAO DA RECEPCAO, COM NOME E
      *                TELEFONE DE CADPAC.DAT. A AGENDA NAO E
      *                ALTERADA AQUI: A RECEPCAO DESMARCA E REMARCA
      *                PELO EM06/EX08, QUE RECUSA MARCACAO EM DIA DE
      *                AUSENCIA, E O EM06/EX20 NAO GERA VAGAS NO
      *                PERIODO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL AUSENCIA ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVAUS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  AUSENCIAN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADMED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADPAC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AGENDCON ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELOCAUS  ASSIGN TO DISK.

          SELECT  RELREMAR  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AUSENCIA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUSENCIA.DAT".

       01 REG-AUS.
          02 MED-AUS            PIC 9(03).
          02 DATA-INI-AUS       PIC 9(08).
          02 DATA-FIM-AUS       PIC 9(08).
          02 MOTIVO-AUS         PIC X(20).

       FD MOVAUS
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVAUS.DAT".

       01 REG-MAUS.
          02 MED-MAUS           PIC 9(03).
          02 DATA-INI-MAUS      PIC 9(08).
          02 DATA-INI-MAUS-R    REDEFINES DATA-INI-MAUS.
             03 DD-INI-MAUS     PIC 99.
             03 MM-INI-MAUS     PIC 99.
             03 AAAA-INI-MAUS   PIC 9(04).
          02 DATA-FIM-MAUS      PIC 9(08).
          02 DATA-FIM-MAUS-R    REDEFINES DATA-FIM-MAUS.
             03 DD-FIM-MAUS     PIC 99.
             03 MM-FIM-MAUS     PIC 99.
             03 AAAA-FIM-MAUS   PIC 9(04).
          02 MOTIVO-MAUS        PIC X(20).
          02 TIPO-MAUS          PIC X(01).

       FD AUSENCIAN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUSENCIAN.DAT".

       01 REG-AUSN.
          02 MED-AUSN           PIC 9(03).
          02 DATA-INI-AUSN      PIC 9(08).
          02 DATA-FIM-AUSN      PIC 9(08).
          02 MOTIVO-AUSN        PIC X(20).

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

       FD CADPAC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADPAC.DAT".

       01 REG-PAC.
          02 COD-PAC          PIC 9(03).
          02 NOME-PAC         PIC X(20).
          02 TELE-PAC         PIC 9(11).
          02 CPF-PAC          PIC 9(11).

       FD AGENDCON
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AGENDCON.DAT".

       01 REG-AGE.
          02 DATA-AGE           PIC 9(08).
          02 DATA-AGE-R         REDEFINES DATA-AGE.
             03 DD-AGE          PIC 99.
             03 MM-AGE          PIC 99.
             03 AAAA-AGE        PIC 9(04).
          02 HORA-AGE           PIC 9(04).
          02 MED-AGE            PIC 9(03).
          02 COD-AGE            PIC 9(03).
          02 SIT-AGE            PIC X(01).

       FD RELOCAUS
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RELREMAR
          LABEL RECORD IS OMITTED.

       01 REG-REM PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-AUS          PIC X(03)    VALUE "NAO".
       77 FIM-MOV          PIC X(03)    VALUE "NAO".
       77 FIM-MED          PIC X(03)    VALUE "NAO".
       77 FIM-PAC          PIC X(03)    VALUE "NAO".
       77 FIM-AGE          PIC X(03)    VALUE "NAO".
       77 MEDICO-OK        PIC X(03)    VALUE "NAO".
       77 ACHOU-AUS        PIC X(03)    VALUE "NAO".
       77 ACHOU-PAC        PIC X(03)    VALUE "NAO".
       77 DATAS-OK         PIC X(03)    VALUE "NAO".
       77 QTD-AUSENCIAS    PIC 9(04)    VALUE ZEROS.
       77 QTD-MEDICOS      PIC 9(03)    VALUE ZEROS.
       77 QTD-PACIENTES    PIC 9(03)    VALUE ZEROS.
       77 QTD-VAGAS        PIC 9(04)    VALUE ZEROS.
       77 JUL-INI          PIC 9(08)    VALUE ZEROS.
       77 JUL-FIM          PIC 9(08)    VALUE ZEROS.
       77 CT-INCLUIDAS     PIC 9(05)    VALUE ZEROS.
       77 CT-EXCLUIDAS     PIC 9(05)    VALUE ZEROS.
       77 CT-REMARCAR      PIC 9(05)    VALUE ZEROS.
       77 CT-E-MEDICO      PIC 9(05)    VALUE ZEROS.
       77 CT-E-DATA        PIC 9(05)    VALUE ZEROS.
       77 CT-E-DUPLIC      PIC 9(05)    VALUE ZEROS.
       77 CT-E-INEXISTE    PIC 9(05)    VALUE ZEROS.
       77 CT-E-TIPO        PIC 9(05)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIN-REM       PIC 9(02)    VALUE 45.
       77 CT-PAG-REM       PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.

       01 TAB-AUSENCIAS.
          02 AUS-OCR  OCCURS 500 TIMES INDEXED BY IDX-AUS.
             03 TAU-MED        PIC 9(03).
             03 TAU-INI        PIC 9(08).
             03 TAU-FIM        PIC 9(08).
             03 TAU-MOTIVO     PIC X(20).
             03 TAU-SIT        PIC X(01).

       01 TAB-MEDICOS.
          02 MED-OCR  OCCURS 100 TIMES INDEXED BY IDX-MED.
             03 TMED-COD       PIC 9(03).
             03 TMED-NOME      PIC X(30).

       01 TAB-PACIENTES.
          02 PAC-OCR  OCCURS 300 TIMES INDEXED BY IDX-PAC.
             03 TPAC-COD      PIC 9(03).
             03 TPAC-NOME     PIC X(20).
             03 TPAC-TELE     PIC 9(11).

       01 TAB-AGENDA.
          02 AGE-OCR  OCCURS 9000 TIMES INDEXED BY IDX-AGE.
             03 TA-DATA        PIC 9(08).
             03 TA-JUL         PIC 9(08).
             03 TA-HORA        PIC 9(04).
             03 TA-MED         PIC 9(03).
             03 TA-COD         PIC 9(03).

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
             "AUSENCIAS DOS MEDICOS         ".
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "MEDICO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "INICIO    ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "FIM       ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "TIPO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(32) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MED-REL         PIC 9(03).
          02 FILLER          PIC X(05) VALUE SPACES.
          02 INI-REL         PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FIM-REL         PIC 99/99/9999.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 TIPO-REL        PIC X(01).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(36) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE SPACES.

       01 CAB-REM-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(38) VALUE
             "PACIENTES A REMARCAR - MEDICO AUSENTE ".
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG-REM     PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-REM-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DATA      ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "HORA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "MEDICO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "PACIENTE".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "TELEFONE".
          02 FILLER          PIC X(17) VALUE SPACES.

       01 DETALHE-REM.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DATA-REM        PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 HORA-REM        PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MED-REM         PIC 9(03).
          02 FILLER          PIC X(05) VALUE SPACES.
          02 COD-REM         PIC 9(03).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-REM        PIC X(20).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 TELE-REM        PIC 9(11).
          02 FILLER          PIC X(14) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "AUSENCIAS INCLUIDAS:          ".
          02 TOT-INC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "AUSENCIAS EXCLUIDAS:          ".
          02 TOT-EXC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "CONSULTAS A REMARCAR:         ".
          02 TOT-REM-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "MEDICO NAO CADASTRADO:        ".
          02 TOT-MED-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "PERIODO INVALIDO:             ".
          02 TOT-DAT-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "AUSENCIA JA CADASTRADA:       ".
          02 TOT-DUP-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "EXCLUSAO INEXISTENTE:         ".
          02 TOT-INE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "TIPOS DE MOVIMENTO INVALIDOS: ".
          02 TOT-TIP-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM06-EX19.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-MOV EQUAL "SIM".
          PERFORM FIM.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM CARREGA-MEDICOS.
          PERFORM CARREGA-PACIENTES.
          PERFORM CARREGA-AGENDA.
          PERFORM CARREGA-AUSENCIAS.
          OPEN INPUT MOVAUS
             OUTPUT AUSENCIAN
                    RELOCAUS
                    RELREMAR.
          PERFORM LER-MOV.

       CARREGA-MEDICOS.
          MOVE "NAO" TO FIM-MED.
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
             MOVE COD-MED  TO TMED-COD (IDX-MED)
             MOVE NOME-MED TO TMED-NOME (IDX-MED).

       CARREGA-PACIENTES.
          MOVE "NAO" TO FIM-PAC.
          OPEN INPUT CADPAC.
          PERFORM LE-1-PACIENTE
             UNTIL FIM-PAC EQUAL "SIM".
          CLOSE CADPAC.

       LE-1-PACIENTE.
          READ CADPAC
             AT END
             MOVE "SIM" TO FIM-PAC.
          IF FIM-PAC EQUAL "NAO"
          AND QTD-PACIENTES LESS THAN 300
             ADD 1 TO QTD-PACIENTES
             SET IDX-PAC TO QTD-PACIENTES
             MOVE COD-PAC  TO TPAC-COD (IDX-PAC)
             MOVE NOME-PAC TO TPAC-NOME (IDX-PAC)
             MOVE TELE-PAC TO TPAC-TELE (IDX-PAC).

      *    SO AS VAGAS MARCADAS INTERESSAM A LISTA DE REMARCACAO;
      *    A DATA VAI PARA A TABELA TAMBEM EM DIAS JULIANO.
       CARREGA-AGENDA.
          MOVE "NAO" TO FIM-AGE.
          OPEN INPUT AGENDCON.
          PERFORM LE-1-VAGA
             UNTIL FIM-AGE EQUAL "SIM".
          CLOSE AGENDCON.

       LE-1-VAGA.
          READ AGENDCON
             AT END
             MOVE "SIM" TO FIM-AGE.
          IF FIM-AGE EQUAL "NAO"
          AND SIT-AGE EQUAL "M"
          AND QTD-VAGAS LESS THAN 9000
             ADD 1 TO QTD-VAGAS
             SET IDX-AGE TO QTD-VAGAS
             MOVE DATA-AGE TO TA-DATA (IDX-AGE)
             MOVE HORA-AGE TO TA-HORA (IDX-AGE)
             MOVE MED-AGE  TO TA-MED (IDX-AGE)
             MOVE COD-AGE  TO TA-COD (IDX-AGE)
             MOVE DD-AGE   TO DTC-DIA
             MOVE MM-AGE   TO DTC-MES
             MOVE AAAA-AGE TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             MOVE DTC-NUM-DIAS TO TA-JUL (IDX-AGE).

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
             MOVE MED-AUS      TO TAU-MED (IDX-AUS)
             MOVE DATA-INI-AUS TO TAU-INI (IDX-AUS)
             MOVE DATA-FIM-AUS TO TAU-FIM (IDX-AUS)
             MOVE MOTIVO-AUS   TO TAU-MOTIVO (IDX-AUS)
             MOVE "A"          TO TAU-SIT (IDX-AUS).

       LER-MOV.
          READ MOVAUS
             AT END
             MOVE "SIM" TO FIM-MOV.
          IF FIM-MOV EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          MOVE MED-MAUS      TO MED-REL.
          MOVE DATA-INI-MAUS TO INI-REL.
          MOVE DATA-FIM-MAUS TO FIM-REL.
          MOVE TIPO-MAUS     TO TIPO-REL.
          IF TIPO-MAUS EQUAL "I"
             PERFORM INCLUI-AUSENCIA
          ELSE IF TIPO-MAUS EQUAL "E"
             PERFORM EXCLUI-AUSENCIA
          ELSE
             ADD 1 TO CT-E-TIPO
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.
          PERFORM LER-MOV.

       INCLUI-AUSENCIA.
          PERFORM VALIDA-MEDICO.
          PERFORM VALIDA-PERIODO.
          PERFORM PROCURA-AUSENCIA.
          IF MEDICO-OK EQUAL "NAO"
             ADD 1 TO CT-E-MEDICO
             MOVE "MEDICO NAO CADASTRADO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF DATAS-OK EQUAL "NAO"
             ADD 1 TO CT-E-DATA
             MOVE "PERIODO INVALIDO - RECUSADA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF ACHOU-AUS EQUAL "SIM"
             ADD 1 TO CT-E-DUPLIC
             MOVE "AUSENCIA JA CADASTRADA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF QTD-AUSENCIAS NOT LESS THAN 500
             ADD 1 TO CT-E-DUPLIC
             MOVE "TABELA DE AUSENCIAS CHEIA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             ADD 1 TO QTD-AUSENCIAS
             SET IDX-AUS TO QTD-AUSENCIAS
             MOVE MED-MAUS      TO TAU-MED (IDX-AUS)
             MOVE DATA-INI-MAUS TO TAU-INI (IDX-AUS)
             MOVE DATA-FIM-MAUS TO TAU-FIM (IDX-AUS)
             MOVE MOTIVO-MAUS   TO TAU-MOTIVO (IDX-AUS)
             MOVE "A"           TO TAU-SIT (IDX-AUS)
             ADD 1 TO CT-INCLUIDAS
             MOVE "AUSENCIA INCLUIDA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
             PERFORM LISTA-REMARCACAO
                VARYING IDX-AGE FROM 1 BY 1
                UNTIL IDX-AGE GREATER THAN QTD-VAGAS.

       VALIDA-MEDICO.
          MOVE "NAO" TO MEDICO-OK.
          SET IDX-MED TO 1.
          PERFORM VALIDA-1-MEDICO
             UNTIL IDX-MED GREATER THAN QTD-MEDICOS
                OR MEDICO-OK EQUAL "SIM".

       VALIDA-1-MEDICO.
          IF TMED-COD (IDX-MED) EQUAL MED-MAUS
             MOVE "SIM" TO MEDICO-OK
          ELSE
             SET IDX-MED UP BY 1.

       VALIDA-PERIODO.
          MOVE "SIM" TO DATAS-OK.
          MOVE DD-INI-MAUS   TO DTC-DIA.
          MOVE MM-INI-MAUS   TO DTC-MES.
          MOVE AAAA-INI-MAUS TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS  TO JUL-INI.
          IF DTC-VALIDO NOT EQUAL "S"
             MOVE "NAO" TO DATAS-OK.
          MOVE DD-FIM-MAUS   TO DTC-DIA.
          MOVE MM-FIM-MAUS   TO DTC-MES.
          MOVE AAAA-FIM-MAUS TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS  TO JUL-FIM.
          IF DTC-VALIDO NOT EQUAL "S"
             MOVE "NAO" TO DATAS-OK.
          IF JUL-INI GREATER THAN JUL-FIM
             MOVE "NAO" TO DATAS-OK.

       PROCURA-AUSENCIA.
          MOVE "NAO" TO ACHOU-AUS.
          SET IDX-AUS TO 1.
          PERFORM PROCURA-1-AUSENCIA
             UNTIL IDX-AUS GREATER THAN QTD-AUSENCIAS
                OR ACHOU-AUS EQUAL "SIM".

       PROCURA-1-AUSENCIA.
          IF TAU-SIT (IDX-AUS) EQUAL "A"
          AND TAU-MED (IDX-AUS) EQUAL MED-MAUS
          AND TAU-INI (IDX-AUS) EQUAL DATA-INI-MAUS
             MOVE "SIM" TO ACHOU-AUS
          ELSE
             SET IDX-AUS UP BY 1.

       LISTA-REMARCACAO.
          IF TA-MED (IDX-AGE) EQUAL MED-MAUS
          AND TA-JUL (IDX-AGE) NOT LESS THAN JUL-INI
          AND TA-JUL (IDX-AGE) NOT GREATER THAN JUL-FIM
             PERFORM IMPRIME-REMARCACAO.

       IMPRIME-REMARCACAO.
          PERFORM PROCURA-PACIENTE.
          MOVE TA-DATA (IDX-AGE) TO DATA-REM.
          MOVE TA-HORA (IDX-AGE) TO HORA-REM.
          MOVE TA-MED (IDX-AGE)  TO MED-REM.
          MOVE TA-COD (IDX-AGE)  TO COD-REM.
          IF ACHOU-PAC EQUAL "SIM"
             MOVE TPAC-NOME (IDX-PAC) TO NOME-REM
             MOVE TPAC-TELE (IDX-PAC) TO TELE-REM
          ELSE
             MOVE "NAO CADASTRADO" TO NOME-REM
             MOVE ZEROS            TO TELE-REM.
          IF CT-LIN-REM GREATER THAN 39
             PERFORM IMPRIME-CAB-REM.
          WRITE REG-REM FROM DETALHE-REM
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN-REM.
          ADD 1 TO CT-REMARCAR.

       PROCURA-PACIENTE.
          MOVE "NAO" TO ACHOU-PAC.
          SET IDX-PAC TO 1.
          PERFORM PROCURA-1-PACIENTE
             UNTIL IDX-PAC GREATER THAN QTD-PACIENTES
                OR ACHOU-PAC EQUAL "SIM".

       PROCURA-1-PACIENTE.
          IF TPAC-COD (IDX-PAC) EQUAL TA-COD (IDX-AGE)
             MOVE "SIM" TO ACHOU-PAC
          ELSE
             SET IDX-PAC UP BY 1.

       EXCLUI-AUSENCIA.
          PERFORM PROCURA-AUSENCIA.
          IF ACHOU-AUS EQUAL "SIM"
             MOVE "E" TO TAU-SIT (IDX-AUS)
             ADD 1 TO CT-EXCLUIDAS
             MOVE "AUSENCIA EXCLUIDA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             ADD 1 TO CT-E-INEXISTE
             MOVE "EXCLUSAO P/AUSENCIA INEXISTENTE"
                TO MENSAGEM-SAI
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

       IMPRIME-CAB-REM.
          MOVE SPACES     TO REG-REM.
          ADD  1          TO CT-PAG-REM.
          MOVE CT-PAG-REM TO VAR-PAG-REM.

          WRITE REG-REM
             AFTER ADVANCING PAGE.
          WRITE REG-REM FROM CAB-REM-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-REM FROM CAB-REM-02
             AFTER ADVANCING 3 LINES.
          WRITE REG-REM FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN-REM.

       FIM.
          PERFORM REGRAVA-AUSENCIAS.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE MOVAUS
                AUSENCIAN
                RELOCAUS
                RELREMAR.

       REGRAVA-AUSENCIAS.
          PERFORM GRAVA-1-AUSENCIA
             VARYING IDX-AUS FROM 1 BY 1
             UNTIL IDX-AUS GREATER THAN QTD-AUSENCIAS.

       GRAVA-1-AUSENCIA.
          IF TAU-SIT (IDX-AUS) EQUAL "E"
             NEXT SENTENCE
          ELSE
             MOVE TAU-MED (IDX-AUS)    TO MED-AUSN
             MOVE TAU-INI (IDX-AUS)    TO DATA-INI-AUSN
             MOVE TAU-FIM (IDX-AUS)    TO DATA-FIM-AUSN
             MOVE TAU-MOTIVO (IDX-AUS) TO MOTIVO-AUSN
             WRITE REG-AUSN
             ADD 1 TO CT-GRAVADOS.

       IMPRIME-TOTAIS.
          MOVE CT-INCLUIDAS   TO TOT-INC-SAI.
          MOVE CT-EXCLUIDAS   TO TOT-EXC-SAI.
          MOVE CT-REMARCAR    TO TOT-REM-SAI.
          MOVE CT-E-MEDICO    TO TOT-MED-SAI.
          MOVE CT-E-DATA      TO TOT-DAT-SAI.
          MOVE CT-E-DUPLIC    TO TOT-DUP-SAI.
          MOVE CT-E-INEXISTE  TO TOT-INE-SAI.
          MOVE CT-E-TIPO      TO TOT-TIP-SAI.

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
          WRITE REG-ATR FROM ROD-07
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-08
             AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM06EX19"     TO RL-PROGRAMA.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS =
             CT-E-MEDICO + CT-E-DATA + CT-E-DUPLIC
             + CT-E-INEXISTE + CT-E-TIPO.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
