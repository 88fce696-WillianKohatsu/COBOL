       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX21.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        RECIBO ANUAL DE DESPESAS MEDICAS PARA A
      *                DECLARACAO DE IMPOSTO DE RENDA DOS PACIENTES.
      *                O ANO-BASE VEM DE PARMIR.DAT (PADRAO: ANO
      *                ANTERIOR AO MOVIMENTO). SOMA, POR PACIENTE E
      *                POR MEDICO, AS CONSULTAS PARTICULARES (CONV =
      *                0) PAGAS DO ANO, TANTO DO ATUCONS.DAT (PAGO =
      *                "S") QUANTO DO ARQUIVO MORTO ARQCONS.DAT (SO
      *                TEM CONSULTA QUITADA). O ANO E O DA DATA DA
      *                CONSULTA. EMITE UM RECIBO POR PACIENTE EM
      *                RELRECIR, COM CNPJ DA CLINICA, NOME E CPF DO
      *                PACIENTE E O VALOR POR MEDICO COM O CRM DE
      *                CADMED.DAT. PACIENTE SEM CADASTRO OU COM CPF
      *                AUSENTE OU INVALIDO (DIGITOS VERIFICADORES
      *                CONFERIDOS COMO NO EM02/EX05) NAO RECEBE
      *                RECIBO E SAI NA LISTA DE EXCECOES RELEXCIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL ATUCONS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ARQCONS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADPAC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADMED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMIR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN TO DISK.

          SELECT  RELRECIR  ASSIGN TO DISK.

          SELECT  RELEXCIR  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ATUCONS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATUCONS.DAT".

       01 REG-ATU.
          02 COD-ATU        PIC 9(03).
          02 DATA-ATU       PIC 9(08).
          02 DATA-ATU-R     REDEFINES DATA-ATU.
             03 DD-ATU      PIC 99.
             03 MM-ATU      PIC 99.
             03 AAAA-ATU    PIC 9(04).
          02 PREC-ATU       PIC 99V99.
          02 PAGO-ATU       PIC X(01).
          02 CONV-ATU       PIC 9(03).
          02 MED-ATU        PIC 9(03).
          02 PROC-ATU       PIC 9(04).

       FD ARQCONS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQCONS.DAT".

       01 REG-ARQ.
          02 DATA-GERACAO-ARQ PIC 9(08).
          02 COD-ARQ          PIC 9(03).
          02 DATA-ARQ         PIC 9(08).
          02 DATA-ARQ-R       REDEFINES DATA-ARQ.
             03 DD-ARQ        PIC 99.
             03 MM-ARQ        PIC 99.
             03 AAAA-ARQ      PIC 9(04).
          02 PREC-ARQ         PIC 99V99.
          02 CONV-ARQ         PIC 9(03).
          02 MED-ARQ          PIC 9(03).
          02 PROC-ARQ         PIC 9(04).

       FD CADPAC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADPAC.DAT".

       01 REG-PAC.
          02 COD-PAC          PIC 9(03).
          02 NOME-PAC         PIC X(20).
          02 TELE-PAC         PIC 9(11).
          02 CPF-PAC          PIC 9(11).

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

       FD PARMIR
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "PARMIR.DAT".

       01 REG-PIR.
          02 ANO-PARM           PIC 9(04).

       SD TRAB.
       01 REG-TRAB.
          02 PAC-TRAB       PIC 9(03).
          02 MED-TRAB       PIC 9(03).
          02 VALOR-TRAB     PIC 9(05)V99.

       FD RELRECIR
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RELEXCIR
          LABEL RECORD IS OMITTED.

       01 REG-EXC PIC X(80).

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
       77 FIM-ARQ          PIC X(03)    VALUE "NAO".
       77 FIM-SORT         PIC X(03)    VALUE "NAO".
       77 FIM-PAC          PIC X(03)    VALUE "NAO".
       77 FIM-MED          PIC X(03)    VALUE "NAO".
       77 ACHOU-PAC        PIC X(03)    VALUE "NAO".
       77 ACHOU-MED        PIC X(03)    VALUE "NAO".
       77 CPF-OK           PIC X(03)    VALUE "NAO".
       77 TEM-PACIENTE     PIC X(03)    VALUE "NAO".
       77 ANO-BASE         PIC 9(04)    VALUE ZEROS.
       77 PAC-CONTROL      PIC 9(03)    VALUE ZEROS.
       77 MED-CONTROL      PIC 9(03)    VALUE ZEROS.
       77 MED-BUSCA        PIC 9(03)    VALUE ZEROS.
       77 QTD-PACIENTES    PIC 9(03)    VALUE ZEROS.
       77 QTD-MEDICOS      PIC 9(03)    VALUE ZEROS.
       77 SOMA-CPF         PIC 9(05)    VALUE ZEROS.
       77 QUOC-CPF         PIC 99       VALUE ZEROS.
       77 RESTO-CPF        PIC 99       VALUE ZEROS.
       77 ACDGT10          PIC 9        VALUE ZEROS.
       77 ACDGT11          PIC 9        VALUE ZEROS.
       77 TOTAL-PAC        PIC 9(07)V99 VALUE ZEROS.
       77 TOTAL-MED        PIC 9(07)V99 VALUE ZEROS.
       77 TOTAL-RECIBOS    PIC 9(09)V99 VALUE ZEROS.
       77 TOTAL-EXCECOES   PIC 9(09)V99 VALUE ZEROS.
       77 CT-RECIBOS       PIC 9(05)    VALUE ZEROS.
       77 CT-EXCECOES      PIC 9(05)    VALUE ZEROS.
       77 CT-LIN-EXC       PIC 9(02)    VALUE 45.
       77 CT-PAG-EXC       PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 CPF-AUX.
          02 CDGT1           PIC 9(01).
          02 CDGT2           PIC 9(01).
          02 CDGT3           PIC 9(01).
          02 CDGT4           PIC 9(01).
          02 CDGT5           PIC 9(01).
          02 CDGT6           PIC 9(01).
          02 CDGT7           PIC 9(01).
          02 CDGT8           PIC 9(01).
          02 CDGT9           PIC 9(01).
          02 CDGT10          PIC 9(01).
          02 CDGT11          PIC 9(01).
       01 CPF-AUX-R          REDEFINES CPF-AUX.
          02 CPF-P1          PIC 9(03).
          02 CPF-P2          PIC 9(03).
          02 CPF-P3          PIC 9(03).
          02 CPF-DV          PIC 9(02).

       01 TAB-PACIENTES.
          02 PAC-OCR  OCCURS 300 TIMES INDEXED BY IDX-PAC.
             03 TPAC-COD      PIC 9(03).
             03 TPAC-NOME     PIC X(20).
             03 TPAC-CPF      PIC 9(11).

       01 TAB-MEDICOS.
          02 MED-OCR  OCCURS 100 TIMES INDEXED BY IDX-MED.
             03 TMED-COD      PIC 9(03).
             03 TMED-NOME     PIC X(30).
             03 TMED-CRM      PIC 9(06).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 REC-01.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "CLINICA MEDICA CENTRAL        ".
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "CNPJ: ".
          02 FILLER          PIC X(18) VALUE
             "98.765.432/0001-10".
          02 FILLER          PIC X(04) VALUE SPACES.

       01 REC-02.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(39) VALUE
             "RECIBO DE DESPESAS MEDICAS - ANO-BASE  ".
          02 ANO-REC         PIC 9(04).
          02 FILLER          PIC X(21) VALUE SPACES.

       01 REC-03.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "RECEBEMOS DE ".
          02 NOME-REC        PIC X(20).
          02 FILLER          PIC X(07) VALUE ", CPF: ".
          02 CPF-P1-REC      PIC 9(03).
          02 FILLER          PIC X(01) VALUE ".".
          02 CPF-P2-REC      PIC 9(03).
          02 FILLER          PIC X(01) VALUE ".".
          02 CPF-P3-REC      PIC 9(03).
          02 FILLER          PIC X(01) VALUE "-".
          02 CPF-DV-REC      PIC 9(02).
          02 FILLER          PIC X(01) VALUE ",".
          02 FILLER          PIC X(23) VALUE SPACES.

       01 REC-04.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "AS IMPORTANCIAS ABAIXO, REFERENTES A CON".
          02 FILLER          PIC X(36) VALUE
             "SULTAS MEDICAS PARTICULARES PAGAS   ".
          02 FILLER          PIC X(02) VALUE SPACES.

       01 REC-05.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "NO ANO-BASE, DISCRIMINADAS POR MEDICO RE".
          02 FILLER          PIC X(36) VALUE
             "SPONSAVEL PELO ATENDIMENTO:         ".
          02 FILLER          PIC X(02) VALUE SPACES.

       01 REC-06.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "MEDICO".
          02 FILLER          PIC X(29) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "CRM".
          02 FILLER          PIC X(17) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(14) VALUE SPACES.

       01 REC-MED.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 NOME-MED-REC    PIC X(30).
          02 FILLER          PIC X(05) VALUE SPACES.
          02 CRM-MED-REC     PIC 9(06).
          02 FILLER          PIC X(07) VALUE SPACES.
          02 VALOR-MED-REC   PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(13) VALUE SPACES.

       01 REC-TOTAL.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "TOTAL PAGO NO ANO-BASE        ".
          02 FILLER          PIC X(18) VALUE SPACES.
          02 TOTAL-REC       PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(13) VALUE SPACES.

       01 REC-07.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "PARA CLAREZA, FIRMAMOS O PRESENTE RECIBO".
          02 FILLER          PIC X(12) VALUE ". EMITIDO EM".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DIA-REC         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MES-REC         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-EMI-REC     PIC 9(04).
          02 FILLER          PIC X(01) VALUE ".".
          02 FILLER          PIC X(14) VALUE SPACES.

       01 REC-08.
          02 FILLER          PIC X(40) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "______________________________".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 REC-09.
          02 FILLER          PIC X(40) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "    CLINICA MEDICA CENTRAL    ".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 CAB-EXC-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(34) VALUE
             "RECIBOS NAO EMITIDOS - ANO-BASE   ".
          02 ANO-CAB-EXC     PIC 9(04).
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG-EXC     PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-EXC-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "PACIENTE".
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "CPF".
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "MOTIVO".
          02 FILLER          PIC X(22) VALUE SPACES.

       01 DET-EXC.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PAC-EXC         PIC 9(03).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-EXC        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CPF-EXC         PIC 9(11).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VALOR-EXC       PIC ZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MOTIVO-EXC      PIC X(25).
          02 FILLER          PIC X(05) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "RECIBOS EMITIDOS:             ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 VAL-REC-SAI     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(26) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "PACIENTES SEM RECIBO:         ".
          02 TOT-EXC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 VAL-EXC-SAI     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(26) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "CONSULTAS LIDAS:              ".
          02 TOT-LID-SAI     PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       PROCEDURE  DIVISION.

       EM06-EX21.

       ACCEPT WS-HORA-INICIO FROM TIME.
       PERFORM LE-DATA-MOVIMENTO.
       PERFORM LE-PARAMETRO.
       PERFORM CARREGA-PACIENTES.
       PERFORM CARREGA-MEDICOS.
       SORT    TRAB
          ASCENDING  KEY  PAC-TRAB
          ASCENDING  KEY  MED-TRAB
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
             MOVE DATA-MOVIMENTO TO WS-DATA-HOJE-N
          ELSE
             ACCEPT WS-DATA-HOJE-N FROM DATE YYYYMMDD.
          MOVE WS-DATA-HOJE-N TO WS-DATA-HOJE.

      *    SEM ANO INFORMADO, EMITE O ANO ANTERIOR AO MOVIMENTO.
       LE-PARAMETRO SECTION.
          OPEN INPUT PARMIR.
          READ PARMIR
             AT END
             MOVE ZEROS TO ANO-PARM.
          CLOSE PARMIR.
          IF ANO-PARM GREATER THAN ZEROS
             MOVE ANO-PARM TO ANO-BASE
          ELSE
             SUBTRACT 1 FROM WS-ANO-HOJE GIVING ANO-BASE.
          MOVE ANO-BASE TO ANO-REC
                           ANO-CAB-EXC.
          MOVE WS-DIA-HOJE TO DIA-REC.
          MOVE WS-MES-HOJE TO MES-REC.
          MOVE WS-ANO-HOJE TO ANO-EMI-REC.

       CARREGA-PACIENTES SECTION.
          OPEN INPUT CADPAC.
          PERFORM LE-1-PACIENTE
             UNTIL FIM-PAC EQUAL "SIM".
          CLOSE CADPAC.

       LE-1-PACIENTE SECTION.
          READ CADPAC
             AT END
             MOVE "SIM" TO FIM-PAC.
          IF FIM-PAC EQUAL "NAO"
          AND QTD-PACIENTES LESS THAN 300
             ADD 1 TO QTD-PACIENTES
             SET IDX-PAC TO QTD-PACIENTES
             MOVE COD-PAC  TO TPAC-COD (IDX-PAC)
             MOVE NOME-PAC TO TPAC-NOME (IDX-PAC)
             MOVE CPF-PAC  TO TPAC-CPF (IDX-PAC).

       CARREGA-MEDICOS SECTION.
          OPEN INPUT CADMED.
          PERFORM LE-1-MEDICO
             UNTIL FIM-MED EQUAL "SIM".
          CLOSE CADMED.

       LE-1-MEDICO SECTION.
          READ CADMED
             AT END
             MOVE "SIM" TO FIM-MED.
          IF FIM-MED EQUAL "NAO"
          AND QTD-MEDICOS LESS THAN 100
             ADD 1 TO QTD-MEDICOS
             SET IDX-MED TO QTD-MEDICOS
             MOVE COD-MED  TO TMED-COD (IDX-MED)
             MOVE NOME-MED TO TMED-NOME (IDX-MED)
             MOVE CRM-MED  TO TMED-CRM (IDX-MED).

       BUSCA-PACIENTE SECTION.
          MOVE "NAO" TO ACHOU-PAC.
          SET IDX-PAC TO 1.
          PERFORM BUSCA-1-PACIENTE
             UNTIL IDX-PAC GREATER THAN QTD-PACIENTES
                OR ACHOU-PAC EQUAL "SIM".

       BUSCA-1-PACIENTE SECTION.
          IF TPAC-COD (IDX-PAC) EQUAL PAC-CONTROL
             MOVE "SIM" TO ACHOU-PAC
          ELSE
             SET IDX-PAC UP BY 1.

       BUSCA-MEDICO SECTION.
          MOVE "NAO" TO ACHOU-MED.
          SET IDX-MED TO 1.
          PERFORM BUSCA-1-MEDICO
             UNTIL IDX-MED GREATER THAN QTD-MEDICOS
                OR ACHOU-MED EQUAL "SIM".

       BUSCA-1-MEDICO SECTION.
          IF TMED-COD (IDX-MED) EQUAL MED-BUSCA
             MOVE "SIM" TO ACHOU-MED
          ELSE
             SET IDX-MED UP BY 1.

      *    CONSULTAS PARTICULARES PAGAS NO ANO-BASE, DA BASE ATUAL E
      *    DO ARQUIVO MORTO.
       ROT-ENTRADA SECTION.
          OPEN INPUT ATUCONS.
          PERFORM LEITURA-ATU.
          PERFORM PRINCIPAL-ATU
                  UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ATUCONS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT ARQCONS.
          PERFORM LEITURA-ARQ.
          PERFORM PRINCIPAL-ARQ
                  UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ARQCONS.

       LEITURA-ATU SECTION.
          READ ATUCONS
          AT END
          MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-ATU SECTION.
          ADD 1 TO CT-LIDOS.
          IF PAGO-ATU EQUAL "S"
          AND CONV-ATU EQUAL ZEROS
          AND AAAA-ATU EQUAL ANO-BASE
             MOVE COD-ATU  TO PAC-TRAB
             MOVE MED-ATU  TO MED-TRAB
             MOVE PREC-ATU TO VALOR-TRAB
             RELEASE REG-TRAB.
          PERFORM LEITURA-ATU.

       LEITURA-ARQ SECTION.
          READ ARQCONS
          AT END
          MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-ARQ SECTION.
          ADD 1 TO CT-LIDOS.
          IF CONV-ARQ EQUAL ZEROS
          AND AAAA-ARQ EQUAL ANO-BASE
             MOVE COD-ARQ  TO PAC-TRAB
             MOVE MED-ARQ  TO MED-TRAB
             MOVE PREC-ARQ TO VALOR-TRAB
             RELEASE REG-TRAB.
          PERFORM LEITURA-ARQ.

       ROT-SAIDA SECTION.
          PERFORM  INICIO-SAIDA.
          PERFORM  PRINCIPAL-SAIDA
                   UNTIL FIM-SORT EQUAL "SIM".
          PERFORM  FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT RELRECIR
                      RELEXCIR.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-SORT.

       PRINCIPAL-SAIDA SECTION.
          IF TEM-PACIENTE EQUAL "NAO"
          OR PAC-TRAB NOT EQUAL PAC-CONTROL
             PERFORM QUEBRA-PACIENTE
          ELSE IF MED-TRAB NOT EQUAL MED-CONTROL
             PERFORM FECHA-MEDICO
             MOVE MED-TRAB TO MED-CONTROL.
          ADD VALOR-TRAB TO TOTAL-MED
                            TOTAL-PAC.
          PERFORM LEITURA-SAIDA.

       QUEBRA-PACIENTE SECTION.
          IF TEM-PACIENTE EQUAL "SIM"
             PERFORM FECHA-PACIENTE.
          MOVE "SIM"    TO TEM-PACIENTE.
          MOVE PAC-TRAB TO PAC-CONTROL.
          MOVE MED-TRAB TO MED-CONTROL.
          MOVE ZEROS    TO TOTAL-PAC
                           TOTAL-MED.
          PERFORM BUSCA-PACIENTE.
          MOVE "NAO" TO CPF-OK.
          IF ACHOU-PAC EQUAL "SIM"
          AND TPAC-CPF (IDX-PAC) GREATER THAN ZEROS
             PERFORM VERIFICA-CPF.
          IF CPF-OK EQUAL "SIM"
             PERFORM IMPRIME-CAB-RECIBO.

      *    O TOTAL DO MEDICO SO E IMPRESSO NO RECIBO DE PACIENTE COM
      *    CPF VALIDO; NOS DEMAIS CASOS SO ENTRA NO TOTAL DO PACIENTE.
       FECHA-MEDICO SECTION.
          IF CPF-OK EQUAL "SIM"
             MOVE MED-CONTROL TO MED-BUSCA
             PERFORM BUSCA-MEDICO
             IF ACHOU-MED EQUAL "SIM"
                MOVE TMED-NOME (IDX-MED) TO NOME-MED-REC
                MOVE TMED-CRM (IDX-MED)  TO CRM-MED-REC
             ELSE
                MOVE "MEDICO NAO CADASTRADO" TO NOME-MED-REC
                MOVE ZEROS                   TO CRM-MED-REC
             END-IF
             MOVE TOTAL-MED TO VALOR-MED-REC
             WRITE REG-ATR FROM REC-MED
                AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO TOTAL-MED.

       FECHA-PACIENTE SECTION.
          PERFORM FECHA-MEDICO.
          IF CPF-OK EQUAL "SIM"
             PERFORM IMPRIME-ROD-RECIBO
          ELSE
             PERFORM IMPRIME-EXCECAO.

       IMPRIME-CAB-RECIBO SECTION.
          MOVE SPACES TO REG-ATR.
          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM REC-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM REC-02
             AFTER ADVANCING 3 LINES.
          MOVE TPAC-NOME (IDX-PAC) TO NOME-REC.
          MOVE CPF-P1              TO CPF-P1-REC.
          MOVE CPF-P2              TO CPF-P2-REC.
          MOVE CPF-P3              TO CPF-P3-REC.
          MOVE CPF-DV              TO CPF-DV-REC.
          WRITE REG-ATR FROM REC-03
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM REC-04
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM REC-05
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM REC-06
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

       IMPRIME-ROD-RECIBO SECTION.
          MOVE TOTAL-PAC TO TOTAL-REC.
          WRITE REG-ATR FROM REC-TOTAL
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM REC-07
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM REC-08
             AFTER ADVANCING 4 LINES.
          WRITE REG-ATR FROM REC-09
             AFTER ADVANCING 1 LINE.
          ADD 1         TO CT-RECIBOS
                           CT-GRAVADOS.
          ADD TOTAL-PAC TO TOTAL-RECIBOS.

       IMPRIME-EXCECAO SECTION.
          IF CT-LIN-EXC GREATER THAN 39
             PERFORM IMPRIME-CAB-EXC.
          MOVE PAC-CONTROL TO PAC-EXC.
          MOVE TOTAL-PAC   TO VALOR-EXC.
          IF ACHOU-PAC EQUAL "NAO"
             MOVE SPACES TO NOME-EXC
             MOVE ZEROS  TO CPF-EXC
             MOVE "PACIENTE NAO CADASTRADO" TO MOTIVO-EXC
          ELSE IF TPAC-CPF (IDX-PAC) EQUAL ZEROS
             MOVE TPAC-NOME (IDX-PAC) TO NOME-EXC
             MOVE ZEROS               TO CPF-EXC
             MOVE "CPF NAO INFORMADO"  TO MOTIVO-EXC
          ELSE
             MOVE TPAC-NOME (IDX-PAC) TO NOME-EXC
             MOVE TPAC-CPF (IDX-PAC)  TO CPF-EXC
             MOVE "CPF INVALIDO"       TO MOTIVO-EXC.
          WRITE REG-EXC FROM DET-EXC
             AFTER ADVANCING 1 LINE.
          ADD 1         TO CT-LIN-EXC
                           CT-EXCECOES.
          ADD TOTAL-PAC TO TOTAL-EXCECOES.

       IMPRIME-CAB-EXC SECTION.
          MOVE SPACES     TO REG-EXC.
          ADD  1          TO CT-PAG-EXC.
          MOVE CT-PAG-EXC TO VAR-PAG-EXC.

          WRITE REG-EXC
             AFTER ADVANCING PAGE.
          WRITE REG-EXC FROM CAB-EXC-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-EXC FROM CAB-EXC-02
             AFTER ADVANCING 3 LINES.
          WRITE REG-EXC FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN-EXC.

      *    MESMA CONFERENCIA DE DIGITOS DO CPF DO EM02/EX05.
       VERIFICA-CPF SECTION.
          MOVE TPAC-CPF (IDX-PAC) TO CPF-AUX.
          COMPUTE SOMA-CPF = (CDGT1 * 10) + (CDGT2 * 9) +
          (CDGT3 * 8) + (CDGT4 * 7) + (CDGT5 * 6) + (CDGT6 * 5) +
          (CDGT7 * 4) + (CDGT8 * 3) + (CDGT9 * 2).

          DIVIDE SOMA-CPF BY 11 GIVING QUOC-CPF REMAINDER RESTO-CPF.

          IF RESTO-CPF LESS THAN 2
             MOVE 0 TO ACDGT10
          ELSE
             SUBTRACT RESTO-CPF FROM 11 GIVING ACDGT10.

          COMPUTE SOMA-CPF = (CDGT1 * 11) + (CDGT2 * 10) +
          (CDGT3 * 9) + (CDGT4 * 8) + (CDGT5 * 7) + (CDGT6 * 6) +
          (CDGT7 * 5) + (CDGT8 * 4) + (CDGT9 * 3) + (ACDGT10 * 2).

          DIVIDE SOMA-CPF BY 11 GIVING QUOC-CPF REMAINDER RESTO-CPF.

          IF RESTO-CPF LESS THAN 2
             MOVE 0 TO ACDGT11
          ELSE
             SUBTRACT RESTO-CPF FROM 11 GIVING ACDGT11.

          IF (ACDGT10 NOT EQUAL TO CDGT10) OR
             (ACDGT11 NOT EQUAL TO CDGT11)
             MOVE "NAO" TO CPF-OK
          ELSE
             MOVE "SIM" TO CPF-OK.

       FIM-SAIDA SECTION.
          IF TEM-PACIENTE EQUAL "SIM"
             PERFORM FECHA-PACIENTE.
          IF CT-LIN-EXC GREATER THAN 35
             PERFORM IMPRIME-CAB-EXC.
          MOVE CT-RECIBOS     TO TOT-REC-SAI.
          MOVE TOTAL-RECIBOS  TO VAL-REC-SAI.
          MOVE CT-EXCECOES    TO TOT-EXC-SAI.
          MOVE TOTAL-EXCECOES TO VAL-EXC-SAI.
          MOVE CT-LIDOS       TO TOT-LID-SAI.
          WRITE REG-EXC FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-EXC FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-EXC FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-EXC FROM ROD-03
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELRECIR
                RELEXCIR.

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          MOVE "EM06EX21"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE-N TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-EXCECOES    TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
