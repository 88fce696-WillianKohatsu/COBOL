       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX20.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        EMISSAO DE CARTEIRINHAS DE SOCIO. CASA
      *                CADSOC1, O CADASTRO DE DEPENDENTES DEPSOC.DAT
      *                (EM05/EX19) E O REGISTRO DE CARTEIRINHAS
      *                CARTOES.DAT PELO MENOR NUM-ENT, GERANDO
      *                CARTOESN.DAT. SOCIO EM DIA OU EM ATRASO
      *                (COD-ENT 1/2) TEM CARTEIRINHA PARA O TITULAR
      *                (SEQUENCIA 00) E PARA CADA DEPENDENTE NO
      *                EXTRATO DA GRAFICA EXTCART.DAT QUANDO NAO TEM
      *                CARTAO, O CARTAO FOI REVOGADO, O NOME MUDOU OU
      *                A VALIDADE VENCE NO PROXIMO MES. A VALIDADE E
      *                O FIM DO MES APOS OS MESES DE PARMCART.DAT
      *                (PADRAO 12). SOCIO SUSPENSO OU CANCELADO
      *                (COD-ENT 3/4), SOCIO FORA DO CADASTRO E
      *                DEPENDENTE EXCLUIDO FICAM BLOQUEADOS: SEUS
      *                CARTOES ATIVOS SAO REVOGADOS E VAO PARA A
      *                LISTA DA PORTARIA REVCART.DAT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL-PC.
       OBJECT-COMPUTER. DELL-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL DEPSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL CARTOES ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CARTOESN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT EXTCART ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT REVCART ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARMCART ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RELCART ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-SOC1.
          02 COD-ENT            PIC 9(02).
          02 NUM-ENT            PIC 9(06).
          02 NOME-ENT           PIC X(30).
          02 VALOR-ENT          PIC 9(09)V9(02).
          02 DATA-VENC-ENT.
             03 DD-VENC         PIC 99.
             03 MM-VENC         PIC 99.
             03 AAAA-VENC       PIC 9(04).

       FD DEPSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEPSOC.DAT".

       01 REG-DEP.
          02 NUM-DEP            PIC 9(06).
          02 SEQ-DEP            PIC 9(02).
          02 NOME-DEP           PIC X(30).
          02 DATA-NASC-DEP      PIC 9(08).
          02 PARENT-DEP         PIC X(01).

       FD CARTOES
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARTOES.DAT".

       01 REG-CAR.
          02 NUM-CAR            PIC 9(06).
          02 SEQ-CAR            PIC 9(02).
          02 VIA-CAR            PIC 9(02).
          02 NOME-CAR           PIC X(30).
          02 DATA-EMIS-CAR      PIC 9(08).
          02 VALIDADE-CAR       PIC 9(08).
          02 SIT-CAR            PIC X(01).

       FD CARTOESN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARTOESN.DAT".

       01 REG-CARN.
          02 NUM-CARN           PIC 9(06).
          02 SEQ-CARN           PIC 9(02).
          02 VIA-CARN           PIC 9(02).
          02 NOME-CARN          PIC X(30).
          02 DATA-EMIS-CARN     PIC 9(08).
          02 VALIDADE-CARN      PIC 9(08).
          02 SIT-CARN           PIC X(01).

       FD EXTCART
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EXTCART.DAT".

       01 REG-EXT.
          02 NUM-EXT            PIC 9(06).
          02 SEQ-EXT            PIC 9(02).
          02 VIA-EXT            PIC 9(02).
          02 NOME-EXT           PIC X(30).
          02 TITULAR-EXT        PIC X(30).
          02 PARENT-EXT         PIC X(01).
          02 VALIDADE-EXT       PIC 9(08).

       FD REVCART
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "REVCART.DAT".

       01 REG-REV.
          02 NUM-REV            PIC 9(06).
          02 SEQ-REV            PIC 9(02).
          02 VIA-REV            PIC 9(02).
          02 NOME-REV           PIC X(30).
          02 DATA-REV           PIC 9(08).
          02 MOTIVO-REV         PIC X(01).

       FD PARMCART
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMCART.DAT".

       01 REG-PARMCART.
          02 MESES-VAL-PCR      PIC 9(02).

       FD RELCART
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
       77 WS-HORA-INICIO    PIC 9(08)    VALUE ZEROS.
       77 CH-SOC           PIC X(06)    VALUE SPACES.
       77 CH-DEP           PIC X(06)    VALUE SPACES.
       77 CH-CAR           PIC X(06)    VALUE SPACES.
       77 CH-MENOR         PIC X(06)    VALUE SPACES.
       77 CT-LIN           PIC 9(002)   VALUE 45.
       77 CT-PAG           PIC 9(002)   VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 MESES-VALIDADE   PIC 9(02)    VALUE ZEROS.
       77 DATA-VALIDADE    PIC 9(08)    VALUE ZEROS.
       77 DATA-LIMITE      PIC 9(08)    VALUE ZEROS.
       77 MESES-SOMA       PIC 9(04)    VALUE ZEROS.
       77 TEM-SOCIO        PIC X(03)    VALUE "NAO".
       77 ACHOU-CARTAO     PIC X(03)    VALUE "NAO".
       77 ACHOU-DEP        PIC X(03)    VALUE "NAO".
       77 QTD-DEP          PIC 9(03)    VALUE ZEROS.
       77 QTD-CAR          PIC 9(03)    VALUE ZEROS.
       77 ALVO-SEQ         PIC 9(02)    VALUE ZEROS.
       77 ALVO-NOME        PIC X(30)    VALUE SPACES.
       77 ALVO-PARENT      PIC X(01)    VALUE SPACES.
       77 MOTIVO-BLOQ      PIC X(01)    VALUE SPACES.
       77 TOTAL-NOVOS      PIC 9(05)    VALUE ZEROS.
       77 TOTAL-RENOVADOS  PIC 9(05)    VALUE ZEROS.
       77 TOTAL-VIGENTES   PIC 9(05)    VALUE ZEROS.
       77 TOTAL-REVOGADOS  PIC 9(05)    VALUE ZEROS.
       77 TOTAL-BLOQUEADOS PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-CALC.
          02 WS-ANO-CALC   PIC 9(04).
          02 WS-MES-CALC   PIC 99.
          02 WS-DIA-CALC   PIC 99.

       01 WS-DATA-CALC-N REDEFINES WS-DATA-CALC PIC 9(08).

       01 TAB-ULT-DIA.
          02 FILLER        PIC X(24) VALUE "312831303130313130313031".

       01 TAB-ULT-DIA-R REDEFINES TAB-ULT-DIA.
          02 ULT-DIA-MES   PIC 9(02) OCCURS 12 TIMES.

       01 DFC-PARM.
          02 DFC-DATA         PIC 9(08).
          02 DFC-FECHADO      PIC X(01).
          02 DFC-LIBERADO     PIC X(01).

       01 TAB-DEP.
          02 DEP-OCR  OCCURS 99 TIMES INDEXED BY IDX-DEP.
             03 TD-SEQ         PIC 9(02).
             03 TD-NOME        PIC X(30).
             03 TD-PARENT      PIC X(01).

       01 TAB-CAR.
          02 CAR-OCR  OCCURS 100 TIMES INDEXED BY IDX-CAR.
             03 TC-SEQ         PIC 9(02).
             03 TC-VIA         PIC 9(02).
             03 TC-NOME        PIC X(30).
             03 TC-DATA-EMIS   PIC 9(08).
             03 TC-VALIDADE    PIC 9(08).
             03 TC-SIT         PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(34) VALUE
             "EMISSAO E BLOQUEIO DE CARTEIRINHAS".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(11) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "SOCIO ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "SEQ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "VIA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(26) VALUE "NOME".
          02 FILLER          PIC X(10) VALUE "VALIDADE  ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(22) VALUE "OCORRENCIA".

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NUM-REL         PIC 9(06).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 SEQ-REL         PIC 9(02).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VIA-REL         PIC 9(02).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(25).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VALIDADE-REL    PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 OCORRENCIA-REL  PIC X(22).

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "CARTEIRINHAS NOVAS:           ".
          02 TOT-NOV-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "CARTEIRINHAS RENOVADAS:       ".
          02 TOT-REN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "CARTEIRINHAS VIGENTES:        ".
          02 TOT-VIG-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "CARTEIRINHAS REVOGADAS:       ".
          02 TOT-REV-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "PESSOAS BLOQUEADAS (COD 3/4): ".
          02 TOT-BLQ-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM05-EX20.

       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL
           CH-SOC EQUAL CH-DEP AND
           CH-DEP EQUAL CH-CAR AND
           CH-CAR EQUAL HIGH-VALUES.
       PERFORM FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM VERIFICA-DIA-FECHADO.
          PERFORM LE-PARAMETRO.
          PERFORM CALCULA-VALIDADE.
          OPEN INPUT  CADSOC1
                      DEPSOC
                      CARTOES
               OUTPUT CARTOESN
                      EXTCART
                      REVCART
                      RELCART.
          PERFORM LER-SOC.
          PERFORM LER-DEP.
          PERFORM LER-CAR.

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
          COMPUTE DATA-CAB =
             WS-DIA-HOJE * 1000000
             + WS-MES-HOJE * 10000
             + WS-ANO-HOJE.

       VERIFICA-DIA-FECHADO.
          MOVE WS-DATA-HOJE TO DFC-DATA.
          CALL "DIAFECH" USING DFC-PARM.
          IF DFC-FECHADO EQUAL "S"
          AND DFC-LIBERADO NOT EQUAL "S"
             DISPLAY "EM05/EX20: DATA DE MOVIMENTO JA FECHADA"
             DISPLAY "REPROCESSAMENTO EXIGE PERFIL F"
             MOVE 8 TO RETURN-CODE
             STOP RUN.

       LE-PARAMETRO.
          OPEN INPUT PARMCART.
          READ PARMCART
             AT END
             MOVE ZEROS TO REG-PARMCART.
          MOVE MESES-VAL-PCR TO MESES-VALIDADE.
          CLOSE PARMCART.
          IF MESES-VALIDADE EQUAL ZEROS
             MOVE 12 TO MESES-VALIDADE.

      *    VALIDADE: ULTIMO DIA DO MES APOS OS MESES DE VALIDADE.
      *    LIMITE DE RENOVACAO: MESMO DIA DO MES SEGUINTE.
       CALCULA-VALIDADE.
          COMPUTE MESES-SOMA = WS-MES-HOJE - 1 + MESES-VALIDADE.
          DIVIDE MESES-SOMA BY 12 GIVING WS-ANO-CALC
             REMAINDER WS-MES-CALC.
          ADD WS-ANO-HOJE TO WS-ANO-CALC.
          ADD 1 TO WS-MES-CALC.
          MOVE ULT-DIA-MES (WS-MES-CALC) TO WS-DIA-CALC.
          MOVE WS-DATA-CALC-N TO DATA-VALIDADE.
          MOVE WS-DATA-HOJE TO WS-DATA-CALC.
          IF WS-MES-CALC EQUAL 12
             MOVE 1 TO WS-MES-CALC
             ADD 1 TO WS-ANO-CALC
          ELSE
             ADD 1 TO WS-MES-CALC.
          MOVE WS-DATA-CALC-N TO DATA-LIMITE.

       LER-SOC.
          READ CADSOC1
             AT END
             MOVE HIGH-VALUES TO CH-SOC.

          IF CH-SOC EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE NUM-ENT TO CH-SOC.

       LER-DEP.
          READ DEPSOC
             AT END
             MOVE HIGH-VALUES TO CH-DEP.

          IF CH-DEP EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE NUM-DEP TO CH-DEP.

       LER-CAR.
          READ CARTOES
             AT END
             MOVE HIGH-VALUES TO CH-CAR.

          IF CH-CAR EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE NUM-CAR TO CH-CAR.

       PRINCIPAL.
          PERFORM ACHA-MENOR.
          MOVE "NAO" TO TEM-SOCIO.
          MOVE ZEROS TO QTD-DEP
                        QTD-CAR.
          IF CH-SOC EQUAL CH-MENOR
             MOVE "SIM" TO TEM-SOCIO.
          PERFORM JUNTA-DEPENDENTE
             UNTIL CH-DEP NOT EQUAL CH-MENOR.
          PERFORM JUNTA-CARTAO
             UNTIL CH-CAR NOT EQUAL CH-MENOR.
          PERFORM PROCESSA-GRUPO.
          IF TEM-SOCIO EQUAL "SIM"
             PERFORM LER-SOC.

       ACHA-MENOR.
          MOVE CH-SOC  TO  CH-MENOR.
          IF CH-DEP  LESS THAN  CH-MENOR
             MOVE CH-DEP  TO  CH-MENOR.
          IF CH-CAR  LESS THAN  CH-MENOR
             MOVE CH-CAR  TO  CH-MENOR.

       JUNTA-DEPENDENTE.
          IF QTD-DEP LESS THAN 99
             ADD 1 TO QTD-DEP
             SET IDX-DEP TO QTD-DEP
             MOVE SEQ-DEP    TO TD-SEQ (IDX-DEP)
             MOVE NOME-DEP   TO TD-NOME (IDX-DEP)
             MOVE PARENT-DEP TO TD-PARENT (IDX-DEP).
          PERFORM LER-DEP.

       JUNTA-CARTAO.
          IF QTD-CAR LESS THAN 100
             ADD 1 TO QTD-CAR
             SET IDX-CAR TO QTD-CAR
             MOVE SEQ-CAR       TO TC-SEQ (IDX-CAR)
             MOVE VIA-CAR       TO TC-VIA (IDX-CAR)
             MOVE NOME-CAR      TO TC-NOME (IDX-CAR)
             MOVE DATA-EMIS-CAR TO TC-DATA-EMIS (IDX-CAR)
             MOVE VALIDADE-CAR  TO TC-VALIDADE (IDX-CAR)
             MOVE SIT-CAR       TO TC-SIT (IDX-CAR).
          PERFORM LER-CAR.

       PROCESSA-GRUPO.
          IF TEM-SOCIO EQUAL "SIM"
          AND (COD-ENT EQUAL 1 OR 2)
             PERFORM LIBERA-GRUPO
          ELSE
             PERFORM BLOQUEIA-GRUPO.
          PERFORM GRAVA-1-CARTAO
             VARYING IDX-CAR FROM 1 BY 1
             UNTIL IDX-CAR GREATER THAN QTD-CAR.

       LIBERA-GRUPO.
          MOVE ZEROS    TO ALVO-SEQ.
          MOVE NOME-ENT TO ALVO-NOME.
          MOVE "T"      TO ALVO-PARENT.
          PERFORM CONFERE-CARTAO.
          PERFORM LIBERA-DEPENDENTE
             VARYING IDX-DEP FROM 1 BY 1
             UNTIL IDX-DEP GREATER THAN QTD-DEP.
          MOVE "D" TO MOTIVO-BLOQ.
          PERFORM REVOGA-EXCLUIDO
             VARYING IDX-CAR FROM 1 BY 1
             UNTIL IDX-CAR GREATER THAN QTD-CAR.

       LIBERA-DEPENDENTE.
          MOVE TD-SEQ (IDX-DEP)    TO ALVO-SEQ.
          MOVE TD-NOME (IDX-DEP)   TO ALVO-NOME.
          MOVE TD-PARENT (IDX-DEP) TO ALVO-PARENT.
          PERFORM CONFERE-CARTAO.

       CONFERE-CARTAO.
          MOVE "NAO" TO ACHOU-CARTAO.
          SET IDX-CAR TO 1.
          PERFORM LOCALIZA-1-CARTAO
             UNTIL IDX-CAR GREATER THAN QTD-CAR
                OR ACHOU-CARTAO EQUAL "SIM".
          IF ACHOU-CARTAO EQUAL "NAO"
             IF QTD-CAR LESS THAN 100
                ADD 1 TO QTD-CAR
                SET IDX-CAR TO QTD-CAR
                MOVE ALVO-SEQ TO TC-SEQ (IDX-CAR)
                MOVE ZEROS    TO TC-VIA (IDX-CAR)
                ADD 1 TO TOTAL-NOVOS
                MOVE "CARTEIRINHA NOVA" TO OCORRENCIA-REL
                PERFORM EMITE-CARTAO
             END-IF
          ELSE IF TC-SIT (IDX-CAR) EQUAL "R"
          OR TC-VALIDADE (IDX-CAR) LESS THAN DATA-LIMITE
          OR TC-NOME (IDX-CAR) NOT EQUAL ALVO-NOME
             ADD 1 TO TOTAL-RENOVADOS
             MOVE "CARTEIRINHA RENOVADA" TO OCORRENCIA-REL
             PERFORM EMITE-CARTAO
          ELSE
             ADD 1 TO TOTAL-VIGENTES.

       LOCALIZA-1-CARTAO.
          IF TC-SEQ (IDX-CAR) EQUAL ALVO-SEQ
             MOVE "SIM" TO ACHOU-CARTAO
          ELSE
             SET IDX-CAR UP BY 1.

       EMITE-CARTAO.
          ADD 1 TO TC-VIA (IDX-CAR).
          MOVE ALVO-NOME     TO TC-NOME (IDX-CAR).
          MOVE WS-DATA-HOJE  TO TC-DATA-EMIS (IDX-CAR).
          MOVE DATA-VALIDADE TO TC-VALIDADE (IDX-CAR).
          MOVE "A"           TO TC-SIT (IDX-CAR).
          MOVE CH-MENOR         TO NUM-EXT.
          MOVE ALVO-SEQ         TO SEQ-EXT.
          MOVE TC-VIA (IDX-CAR) TO VIA-EXT.
          MOVE ALVO-NOME        TO NOME-EXT.
          MOVE NOME-ENT         TO TITULAR-EXT.
          MOVE ALVO-PARENT      TO PARENT-EXT.
          MOVE DATA-VALIDADE    TO VALIDADE-EXT.
          WRITE REG-EXT.
          PERFORM IMPRIME-CARTAO.

       REVOGA-EXCLUIDO.
          IF TC-SIT (IDX-CAR) EQUAL "A"
          AND TC-SEQ (IDX-CAR) NOT EQUAL ZEROS
             PERFORM VERIFICA-DEPENDENTE
             IF ACHOU-DEP EQUAL "NAO"
                MOVE "REVOGADA-DEP.EXCLUIDO" TO OCORRENCIA-REL
                PERFORM REVOGA-CARTAO.

       VERIFICA-DEPENDENTE.
          MOVE "NAO" TO ACHOU-DEP.
          SET IDX-DEP TO 1.
          PERFORM LOCALIZA-1-DEP
             UNTIL IDX-DEP GREATER THAN QTD-DEP
                OR ACHOU-DEP EQUAL "SIM".

       LOCALIZA-1-DEP.
          IF TD-SEQ (IDX-DEP) EQUAL TC-SEQ (IDX-CAR)
             MOVE "SIM" TO ACHOU-DEP
          ELSE
             SET IDX-DEP UP BY 1.

       BLOQUEIA-GRUPO.
          IF TEM-SOCIO EQUAL "NAO"
             MOVE "X" TO MOTIVO-BLOQ
             MOVE "REVOGADA-FORA CADASTRO" TO OCORRENCIA-REL
          ELSE IF COD-ENT EQUAL 3
             MOVE "S" TO MOTIVO-BLOQ
             MOVE "REVOGADA-SUSPENSO" TO OCORRENCIA-REL
             COMPUTE TOTAL-BLOQUEADOS =
                TOTAL-BLOQUEADOS + QTD-DEP + 1
          ELSE
             MOVE "C" TO MOTIVO-BLOQ
             MOVE "REVOGADA-CANCELADO" TO OCORRENCIA-REL
             COMPUTE TOTAL-BLOQUEADOS =
                TOTAL-BLOQUEADOS + QTD-DEP + 1.
          PERFORM REVOGA-ATIVO
             VARYING IDX-CAR FROM 1 BY 1
             UNTIL IDX-CAR GREATER THAN QTD-CAR.

       REVOGA-ATIVO.
          IF TC-SIT (IDX-CAR) EQUAL "A"
             PERFORM REVOGA-CARTAO.

       REVOGA-CARTAO.
          MOVE "R" TO TC-SIT (IDX-CAR).
          MOVE CH-MENOR         TO NUM-REV.
          MOVE TC-SEQ (IDX-CAR) TO SEQ-REV.
          MOVE TC-VIA (IDX-CAR) TO VIA-REV.
          MOVE TC-NOME (IDX-CAR) TO NOME-REV.
          MOVE WS-DATA-HOJE     TO DATA-REV.
          MOVE MOTIVO-BLOQ      TO MOTIVO-REV.
          WRITE REG-REV.
          ADD 1 TO TOTAL-REVOGADOS.
          PERFORM IMPRIME-CARTAO.

       IMPRIME-CARTAO.
          MOVE CH-MENOR          TO NUM-REL.
          MOVE TC-SEQ (IDX-CAR)  TO SEQ-REL.
          MOVE TC-VIA (IDX-CAR)  TO VIA-REL.
          MOVE TC-NOME (IDX-CAR) TO NOME-REL.
          MOVE TC-VALIDADE (IDX-CAR) TO WS-DATA-CALC-N.
          COMPUTE VALIDADE-REL =
             WS-DIA-CALC * 1000000
             + WS-MES-CALC * 10000
             + WS-ANO-CALC.
          PERFORM IMPRIME-D0.

       GRAVA-1-CARTAO.
          MOVE CH-MENOR              TO NUM-CARN.
          MOVE TC-SEQ (IDX-CAR)      TO SEQ-CARN.
          MOVE TC-VIA (IDX-CAR)      TO VIA-CARN.
          MOVE TC-NOME (IDX-CAR)     TO NOME-CARN.
          MOVE TC-DATA-EMIS (IDX-CAR) TO DATA-EMIS-CARN.
          MOVE TC-VALIDADE (IDX-CAR) TO VALIDADE-CARN.
          MOVE TC-SIT (IDX-CAR)      TO SIT-CARN.
          WRITE REG-CARN.
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

       FIM.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADSOC1
                DEPSOC
                CARTOES
                CARTOESN
                EXTCART
                REVCART
                RELCART.

       IMPRIME-TOTAIS.
          MOVE TOTAL-NOVOS      TO TOT-NOV-SAI.
          MOVE TOTAL-RENOVADOS  TO TOT-REN-SAI.
          MOVE TOTAL-VIGENTES   TO TOT-VIG-SAI.
          MOVE TOTAL-REVOGADOS  TO TOT-REV-SAI.
          MOVE TOTAL-BLOQUEADOS TO TOT-BLQ-SAI.
          IF CT-LIN GREATER THAN 34
             PERFORM IMPRIME-CAB.
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

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM05EX20"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          COMPUTE RL-GRAVADOS = TOTAL-NOVOS + TOTAL-RENOVADOS.
          MOVE TOTAL-REVOGADOS TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
