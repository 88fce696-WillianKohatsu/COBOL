       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX17.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        ACOMPANHAMENTO SEMANAL DOS RECURSOS DE GLOSA.
      *                LE RECURSOS.DAT (EM06/EX16), EM ORDEM DE
      *                CONVENIO, E LISTA POR CONVENIO OS RECURSOS EM
      *                ABERTO, DESTACANDO COM "PRAZO VENCIDO" OS QUE
      *                JA PASSARAM DO PRAZO DE RESPOSTA DO CONVENIO
      *                NA DATA DO MOVIMENTO. NO RODAPE DE CADA
      *                CONVENIO IMPRIME O VALOR EM ABERTO E A TAXA DE
      *                RECUPERACAO DOS RECURSOS JA RESPONDIDOS (VALOR
      *                RECUPERADO / VALOR CONTESTADO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL RECURSOS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADCONV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELRECUR  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RECURSOS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RECURSOS.DAT".

       01 REG-REC.
          02 CONV-REC           PIC 9(03).
          02 COD-REC            PIC 9(03).
          02 DATA-REC           PIC 9(08).
          02 VALOR-REC          PIC 9(05)V99.
          02 MOTIVO-REC         PIC 9(02).
          02 JUSTIF-REC         PIC 9(02).
          02 DATA-ABERT-REC     PIC 9(08).
          02 PRAZO-REC          PIC 9(08).
          02 PRAZO-REC-R        REDEFINES PRAZO-REC.
             03 DD-PRAZO-REC    PIC 99.
             03 MM-PRAZO-REC    PIC 99.
             03 AAAA-PRAZO-REC  PIC 9(04).
          02 SIT-REC            PIC X(01).
          02 VALOR-RECUP-REC    PIC 9(05)V99.
          02 DATA-RESP-REC      PIC 9(08).

       FD CADCONV
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CADCONV.DAT".

       01 REG-CONV.
          02 COD-CONV           PIC 9(03).
          02 NOME-CONV          PIC X(30).
          02 CNPJ-CONV          PIC 9(14).
          02 DIA-CORTE-CONV     PIC 9(02).
          02 PRAZO-CONV         PIC 9(03).
          02 EXIGE-AUT-CONV     PIC X(01).
          02 SIT-CONV           PIC X(01).

       FD RELRECUR
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
       77 WS-DIAS-ATU      PIC 9(08)    VALUE ZEROS.
       77 FIM-REC          PIC X(03)    VALUE "NAO".
       77 FIM-CONV         PIC X(03)    VALUE "NAO".
       77 ACHOU-CONV       PIC X(03)    VALUE "NAO".
       77 QTD-CONVENIOS    PIC 9(03)    VALUE ZEROS.
       77 CONV-CONTROL     PIC 9(03)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-LISTADOS      PIC 9(07)    VALUE ZEROS.
       77 CV-ABERTOS       PIC 9(05)    VALUE ZEROS.
       77 CV-VENCIDOS      PIC 9(05)    VALUE ZEROS.
       77 CV-VALOR-ABERTO  PIC 9(09)V99 VALUE ZEROS.
       77 CV-VALOR-CONTEST PIC 9(09)V99 VALUE ZEROS.
       77 CV-VALOR-RECUP   PIC 9(09)V99 VALUE ZEROS.
       77 TT-ABERTOS       PIC 9(05)    VALUE ZEROS.
       77 TT-VENCIDOS      PIC 9(05)    VALUE ZEROS.
       77 TT-VALOR-ABERTO  PIC 9(09)V99 VALUE ZEROS.
       77 TT-VALOR-CONTEST PIC 9(09)V99 VALUE ZEROS.
       77 TT-VALOR-RECUP   PIC 9(09)V99 VALUE ZEROS.
       77 TAXA-RECUP       PIC 9(03)V99 VALUE ZEROS.

       01 TAB-CONVENIOS.
          02 CNV-OCR  OCCURS 200 TIMES INDEXED BY IDX-CNV.
             03 TCNV-COD      PIC 9(03).
             03 TCNV-NOME     PIC X(30).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(35) VALUE
             "RECURSOS DE GLOSA EM ABERTO - SEMAN".
          02 FILLER          PIC X(03) VALUE "AL ".
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "PACIENTE".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "CONSULTA  ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "     VALOR".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "JUSTIF".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "PRAZO     ".
          02 FILLER          PIC X(26) VALUE SPACES.

       01 CAB-CONV.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "CONVENIO: ".
          02 CONV-CAB        PIC 9(03).
          02 FILLER          PIC X(03) VALUE " - ".
          02 NOME-CAB        PIC X(30).
          02 FILLER          PIC X(32) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 COD-REL         PIC 9(03).
          02 FILLER          PIC X(05) VALUE SPACES.
          02 DATA-REL        PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VALOR-REL       PIC ZZ.ZZ9,99.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 JUSTIF-REL      PIC 99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 PRAZO-REL       PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 AVISO-REL       PIC X(13) VALUE SPACES.
          02 FILLER          PIC X(12) VALUE SPACES.

       01 ROD-CONV-01.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "EM ABERTO / PRAZO VENCIDO:    ".
          02 ABE-CONV-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 VEN-CONV-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VAL-CONV-SAI    PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(18) VALUE SPACES.

       01 ROD-CONV-02.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "CONTESTADO / RECUPERADO:      ".
          02 CTS-CONV-SAI    PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(03) VALUE " / ".
          02 REC-CONV-SAI    PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(19) VALUE SPACES.

       01 ROD-CONV-03.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "TAXA DE RECUPERACAO (%):      ".
          02 TAXA-CONV-SAI   PIC ZZ9,99.
          02 FILLER          PIC X(40) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "TOTAL EM ABERTO / VENCIDOS:   ".
          02 TOT-ABE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-VEN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 TOT-VAL-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(22) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "TOTAL CONTESTADO / RECUPERADO:".
          02 TOT-CTS-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-REC-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(23) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "TAXA DE RECUPERACAO GERAL (%):".
          02 TOT-TAXA-SAI    PIC ZZ9,99.
          02 FILLER          PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       EM06-EX17.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-REC EQUAL "SIM".
          PERFORM FIM.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO WS-DIAS-ATU.
          PERFORM CARREGA-CONVENIOS.
          OPEN INPUT RECURSOS
             OUTPUT RELRECUR.
          PERFORM LER-REC.
          IF FIM-REC EQUAL "NAO"
             PERFORM QUEBRA-CONVENIO.

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

       CARREGA-CONVENIOS.
          OPEN INPUT CADCONV.
          PERFORM LE-1-CONVENIO
             UNTIL FIM-CONV EQUAL "SIM".
          CLOSE CADCONV.

       LE-1-CONVENIO.
          READ CADCONV
             AT END
             MOVE "SIM" TO FIM-CONV.
          IF FIM-CONV EQUAL "NAO"
          AND QTD-CONVENIOS LESS THAN 200
             ADD 1 TO QTD-CONVENIOS
             SET IDX-CNV TO QTD-CONVENIOS
             MOVE COD-CONV  TO TCNV-COD (IDX-CNV)
             MOVE NOME-CONV TO TCNV-NOME (IDX-CNV).

       BUSCA-CONVENIO.
          MOVE "NAO" TO ACHOU-CONV.
          SET IDX-CNV TO 1.
          PERFORM BUSCA-1-CONVENIO
             UNTIL IDX-CNV GREATER THAN QTD-CONVENIOS
                OR ACHOU-CONV EQUAL "SIM".

       BUSCA-1-CONVENIO.
          IF TCNV-COD (IDX-CNV) EQUAL CONV-CONTROL
             MOVE "SIM" TO ACHOU-CONV
          ELSE
             SET IDX-CNV UP BY 1.

       LER-REC.
          READ RECURSOS
             AT END
             MOVE "SIM" TO FIM-REC.
          IF FIM-REC EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          IF CONV-REC NOT EQUAL CONV-CONTROL
             PERFORM FECHA-CONVENIO
             PERFORM QUEBRA-CONVENIO.
          IF SIT-REC EQUAL "A"
             PERFORM LISTA-ABERTO
          ELSE
             ADD VALOR-REC       TO CV-VALOR-CONTEST
             ADD VALOR-RECUP-REC TO CV-VALOR-RECUP.
          PERFORM LER-REC.

       QUEBRA-CONVENIO.
          MOVE CONV-REC TO CONV-CONTROL.
          MOVE ZEROS    TO CV-ABERTOS
                           CV-VENCIDOS
                           CV-VALOR-ABERTO
                           CV-VALOR-CONTEST
                           CV-VALOR-RECUP.
          PERFORM BUSCA-CONVENIO.
          MOVE CONV-CONTROL TO CONV-CAB.
          IF ACHOU-CONV EQUAL "SIM"
             MOVE TCNV-NOME (IDX-CNV) TO NOME-CAB
          ELSE
             MOVE "CONVENIO NAO CADASTRADO" TO NOME-CAB.
          IF CT-LIN GREATER THAN 35
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-CONV
             AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.

      *    O PRAZO DO RECURSO E GRAVADO EM DDMMAAAA, COMO AS DEMAIS
      *    DATAS INFORMADAS PELA CLINICA.
       LISTA-ABERTO.
          MOVE DD-PRAZO-REC   TO DTC-DIA.
          MOVE MM-PRAZO-REC   TO DTC-MES.
          MOVE AAAA-PRAZO-REC TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE SPACES TO AVISO-REL.
          IF DTC-NUM-DIAS LESS THAN WS-DIAS-ATU
             MOVE "PRAZO VENCIDO" TO AVISO-REL
             ADD 1 TO CV-VENCIDOS.
          ADD 1         TO CV-ABERTOS.
          ADD VALOR-REC TO CV-VALOR-ABERTO.
          MOVE COD-REC    TO COD-REL.
          MOVE DATA-REC   TO DATA-REL.
          MOVE VALOR-REC  TO VALOR-REL.
          MOVE JUSTIF-REC TO JUSTIF-REL.
          MOVE PRAZO-REC  TO PRAZO-REL.
          PERFORM IMPRIME-D0.

       FECHA-CONVENIO.
          MOVE CV-ABERTOS       TO ABE-CONV-SAI.
          MOVE CV-VENCIDOS      TO VEN-CONV-SAI.
          MOVE CV-VALOR-ABERTO  TO VAL-CONV-SAI.
          MOVE CV-VALOR-CONTEST TO CTS-CONV-SAI.
          MOVE CV-VALOR-RECUP   TO REC-CONV-SAI.
          MOVE ZEROS            TO TAXA-RECUP.
          IF CV-VALOR-CONTEST GREATER THAN ZEROS
             COMPUTE TAXA-RECUP ROUNDED =
                CV-VALOR-RECUP * 100 / CV-VALOR-CONTEST.
          MOVE TAXA-RECUP       TO TAXA-CONV-SAI.
          IF CT-LIN GREATER THAN 37
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM ROD-CONV-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-CONV-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-CONV-03
             AFTER ADVANCING 1 LINE.
          ADD 4 TO CT-LIN.
          ADD CV-ABERTOS        TO TT-ABERTOS.
          ADD CV-VENCIDOS       TO TT-VENCIDOS.
          ADD CV-VALOR-ABERTO   TO TT-VALOR-ABERTO.
          ADD CV-VALOR-CONTEST  TO TT-VALOR-CONTEST.
          ADD CV-VALOR-RECUP    TO TT-VALOR-RECUP.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD 1 TO CT-LISTADOS.

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
          IF CT-LIDOS GREATER THAN ZEROS
             PERFORM FECHA-CONVENIO.
          IF CT-PAG EQUAL ZEROS
             PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE RECURSOS
                RELRECUR.

       IMPRIME-TOTAIS.
          MOVE TT-ABERTOS       TO TOT-ABE-SAI.
          MOVE TT-VENCIDOS      TO TOT-VEN-SAI.
          MOVE TT-VALOR-ABERTO  TO TOT-VAL-SAI.
          MOVE TT-VALOR-CONTEST TO TOT-CTS-SAI.
          MOVE TT-VALOR-RECUP   TO TOT-REC-SAI.
          MOVE ZEROS            TO TAXA-RECUP.
          IF TT-VALOR-CONTEST GREATER THAN ZEROS
             COMPUTE TAXA-RECUP ROUNDED =
                TT-VALOR-RECUP * 100 / TT-VALOR-CONTEST.
          MOVE TAXA-RECUP       TO TOT-TAXA-SAI.

          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM06EX17"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE-N TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-LISTADOS    TO RL-GRAVADOS.
          MOVE ZEROS          TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
