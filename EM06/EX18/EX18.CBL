       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX18.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        REPASSE MENSAL DOS HONORARIOS MEDICOS DA
      *                CLINICA. O PERIODO (AAAAMM) VEM DE PARMREP.DAT
      *                COM AS ALIQUOTAS DE IR E ISS RETIDOS (PADRAO:
      *                MES ANTERIOR AO MOVIMENTO, IR 1,50 E ISS 0).
      *                ENTRAM AS CONSULTAS JA RECEBIDAS (PAGO-ATU =
      *                "S") ATE O FIM DO PERIODO QUE AINDA NAO FORAM
      *                REPASSADAS, PELO PERCENTUAL DO MEDICO EM
      *                CADMED.DAT. O HISTORICO REPMED.DAT GUARDA CADA
      *                CONSULTA REPASSADA ("P"); CONSULTA REPASSADA E
      *                DEPOIS GLOSADA PELO EM06/EX10 (GLOSAS.DAT) E
      *                ESTORNADA ("E") NO REPASSE SEGUINTE, E VOLTA A
      *                SER REPASSADA SE O CONVENIO A PAGAR APOS O
      *                RECURSO. SE OS ESTORNOS PASSAM DO BRUTO, O
      *                SALDO FICA DEVEDOR ("D") E E COMPENSADO ("C")
      *                NO PROXIMO REPASSE. SOBRE A BASE LIQUIDA SAO
      *                RETIDOS IR E ISS. GERA A REMESSA BANCARIA
      *                REMREP.DAT (HEADER COM SEQUENCIA DE CTLREP.DAT,
      *                UM DETALHE POR MEDICO E TRAILER COM TOTAIS DE
      *                CONTROLE) E O DEMONSTRATIVO RELREP COM UMA
      *                PAGINA POR MEDICO LISTANDO CADA CONSULTA.
      *                CONSULTA DE MEDICO SEM CADASTRO OU SEM CONTA
      *                BANCARIA FICA RETIDA PARA O PROXIMO REPASSE.
      *                PERIODO JA PAGO (CTLREP.DAT) OU AINDA NAO
      *                ENCERRADO E RECUSADO COM RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  ATUCONS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADMED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL GLOSAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL REPMED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMREP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTLREP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN TO DISK.

          SELECT  REMREP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELREP  ASSIGN TO DISK.

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

       FD CADMED
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADMED.DAT".

       01 REG-MED.
          02 COD-MED        PIC 9(03).
          02 NOME-MED       PIC X(30).
          02 CRM-MED        PIC 9(06).
          02 PCT-MED        PIC 9(03).
          02 CPF-MED        PIC 9(11).
          02 BANCO-MED      PIC 9(03).
          02 AGENCIA-MED    PIC 9(04).
          02 CONTA-MED      PIC 9(10).
          02 GRADE-MED.
             03 DIA-GRADE-MED OCCURS 7 TIMES.
                04 HORA-INI-MED PIC 9(04).
                04 HORA-FIM-MED PIC 9(04).
                04 DURACAO-MED  PIC 9(03).

       FD GLOSAS
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "GLOSAS.DAT".

       01 REG-GLOSA.
          02 CONV-GLOSA         PIC 9(03).
          02 COD-GLOSA          PIC 9(03).
          02 DATA-GLOSA         PIC 9(08).
          02 VALOR-GLOSA        PIC 9(05)V99.
          02 MOTIVO-GLOSA       PIC 9(02).
          02 DATA-BAIXA-GLOSA   PIC 9(08).

       FD REPMED
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "REPMED.DAT".

       01 REG-RPM.
          02 MED-RPM            PIC 9(03).
          02 CONV-RPM           PIC 9(03).
          02 COD-RPM            PIC 9(03).
          02 DATA-RPM           PIC 9(08).
          02 VALOR-RPM          PIC 9(05)V99.
          02 HONOR-RPM          PIC 9(07)V99.
          02 TIPO-RPM           PIC X(01).
          02 PERIODO-RPM        PIC 9(06).

       FD PARMREP
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "PARMREP.DAT".

       01 REG-PREP.
          02 PERIODO-PARM       PIC 9(06).
          02 ALIQ-IR-PARM       PIC 9(02)V99.
          02 ALIQ-ISS-PARM      PIC 9(02)V99.

       FD CTLREP
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CTLREP.DAT".

       01 REG-CTLREP.
          02 ULT-PERIODO-CTL    PIC 9(06).
          02 SEQ-REP-CTL        PIC 9(06).

       SD TRAB.
       01 REG-TRAB.
          02 MED-TRAB       PIC 9(03).
          02 TIPO-TRAB      PIC X(01).
          02 DATA-ORD-TRAB  PIC 9(08).
          02 CONV-TRAB      PIC 9(03).
          02 COD-TRAB       PIC 9(03).
          02 DATA-TRAB      PIC 9(08).
          02 VALOR-TRAB     PIC 9(05)V99.
          02 HONOR-TRAB     PIC 9(07)V99.

       FD REMREP
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "REMREP.DAT".

       01 REG-RREM-HDR.
          02 TIPO-HDR           PIC X(01).
          02 EMPRESA-HDR        PIC X(30).
          02 CNPJ-HDR           PIC 9(14).
          02 DATA-GER-HDR       PIC 9(08).
          02 SEQ-HDR            PIC 9(06).
          02 PERIODO-HDR        PIC 9(06).
          02 FILLER             PIC X(25).

       01 REG-RREM-DET.
          02 TIPO-DET           PIC X(01).
          02 MED-DET            PIC 9(03).
          02 NOME-DET           PIC X(30).
          02 CPF-DET            PIC 9(11).
          02 BANCO-DET          PIC 9(03).
          02 AGENCIA-DET        PIC 9(04).
          02 CONTA-DET          PIC 9(10).
          02 VALOR-DET          PIC 9(09)V9(02).
          02 DATA-PAG-DET       PIC 9(08).
          02 FILLER             PIC X(09).

       01 REG-RREM-TRL.
          02 TIPO-TRL           PIC X(01).
          02 QTDE-TRL           PIC 9(06).
          02 VALOR-TOTAL-TRL    PIC 9(15)V9(02).
          02 FILLER             PIC X(66).

       FD RELREP
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
       77 FIM-ARQ          PIC X(03)    VALUE "NAO".
       77 FIM-SORT         PIC X(03)    VALUE "NAO".
       77 FIM-MED          PIC X(03)    VALUE "NAO".
       77 FIM-RPM          PIC X(03)    VALUE "NAO".
       77 FIM-GLOSA        PIC X(03)    VALUE "NAO".
       77 ACHOU-MED        PIC X(03)    VALUE "NAO".
       77 ACHOU-PAGA       PIC X(03)    VALUE "NAO".
       77 PERIODO-OK       PIC X(03)    VALUE "SIM".
       77 TEM-MEDICO       PIC X(03)    VALUE "NAO".
       77 MOTIVO-RECUSA    PIC X(40)    VALUE SPACES.
       77 MED-BUSCA        PIC 9(03)    VALUE ZEROS.
       77 MED-CONTROL      PIC 9(03)    VALUE ZEROS.
       77 QTD-MEDICOS      PIC 9(03)    VALUE ZEROS.
       77 QTD-PAGAS        PIC 9(04)    VALUE ZEROS.
       77 PERIODO-ATU      PIC 9(06)    VALUE ZEROS.
       77 PERIODO-CONS     PIC 9(06)    VALUE ZEROS.
       77 SEQ-REPASSE      PIC 9(06)    VALUE ZEROS.
       77 ALIQ-IR          PIC 9(02)V99 VALUE ZEROS.
       77 ALIQ-ISS         PIC 9(02)V99 VALUE ZEROS.
       77 HONOR-CALC       PIC 9(07)V99 VALUE ZEROS.
       77 MD-BRUTO         PIC 9(09)V99 VALUE ZEROS.
       77 MD-ESTORNO       PIC 9(09)V99 VALUE ZEROS.
       77 MD-COMPENSADO    PIC 9(09)V99 VALUE ZEROS.
       77 MD-BASE          PIC S9(09)V99 VALUE ZEROS.
       77 MD-IR            PIC 9(09)V99 VALUE ZEROS.
       77 MD-ISS           PIC 9(09)V99 VALUE ZEROS.
       77 MD-LIQUIDO       PIC 9(09)V99 VALUE ZEROS.
       77 MD-DEVEDOR       PIC 9(09)V99 VALUE ZEROS.
       77 MD-QTDE          PIC 9(05)    VALUE ZEROS.
       77 TOTAL-DETALHE    PIC 9(06)    VALUE ZEROS.
       77 TOTAL-VALOR      PIC 9(15)V99 VALUE ZEROS.
       77 TOTAL-IR         PIC 9(09)V99 VALUE ZEROS.
       77 TOTAL-ISS        PIC 9(09)V99 VALUE ZEROS.
       77 TOTAL-ESTORNO    PIC 9(09)V99 VALUE ZEROS.
       77 CT-RETIDAS       PIC 9(05)    VALUE ZEROS.
       77 VALOR-RETIDO     PIC 9(09)V99 VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 PERIODO-AUX.
          02 ANO-PERIODO   PIC 9(04).
          02 MES-PERIODO   PIC 99.

       01 PERIODO-HOJE.
          02 ANO-PER-HOJE  PIC 9(04).
          02 MES-PER-HOJE  PIC 99.

       01 TAB-MEDICOS.
          02 MED-OCR  OCCURS 100 TIMES INDEXED BY IDX-MED.
             03 TM-COD        PIC 9(03).
             03 TM-NOME       PIC X(30).
             03 TM-CRM        PIC 9(06).
             03 TM-PCT        PIC 9(03).
             03 TM-CPF        PIC 9(11).
             03 TM-BANCO      PIC 9(03).
             03 TM-AGENCIA    PIC 9(04).
             03 TM-CONTA      PIC 9(10).
             03 TM-SALDO-DEV  PIC S9(09)V99.

      *    UMA ENTRADA POR CONSULTA JA REPASSADA ALGUMA VEZ, COM O
      *    NUMERO DE REPASSES, DE ESTORNOS E DE GLOSAS RECEBIDAS.
       01 TAB-PAGAS.
          02 PAG-OCR  OCCURS 5000 TIMES INDEXED BY IDX-PAG.
             03 TPG-CONV      PIC 9(03).
             03 TPG-COD       PIC 9(03).
             03 TPG-DATA      PIC 9(08).
             03 TPG-MED       PIC 9(03).
             03 TPG-VALOR     PIC 9(05)V99.
             03 TPG-HONOR     PIC 9(07)V99.
             03 TPG-QTD-PAGO  PIC 9(02).
             03 TPG-QTD-EST   PIC 9(02).
             03 TPG-QTD-GLOSA PIC 9(02).

       01 CH-BUSCA.
          02 CONV-BUSCA    PIC 9(03).
          02 COD-BUSCA     PIC 9(03).
          02 DATA-BUSCA    PIC 9(08).

       01 DATA-CONS-AUX.
          02 DD-CONS       PIC 99.
          02 MM-CONS       PIC 99.
          02 AAAA-CONS     PIC 9(04).

       01 DATA-ORD-AUX.
          02 AAAA-ORD      PIC 9(04).
          02 MM-ORD        PIC 99.
          02 DD-ORD        PIC 99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(29) VALUE
             "DEMONSTRATIVO DE REPASSE    ".
          02 FILLER          PIC X(08) VALUE "PERIODO ".
          02 MES-CAB         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MEDICO: ".
          02 MED-CAB         PIC 9(03).
          02 FILLER          PIC X(03) VALUE " - ".
          02 NOME-CAB        PIC X(30).
          02 FILLER          PIC X(06) VALUE " CRM: ".
          02 CRM-CAB         PIC 9(06).
          02 FILLER          PIC X(22) VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "LANCTO  ".
          02 FILLER          PIC X(05) VALUE "CONV.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAC. ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "CONSULTA  ".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "RECEBIDO".
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "PCT.".
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "HONORARIO".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 LANCTO-REL      PIC X(08).
          02 CONV-REL        PIC 9(03).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 COD-REL         PIC 9(03).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 DATA-REL        PIC 99/99/9999.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VALOR-REL       PIC ZZ.ZZ9,99.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 PCT-REL         PIC ZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 HONOR-REL       PIC Z.ZZZ.ZZ9,99.
          02 SINAL-REL       PIC X(01).
          02 FILLER          PIC X(10) VALUE SPACES.

       01 ROD-MED.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 TEXTO-ROD-MED   PIC X(30).
          02 VALOR-ROD-MED   PIC ZZZ.ZZZ.ZZ9,99.
          02 SINAL-ROD-MED   PIC X(01).
          02 FILLER          PIC X(31) VALUE SPACES.

       01 ROD-CONTA.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "CREDITO:".
          02 FILLER          PIC X(07) VALUE " BANCO ".
          02 BANCO-ROD       PIC 9(03).
          02 FILLER          PIC X(09) VALUE " AGENCIA ".
          02 AGENCIA-ROD     PIC 9(04).
          02 FILLER          PIC X(07) VALUE " CONTA ".
          02 CONTA-ROD       PIC 9(10).
          02 FILLER          PIC X(28) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "MEDICOS NA REMESSA:           ".
          02 TOT-MED-SAI     PIC ZZZZZ9.
          02 FILLER          PIC X(44) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "TOTAL LIQUIDO PAGO:           ".
          02 TOT-LIQ-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "TOTAL DE IR RETIDO:           ".
          02 TOT-IR-SAI      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "TOTAL DE ISS RETIDO:          ".
          02 TOT-ISS-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "TOTAL ESTORNADO POR GLOSA:    ".
          02 TOT-EST-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "CONSULTAS RETIDAS (SEM CONTA):".
          02 TOT-RET-SAI     PIC ZZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VAL-RET-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(29) VALUE SPACES.

       01 ROD-RECUSA.
          02 FILLER          PIC X(20) VALUE
             "REPASSE RECUSADO -  ".
          02 MOTIVO-SAI      PIC X(40).
          02 FILLER          PIC X(20) VALUE SPACES.

       PROCEDURE  DIVISION.

       EM06-EX18.

       ACCEPT WS-HORA-INICIO FROM TIME.
       PERFORM LE-DATA-MOVIMENTO.
       PERFORM LE-PARAMETRO.
       PERFORM LE-CONTROLE.
       IF PERIODO-OK EQUAL "SIM"
          PERFORM CARREGA-MEDICOS
          PERFORM CARREGA-REPASSES
          PERFORM CARREGA-GLOSAS
          SORT    TRAB
             ASCENDING  KEY  MED-TRAB
             ASCENDING  KEY  TIPO-TRAB
             ASCENDING  KEY  DATA-ORD-TRAB
             ASCENDING  KEY  CONV-TRAB
             ASCENDING  KEY  COD-TRAB
             INPUT  PROCEDURE  ROT-ENTRADA
             OUTPUT PROCEDURE  ROT-SAIDA
       ELSE
          PERFORM RECUSA-PERIODO
          MOVE 8 TO RETURN-CODE.
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
          MOVE WS-ANO-HOJE    TO ANO-PER-HOJE.
          MOVE WS-MES-HOJE    TO MES-PER-HOJE.

      *    SEM PERIODO INFORMADO, REPASSA O MES ANTERIOR AO
      *    MOVIMENTO.
       LE-PARAMETRO SECTION.
          OPEN INPUT PARMREP.
          READ PARMREP
             AT END
             MOVE ZEROS TO PERIODO-PARM
             MOVE 1,50  TO ALIQ-IR-PARM
             MOVE ZEROS TO ALIQ-ISS-PARM.
          CLOSE PARMREP.
          MOVE ALIQ-IR-PARM  TO ALIQ-IR.
          MOVE ALIQ-ISS-PARM TO ALIQ-ISS.
          IF PERIODO-PARM GREATER THAN ZEROS
             MOVE PERIODO-PARM TO PERIODO-AUX
          ELSE
             PERFORM MES-ANTERIOR.
          MOVE PERIODO-AUX TO PERIODO-ATU.
          MOVE MES-PERIODO TO MES-CAB.
          MOVE ANO-PERIODO TO ANO-CAB.

       MES-ANTERIOR SECTION.
          MOVE PERIODO-HOJE TO PERIODO-AUX.
          IF MES-PERIODO EQUAL 1
             MOVE 12 TO MES-PERIODO
             SUBTRACT 1 FROM ANO-PERIODO
          ELSE
             SUBTRACT 1 FROM MES-PERIODO.

       LE-CONTROLE SECTION.
          OPEN INPUT CTLREP.
          READ CTLREP
             AT END
             MOVE ZEROS TO REG-CTLREP.
          CLOSE CTLREP.
          ADD 1 SEQ-REP-CTL GIVING SEQ-REPASSE.
          IF MES-PERIODO LESS THAN 1
          OR MES-PERIODO GREATER THAN 12
             MOVE "NAO" TO PERIODO-OK
             MOVE "PERIODO DE REPASSE INVALIDO" TO MOTIVO-RECUSA
          ELSE IF PERIODO-ATU NOT GREATER THAN ULT-PERIODO-CTL
             MOVE "NAO" TO PERIODO-OK
             MOVE "PERIODO JA REPASSADO" TO MOTIVO-RECUSA
          ELSE IF PERIODO-ATU NOT LESS THAN PERIODO-HOJE
             MOVE "NAO" TO PERIODO-OK
             MOVE "PERIODO AINDA NAO ENCERRADO" TO MOTIVO-RECUSA.

       RECUSA-PERIODO SECTION.
          OPEN OUTPUT RELREP.
          MOVE ZEROS  TO MED-CAB
                         CRM-CAB.
          MOVE SPACES TO NOME-CAB.
          PERFORM IMPRIME-CAB.
          MOVE MOTIVO-RECUSA TO MOTIVO-SAI.
          WRITE REG-ATR FROM ROD-RECUSA
             AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELREP.

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
             MOVE COD-MED     TO TM-COD (IDX-MED)
             MOVE NOME-MED    TO TM-NOME (IDX-MED)
             MOVE CRM-MED     TO TM-CRM (IDX-MED)
             MOVE PCT-MED     TO TM-PCT (IDX-MED)
             MOVE CPF-MED     TO TM-CPF (IDX-MED)
             MOVE BANCO-MED   TO TM-BANCO (IDX-MED)
             MOVE AGENCIA-MED TO TM-AGENCIA (IDX-MED)
             MOVE CONTA-MED   TO TM-CONTA (IDX-MED)
             MOVE ZEROS       TO TM-SALDO-DEV (IDX-MED).

       BUSCA-MEDICO SECTION.
          MOVE "NAO" TO ACHOU-MED.
          SET IDX-MED TO 1.
          PERFORM BUSCA-1-MEDICO
             UNTIL IDX-MED GREATER THAN QTD-MEDICOS
                OR ACHOU-MED EQUAL "SIM".

       BUSCA-1-MEDICO SECTION.
          IF TM-COD (IDX-MED) EQUAL MED-BUSCA
             MOVE "SIM" TO ACHOU-MED
          ELSE
             SET IDX-MED UP BY 1.

      *    O HISTORICO DE REPASSES DA A SITUACAO DE CADA CONSULTA
      *    E O SALDO DEVEDOR DE CADA MEDICO.
       CARREGA-REPASSES SECTION.
          OPEN INPUT REPMED.
          PERFORM LE-1-REPASSE
             UNTIL FIM-RPM EQUAL "SIM".
          CLOSE REPMED.

       LE-1-REPASSE SECTION.
          READ REPMED
             AT END
             MOVE "SIM" TO FIM-RPM.
          IF FIM-RPM EQUAL "NAO"
             IF TIPO-RPM EQUAL "D" OR "C"
                PERFORM ACUMULA-SALDO
             ELSE
                PERFORM ACUMULA-REPASSE.

       ACUMULA-SALDO SECTION.
          MOVE MED-RPM TO MED-BUSCA.
          PERFORM BUSCA-MEDICO.
          IF ACHOU-MED EQUAL "SIM"
             IF TIPO-RPM EQUAL "D"
                ADD HONOR-RPM TO TM-SALDO-DEV (IDX-MED)
             ELSE
                SUBTRACT HONOR-RPM FROM TM-SALDO-DEV (IDX-MED).

       ACUMULA-REPASSE SECTION.
          MOVE CONV-RPM TO CONV-BUSCA.
          MOVE COD-RPM  TO COD-BUSCA.
          MOVE DATA-RPM TO DATA-BUSCA.
          PERFORM BUSCA-PAGA.
          IF ACHOU-PAGA EQUAL "NAO"
          AND QTD-PAGAS LESS THAN 5000
             ADD 1 TO QTD-PAGAS
             SET IDX-PAG TO QTD-PAGAS
             MOVE CONV-RPM TO TPG-CONV (IDX-PAG)
             MOVE COD-RPM  TO TPG-COD (IDX-PAG)
             MOVE DATA-RPM TO TPG-DATA (IDX-PAG)
             MOVE ZEROS    TO TPG-QTD-PAGO (IDX-PAG)
                              TPG-QTD-EST (IDX-PAG)
                              TPG-QTD-GLOSA (IDX-PAG)
             MOVE "SIM"    TO ACHOU-PAGA.
          IF ACHOU-PAGA EQUAL "SIM"
             IF TIPO-RPM EQUAL "P"
                ADD 1 TO TPG-QTD-PAGO (IDX-PAG)
                MOVE MED-RPM   TO TPG-MED (IDX-PAG)
                MOVE VALOR-RPM TO TPG-VALOR (IDX-PAG)
                MOVE HONOR-RPM TO TPG-HONOR (IDX-PAG)
             ELSE
                ADD 1 TO TPG-QTD-EST (IDX-PAG).

       BUSCA-PAGA SECTION.
          MOVE "NAO" TO ACHOU-PAGA.
          SET IDX-PAG TO 1.
          PERFORM BUSCA-1-PAGA
             UNTIL IDX-PAG GREATER THAN QTD-PAGAS
                OR ACHOU-PAGA EQUAL "SIM".

       BUSCA-1-PAGA SECTION.
          IF TPG-CONV (IDX-PAG) EQUAL CONV-BUSCA
          AND TPG-COD (IDX-PAG) EQUAL COD-BUSCA
          AND TPG-DATA (IDX-PAG) EQUAL DATA-BUSCA
             MOVE "SIM" TO ACHOU-PAGA
          ELSE
             SET IDX-PAG UP BY 1.

      *    SO INTERESSA A GLOSA DE CONSULTA JA REPASSADA.
       CARREGA-GLOSAS SECTION.
          OPEN INPUT GLOSAS.
          PERFORM LE-1-GLOSA
             UNTIL FIM-GLOSA EQUAL "SIM".
          CLOSE GLOSAS.

       LE-1-GLOSA SECTION.
          READ GLOSAS
             AT END
             MOVE "SIM" TO FIM-GLOSA.
          IF FIM-GLOSA EQUAL "NAO"
             MOVE CONV-GLOSA TO CONV-BUSCA
             MOVE COD-GLOSA  TO COD-BUSCA
             MOVE DATA-GLOSA TO DATA-BUSCA
             PERFORM BUSCA-PAGA
             IF ACHOU-PAGA EQUAL "SIM"
                ADD 1 TO TPG-QTD-GLOSA (IDX-PAG).

       ROT-ENTRADA SECTION.
          PERFORM  INICIO-ENTRADA.
          PERFORM  PRINCIPAL-ENTRADA
                   UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM  FIM-ENTRADA.

       INICIO-ENTRADA SECTION.
          OPEN INPUT ATUCONS.
          PERFORM LEITURA-ENTRADA.

       LEITURA-ENTRADA SECTION.
          READ ATUCONS
          AT END
          MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-ENTRADA SECTION.
          ADD 1 TO CT-LIDOS.
          PERFORM SELECAO-ENTRADA.
          PERFORM LEITURA-ENTRADA.

      *    CONSULTA RECEBIDA ATE O FIM DO PERIODO E AINDA NAO
      *    REPASSADA (OU ESTORNADA E PAGA DE NOVO APOS RECURSO).
       SELECAO-ENTRADA SECTION.
          COMPUTE PERIODO-CONS = AAAA-ATU * 100 + MM-ATU.
          IF PAGO-ATU EQUAL "S"
          AND PERIODO-CONS NOT GREATER THAN PERIODO-ATU
             MOVE CONV-ATU TO CONV-BUSCA
             MOVE COD-ATU  TO COD-BUSCA
             MOVE DATA-ATU TO DATA-BUSCA
             PERFORM BUSCA-PAGA
             IF ACHOU-PAGA EQUAL "NAO"
                PERFORM LIBERA-CONSULTA
             ELSE IF TPG-QTD-PAGO (IDX-PAG) EQUAL
                     TPG-QTD-EST (IDX-PAG)
                  AND TPG-QTD-GLOSA (IDX-PAG) NOT GREATER THAN
                     TPG-QTD-EST (IDX-PAG)
                PERFORM LIBERA-CONSULTA.

       LIBERA-CONSULTA SECTION.
          MOVE MED-ATU TO MED-BUSCA.
          PERFORM BUSCA-MEDICO.
          IF ACHOU-MED EQUAL "NAO"
          OR TM-CONTA (IDX-MED) EQUAL ZEROS
             ADD 1        TO CT-RETIDAS
             ADD PREC-ATU TO VALOR-RETIDO
          ELSE
             COMPUTE HONOR-CALC ROUNDED =
                PREC-ATU * TM-PCT (IDX-MED) / 100
             MOVE MED-ATU    TO MED-TRAB
             MOVE "P"        TO TIPO-TRAB
             MOVE DD-ATU     TO DD-ORD
             MOVE MM-ATU     TO MM-ORD
             MOVE AAAA-ATU   TO AAAA-ORD
             MOVE DATA-ORD-AUX TO DATA-ORD-TRAB
             MOVE CONV-ATU   TO CONV-TRAB
             MOVE COD-ATU    TO COD-TRAB
             MOVE DATA-ATU   TO DATA-TRAB
             MOVE PREC-ATU   TO VALOR-TRAB
             MOVE HONOR-CALC TO HONOR-TRAB
             RELEASE REG-TRAB.

       FIM-ENTRADA SECTION.
          CLOSE ATUCONS.
          PERFORM LIBERA-ESTORNO
             VARYING IDX-PAG FROM 1 BY 1
             UNTIL IDX-PAG GREATER THAN QTD-PAGAS.

      *    CONSULTA REPASSADA QUE RECEBEU GLOSA DEPOIS DO ULTIMO
      *    REPASSE TEM O HONORARIO ESTORNADO, SE O MEDICO AINDA ESTA
      *    NO CADASTRO.
       LIBERA-ESTORNO SECTION.
          MOVE TPG-MED (IDX-PAG) TO MED-BUSCA.
          PERFORM BUSCA-MEDICO.
          IF ACHOU-MED EQUAL "SIM"
          AND TPG-QTD-PAGO (IDX-PAG) GREATER THAN TPG-QTD-EST (IDX-PAG)
          AND TPG-QTD-GLOSA (IDX-PAG) GREATER THAN
              TPG-QTD-EST (IDX-PAG)
             MOVE TPG-MED (IDX-PAG)   TO MED-TRAB
             MOVE "E"                 TO TIPO-TRAB
             MOVE TPG-DATA (IDX-PAG)  TO DATA-CONS-AUX
             MOVE DD-CONS             TO DD-ORD
             MOVE MM-CONS             TO MM-ORD
             MOVE AAAA-CONS           TO AAAA-ORD
             MOVE DATA-ORD-AUX        TO DATA-ORD-TRAB
             MOVE TPG-CONV (IDX-PAG)  TO CONV-TRAB
             MOVE TPG-COD (IDX-PAG)   TO COD-TRAB
             MOVE TPG-DATA (IDX-PAG)  TO DATA-TRAB
             MOVE TPG-VALOR (IDX-PAG) TO VALOR-TRAB
             MOVE TPG-HONOR (IDX-PAG) TO HONOR-TRAB
             RELEASE REG-TRAB.

       ROT-SAIDA SECTION.
          PERFORM  INICIO-SAIDA.
          PERFORM  PRINCIPAL-SAIDA
                   UNTIL FIM-SORT EQUAL "SIM".
          PERFORM  FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT REMREP
                      RELREP.
          OPEN EXTEND REPMED.
          PERFORM GRAVA-HEADER.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-SORT.

       PRINCIPAL-SAIDA SECTION.
          IF TEM-MEDICO EQUAL "NAO"
          OR MED-TRAB NOT EQUAL MED-CONTROL
             PERFORM QUEBRA-MEDICO.
          PERFORM IMPRIME-LANCAMENTO.
          PERFORM GRAVA-HISTORICO.
          PERFORM LEITURA-SAIDA.

       QUEBRA-MEDICO SECTION.
          IF TEM-MEDICO EQUAL "SIM"
             PERFORM FECHA-MEDICO.
          MOVE "SIM"    TO TEM-MEDICO.
          MOVE MED-TRAB TO MED-CONTROL
                           MED-BUSCA.
          MOVE ZEROS    TO MD-BRUTO
                           MD-ESTORNO
                           MD-QTDE.
          PERFORM BUSCA-MEDICO.
          MOVE MED-CONTROL        TO MED-CAB.
          MOVE TM-NOME (IDX-MED)  TO NOME-CAB.
          MOVE TM-CRM (IDX-MED)   TO CRM-CAB.
          PERFORM IMPRIME-CAB.

       IMPRIME-LANCAMENTO SECTION.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE CONV-TRAB         TO CONV-REL.
          MOVE COD-TRAB          TO COD-REL.
          MOVE DATA-TRAB         TO DATA-REL.
          MOVE VALOR-TRAB        TO VALOR-REL.
          MOVE TM-PCT (IDX-MED)  TO PCT-REL.
          MOVE HONOR-TRAB        TO HONOR-REL.
          IF TIPO-TRAB EQUAL "P"
             MOVE "REPASSE " TO LANCTO-REL
             MOVE SPACES     TO SINAL-REL
             ADD HONOR-TRAB  TO MD-BRUTO
             ADD 1           TO MD-QTDE
          ELSE
             MOVE "ESTORNO " TO LANCTO-REL
             MOVE "-"        TO SINAL-REL
             ADD HONOR-TRAB  TO MD-ESTORNO
             ADD HONOR-TRAB  TO TOTAL-ESTORNO.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       GRAVA-HISTORICO SECTION.
          MOVE MED-TRAB    TO MED-RPM.
          MOVE CONV-TRAB   TO CONV-RPM.
          MOVE COD-TRAB    TO COD-RPM.
          MOVE DATA-TRAB   TO DATA-RPM.
          MOVE VALOR-TRAB  TO VALOR-RPM.
          MOVE HONOR-TRAB  TO HONOR-RPM.
          MOVE TIPO-TRAB   TO TIPO-RPM.
          MOVE PERIODO-ATU TO PERIODO-RPM.
          WRITE REG-RPM.
          ADD 1 TO CT-GRAVADOS.

      *    A BASE DO MEDICO E O BRUTO MENOS OS ESTORNOS E O SALDO
      *    DEVEDOR DE REPASSES ANTERIORES. BASE POSITIVA PAGA O
      *    LIQUIDO DOS IMPOSTOS; BASE NEGATIVA VIRA SALDO DEVEDOR.
       FECHA-MEDICO SECTION.
          MOVE ZEROS TO MD-IR
                        MD-ISS
                        MD-LIQUIDO
                        MD-COMPENSADO
                        MD-DEVEDOR.
          COMPUTE MD-BASE = MD-BRUTO - MD-ESTORNO
                          - TM-SALDO-DEV (IDX-MED).
          IF TM-SALDO-DEV (IDX-MED) GREATER THAN ZEROS
             MOVE TM-SALDO-DEV (IDX-MED) TO MD-COMPENSADO
             MOVE "C"           TO TIPO-RPM
             MOVE MD-COMPENSADO TO HONOR-RPM
             PERFORM GRAVA-SALDO.
          IF MD-BASE GREATER THAN ZEROS
             COMPUTE MD-IR  ROUNDED = MD-BASE * ALIQ-IR / 100
             COMPUTE MD-ISS ROUNDED = MD-BASE * ALIQ-ISS / 100
             COMPUTE MD-LIQUIDO = MD-BASE - MD-IR - MD-ISS
             PERFORM GRAVA-DETALHE
          ELSE IF MD-BASE LESS THAN ZEROS
             COMPUTE MD-DEVEDOR = ZEROS - MD-BASE
             MOVE "D"        TO TIPO-RPM
             MOVE MD-DEVEDOR TO HONOR-RPM
             PERFORM GRAVA-SALDO.
          PERFORM IMPRIME-ROD-MEDICO.

       GRAVA-SALDO SECTION.
          MOVE MED-CONTROL TO MED-RPM.
          MOVE ZEROS       TO CONV-RPM
                              COD-RPM
                              DATA-RPM
                              VALOR-RPM.
          MOVE PERIODO-ATU TO PERIODO-RPM.
          WRITE REG-RPM.
          ADD 1 TO CT-GRAVADOS.

       IMPRIME-ROD-MEDICO SECTION.
          IF CT-LIN GREATER THAN 30
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE SPACES TO SINAL-ROD-MED.
          MOVE "HONORARIO BRUTO:" TO TEXTO-ROD-MED.
          MOVE MD-BRUTO TO VALOR-ROD-MED.
          PERFORM IMPRIME-1-ROD.
          MOVE "-" TO SINAL-ROD-MED.
          MOVE "ESTORNOS POR GLOSA:" TO TEXTO-ROD-MED.
          MOVE MD-ESTORNO TO VALOR-ROD-MED.
          PERFORM IMPRIME-1-ROD.
          MOVE "SALDO DEVEDOR COMPENSADO:" TO TEXTO-ROD-MED.
          MOVE MD-COMPENSADO TO VALOR-ROD-MED.
          PERFORM IMPRIME-1-ROD.
          MOVE "IR RETIDO:" TO TEXTO-ROD-MED.
          MOVE MD-IR TO VALOR-ROD-MED.
          PERFORM IMPRIME-1-ROD.
          MOVE "ISS RETIDO:" TO TEXTO-ROD-MED.
          MOVE MD-ISS TO VALOR-ROD-MED.
          PERFORM IMPRIME-1-ROD.
          MOVE SPACES TO SINAL-ROD-MED.
          MOVE "LIQUIDO A RECEBER:" TO TEXTO-ROD-MED.
          MOVE MD-LIQUIDO TO VALOR-ROD-MED.
          PERFORM IMPRIME-1-ROD.
          MOVE "SALDO DEVEDOR P/PROXIMO MES:" TO TEXTO-ROD-MED.
          MOVE MD-DEVEDOR TO VALOR-ROD-MED.
          PERFORM IMPRIME-1-ROD.
          MOVE TM-BANCO (IDX-MED)   TO BANCO-ROD.
          MOVE TM-AGENCIA (IDX-MED) TO AGENCIA-ROD.
          MOVE TM-CONTA (IDX-MED)   TO CONTA-ROD.
          WRITE REG-ATR FROM ROD-CONTA
             AFTER ADVANCING 2 LINES.
          ADD 3 TO CT-LIN.

       IMPRIME-1-ROD SECTION.
          WRITE REG-ATR FROM ROD-MED
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-CAB SECTION.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.

          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       GRAVA-HEADER SECTION.
          MOVE SPACES                 TO REG-RREM-HDR.
          MOVE "0"                    TO TIPO-HDR.
          MOVE "CLINICA MEDICA CENTRAL"
                                      TO EMPRESA-HDR.
          MOVE 98765432000110         TO CNPJ-HDR.
          MOVE WS-DATA-HOJE-N         TO DATA-GER-HDR.
          MOVE SEQ-REPASSE            TO SEQ-HDR.
          MOVE PERIODO-ATU            TO PERIODO-HDR.
          WRITE REG-RREM-HDR.

       GRAVA-DETALHE SECTION.
          MOVE SPACES                 TO REG-RREM-DET.
          MOVE "1"                    TO TIPO-DET.
          MOVE MED-CONTROL            TO MED-DET.
          MOVE TM-NOME (IDX-MED)      TO NOME-DET.
          MOVE TM-CPF (IDX-MED)       TO CPF-DET.
          MOVE TM-BANCO (IDX-MED)     TO BANCO-DET.
          MOVE TM-AGENCIA (IDX-MED)   TO AGENCIA-DET.
          MOVE TM-CONTA (IDX-MED)     TO CONTA-DET.
          MOVE MD-LIQUIDO             TO VALOR-DET.
          MOVE WS-DATA-HOJE-N         TO DATA-PAG-DET.
          WRITE REG-RREM-DET.
          ADD 1                       TO TOTAL-DETALHE.
          ADD MD-LIQUIDO              TO TOTAL-VALOR.
          ADD MD-IR                   TO TOTAL-IR.
          ADD MD-ISS                  TO TOTAL-ISS.

       GRAVA-TRAILER SECTION.
          MOVE SPACES        TO REG-RREM-TRL.
          MOVE "9"           TO TIPO-TRL.
          MOVE TOTAL-DETALHE TO QTDE-TRL.
          MOVE TOTAL-VALOR   TO VALOR-TOTAL-TRL.
          WRITE REG-RREM-TRL.

       FIM-SAIDA SECTION.
          IF TEM-MEDICO EQUAL "SIM"
             PERFORM FECHA-MEDICO.
          PERFORM GRAVA-TRAILER.
          MOVE ZEROS  TO MED-CAB
                         CRM-CAB.
          MOVE "RESUMO DO REPASSE" TO NOME-CAB.
          PERFORM IMPRIME-CAB.
          MOVE TOTAL-DETALHE TO TOT-MED-SAI.
          MOVE TOTAL-VALOR   TO TOT-LIQ-SAI.
          MOVE TOTAL-IR      TO TOT-IR-SAI.
          MOVE TOTAL-ISS     TO TOT-ISS-SAI.
          MOVE TOTAL-ESTORNO TO TOT-EST-SAI.
          MOVE CT-RETIDAS    TO TOT-RET-SAI.
          MOVE VALOR-RETIDO  TO VAL-RET-SAI.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 2 LINES.
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
          PERFORM GRAVA-CONTROLE.
          PERFORM GRAVA-RUNLOG.
          CLOSE REMREP
                RELREP
                REPMED.

       GRAVA-CONTROLE SECTION.
          OPEN OUTPUT CTLREP.
          MOVE PERIODO-ATU TO ULT-PERIODO-CTL.
          MOVE SEQ-REPASSE TO SEQ-REP-CTL.
          WRITE REG-CTLREP.
          CLOSE CTLREP.

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          MOVE "EM06EX18"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE-N TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-RETIDAS     TO RL-REJEITADOS.
          IF PERIODO-OK EQUAL "SIM"
             MOVE "NORMAL"   TO RL-STATUS
          ELSE
             MOVE "RECUSADO" TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
