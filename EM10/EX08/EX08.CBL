      *                RESCISAO.DAT E REGRAVA CADFUNN.DAT SEM OS
      *                DESLIGADOS - ELES SAEM DA FOLHA (FOLHADET)
      *                DAS PROXIMAS COMPETENCIAS.
      *                O SALDO DOS EMPRESTIMOS CONSIGNADOS DO
      *                DESLIGADO (PARCELAS RESTANTES DE CONSIG.DAT)
      *                E DESCONTADO DAS VERBAS ATE PCT-CONSIG-PARM
      *                DO TOTAL (35% SE NAO INFORMADO); O QUE NAO
      *                COUBER FICA A COBRAR PELO BANCO. OS CONTRATOS
      *                SAEM NO RELATORIO RELCONS PARA REPASSE E
      *                DEIXAM DE CONSTAR EM CONSIGN.DAT.
      *                RESCISAO.DAT LEVA A EMPRESA DO DESLIGADO PARA
      *                A DECLARACAO MENSAL (EM10/EX16).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL HISTANO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMGER  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CONSIG  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CONSIGN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELRESC  ASSIGN TO DISK.

          SELECT  RELCONS  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 DEC13-RESC         PIC 9(07)V99.
          02 FERIAS-RESC        PIC 9(07)V99.
          02 TOTAL-RESC         PIC 9(07)V99.
          02 CONSIG-RESC        PIC 9(07)V99.
          02 LIQUIDO-RESC       PIC 9(07)V99.
          02 EMPRESA-RESC       PIC 9(02).

       FD HISTANO
          LABEL  RECORD  ARE  STANDARD
          02 REAJUSTE-HANO    PIC 9(05)V99.
          02 IMPOSTO-HANO     PIC 9(05)V99.
          02 LIQUIDO-HANO     PIC 9(05).
          02 COMPET-HANO      PIC 9(06).
          02 ORIGEM-HANO      PIC X(01).
          02 EMPRESA-HANO     PIC 9(02).
          02 EXTRA-HANO       PIC 9(10).

       FD PARMGER
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PARMGER.DAT".

           COPY PARMREC.

       FD CONSIG
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CONSIG.DAT".

       01 REG-CON.
          02 COD-CON          PIC 9(05).
          02 BANCO-CON        PIC 9(03).
          02 CONTRATO-CON     PIC X(12).
          02 PARCELA-CON      PIC 9(05)V99.
          02 QTD-PARC-CON     PIC 9(03).
          02 PAGAS-CON        PIC 9(03).
          02 COMPET-INI-CON   PIC 9(06).

       FD CONSIGN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CONSIGN.DAT".

       01 REG-CONN.
          02 COD-CONN         PIC 9(05).
          02 BANCO-CONN       PIC 9(03).
          02 CONTRATO-CONN    PIC X(12).
          02 PARCELA-CONN     PIC 9(05)V99.
          02 QTD-PARC-CONN    PIC 9(03).
          02 PAGAS-CONN       PIC 9(03).
          02 COMPET-INI-CONN  PIC 9(06).

       FD RELRESC
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RELCONS
          LABEL RECORD IS OMITTED.

       01 REG-CONS PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".
       77 CT-SEM-CADASTRO  PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 FIM-CON          PIC X(03)    VALUE "NAO".
       77 QTD-CONTRATOS    PIC 9(03)    VALUE ZEROS.
       77 PCT-CONSIG       PIC 9(03)    VALUE 035.
       77 MARGEM-CONSIG    PIC 9(07)V99 VALUE ZEROS.
       77 CONSIG-RESCISAO  PIC 9(07)V99 VALUE ZEROS.
       77 LIQUIDO-RESCISAO PIC 9(07)V99 VALUE ZEROS.
       77 SALDO-CONTRATO   PIC 9(07)V99 VALUE ZEROS.
       77 DESC-CONTRATO    PIC 9(07)V99 VALUE ZEROS.
       77 PARC-RESTANTES   PIC 9(03)    VALUE ZEROS.
       77 CT-LIN-CONS      PIC 9(02)    VALUE 60.
       77 CT-CONTRATOS-DES PIC 9(05)    VALUE ZEROS.
       77 TOTAL-SALDO-CONS PIC 9(09)V99 VALUE ZEROS.
       77 TOTAL-DESC-CONS  PIC 9(09)V99 VALUE ZEROS.

       01 TAB-CONSIG.
          02 CON-OCR  OCCURS 500 TIMES INDEXED BY IDX-CON.
             03 TCON-COD        PIC 9(05).
             03 TCON-BANCO      PIC 9(03).
             03 TCON-CONTRATO   PIC X(12).
             03 TCON-PARCELA    PIC 9(05)V99.
             03 TCON-QTD-PARC   PIC 9(03).
             03 TCON-PAGAS      PIC 9(03).
             03 TCON-COMPET-INI PIC 9(06).
      *         S = ENCERRADO NA RESCISAO
             03 TCON-ENCERRADO  PIC X(01).

       01 TAB-HISTANO.
          02 HAN-OCR  OCCURS 2000 TIMES INDEXED BY IDX-HAN.
          02 TOTAL-REL     PIC ZZZZZZZZZ9,99.
          02 FILLER        PIC X(36)     VALUE   SPACES.

       01 LIN-CONSIG.
          02 FILLER        PIC X(05)     VALUE   SPACES.
          02 FILLER        PIC X(26)     VALUE
             "(-) CONSIGNADO A QUITAR..".
          02 CONSIG-REL    PIC ZZZZZZZZZ9,99.
          02 FILLER        PIC X(36)     VALUE   SPACES.

       01 LIN-LIQUIDO.
          02 FILLER        PIC X(05)     VALUE   SPACES.
          02 FILLER        PIC X(26)     VALUE
             "LIQUIDO DA RESCISAO......".
          02 LIQUIDO-REL   PIC ZZZZZZZZZ9,99.
          02 FILLER        PIC X(36)     VALUE   SPACES.

       01 LIN-ACUM.
          02 FILLER        PIC X(05)     VALUE   SPACES.
          02 FILLER        PIC X(26)     VALUE
          02 TOT-RES-SAI   PIC ZZZZ9.
          02 FILLER        PIC X(45)     VALUE   SPACES.

       01 CAB-CONS-01.
          02 FILLER        PIC X(18)     VALUE   SPACES.
          02 FILLER        PIC X(44)     VALUE
             "EMPRESTIMOS CONSIGNADOS DE FUNC. DESLIGADOS ".
          02 FILLER        PIC X(18)     VALUE   SPACES.

       01 CAB-CONS-02.
          02 FILLER        PIC X(40)     VALUE
             "CODIG NOME                 BCO CONTRATO".
          02 FILLER        PIC X(40)     VALUE
             "     REST     SALDO DESC.RESC  A COBRAR".

       01 DET-CONS.
          02 COD-CONS      PIC 9(05).
          02 FILLER        PIC X(01)     VALUE   SPACES.
          02 NOME-CONS     PIC X(20).
          02 FILLER        PIC X(01)     VALUE   SPACES.
          02 BANCO-CONS    PIC 9(03).
          02 FILLER        PIC X(01)     VALUE   SPACES.
          02 CONTRATO-CONS PIC X(12).
          02 FILLER        PIC X(02)     VALUE   SPACES.
          02 REST-CONS     PIC ZZ9.
          02 FILLER        PIC X(01)     VALUE   SPACES.
          02 SALDO-CONS    PIC ZZZZZ9,99.
          02 FILLER        PIC X(01)     VALUE   SPACES.
          02 DESC-CONS     PIC ZZZZZ9,99.
          02 FILLER        PIC X(01)     VALUE   SPACES.
          02 COBRAR-CONS   PIC ZZZZZ9,99.
          02 FILLER        PIC X(02)     VALUE   SPACES.

       01 ROD-CONS-01.
          02 FILLER        PIC X(30)     VALUE
             "CONTRATOS ENCERRADOS:         ".
          02 TOT-CON-SAI   PIC ZZZZ9.
          02 FILLER        PIC X(45)     VALUE   SPACES.

       01 ROD-CONS-02.
          02 FILLER        PIC X(30)     VALUE
             "SALDO / DESCONTADO RESCISOES: ".
          02 TOT-SAL-SAI   PIC ZZZZZZZZ9,99.
          02 FILLER        PIC X(03)     VALUE   " / ".
          02 TOT-DES-SAI   PIC ZZZZZZZZ9,99.
          02 FILLER        PIC X(23)     VALUE   SPACES.

       PROCEDURE DIVISION.

       EM10-EX08.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          PERFORM CARREGA-HISTANO.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-CONSIGNADOS.
          OPEN INPUT  CADFUN
                      MOVRESC
               OUTPUT CADFUNN
                      RESCISAO
                      RELRESC
                      RELCONS.
          PERFORM LER-ANT.
          PERFORM LER-MOV.

             MOVE COD-HANO     TO THAN-COD (IDX-HAN)
             MOVE LIQUIDO-HANO TO THAN-LIQUIDO (IDX-HAN).

       LE-PARAMETRO.
          OPEN INPUT PARMGER.
          READ PARMGER
             AT END
             MOVE ZEROS TO REG-PARM.
          IF PCT-CONSIG-PARM NUMERIC
          AND PCT-CONSIG-PARM GREATER THAN ZEROS
             MOVE PCT-CONSIG-PARM TO PCT-CONSIG.
          CLOSE PARMGER.

       CARREGA-CONSIGNADOS.
          OPEN INPUT CONSIG.
          PERFORM LE-1-CONSIGNADO
             UNTIL FIM-CON EQUAL "SIM".
          CLOSE CONSIG.

       LE-1-CONSIGNADO.
          READ CONSIG
             AT END
             MOVE "SIM" TO FIM-CON.
          IF FIM-CON EQUAL "NAO"
          AND QTD-CONTRATOS LESS THAN 500
             ADD 1 TO QTD-CONTRATOS
             SET IDX-CON TO QTD-CONTRATOS
             MOVE COD-CON        TO TCON-COD (IDX-CON)
             MOVE BANCO-CON      TO TCON-BANCO (IDX-CON)
             MOVE CONTRATO-CON   TO TCON-CONTRATO (IDX-CON)
             MOVE PARCELA-CON    TO TCON-PARCELA (IDX-CON)
             MOVE QTD-PARC-CON   TO TCON-QTD-PARC (IDX-CON)
             MOVE PAGAS-CON      TO TCON-PAGAS (IDX-CON)
             MOVE COMPET-INI-CON TO TCON-COMPET-INI (IDX-CON)
             MOVE "N"            TO TCON-ENCERRADO (IDX-CON).

       LER-ANT.
          READ CADFUN
             AT END
             (SALARIO-ANT * MESES-FERIAS / 12) * 4 / 3.
          COMPUTE TOTAL-VERBAS =
             SALDO-SALARIO + DEC13-PROP + FERIAS-PROP.
          PERFORM APURA-CONSIGNADO.
          PERFORM BUSCA-ACUMULADO.
          PERFORM IMPRIME-TERMO.
          PERFORM GRAVA-RESCISAO.
          IF DIAS-DESDE-ADM LESS THAN ZEROS
             MOVE ZEROS TO DIAS-DESDE-ADM.

      *    O SALDO DE CADA CONTRATO (PARCELAS RESTANTES X VALOR DA
      *    PARCELA) ENTRA NA MARGEM DAS VERBAS NA ORDEM DO ARQUIVO.
       APURA-CONSIGNADO.
          COMPUTE MARGEM-CONSIG ROUNDED =
             TOTAL-VERBAS * PCT-CONSIG / 100.
          MOVE ZEROS TO CONSIG-RESCISAO.
          PERFORM ENCERRA-1-CONTRATO
             VARYING IDX-CON FROM 1 BY 1
             UNTIL IDX-CON GREATER THAN QTD-CONTRATOS.
          SUBTRACT CONSIG-RESCISAO FROM TOTAL-VERBAS
             GIVING LIQUIDO-RESCISAO.

       ENCERRA-1-CONTRATO.
          IF TCON-COD (IDX-CON) EQUAL COD-ANT
          AND TCON-ENCERRADO (IDX-CON) EQUAL "N"
             MOVE "S" TO TCON-ENCERRADO (IDX-CON)
             SUBTRACT TCON-PAGAS (IDX-CON) FROM TCON-QTD-PARC (IDX-CON)
                GIVING PARC-RESTANTES
             COMPUTE SALDO-CONTRATO =
                PARC-RESTANTES * TCON-PARCELA (IDX-CON)
             COMPUTE DESC-CONTRATO = MARGEM-CONSIG - CONSIG-RESCISAO
             IF DESC-CONTRATO GREATER THAN SALDO-CONTRATO
                MOVE SALDO-CONTRATO TO DESC-CONTRATO
             END-IF
             ADD DESC-CONTRATO TO CONSIG-RESCISAO
             PERFORM IMPRIME-CONTRATO.

       IMPRIME-CONTRATO.
          IF CT-LIN-CONS GREATER THAN 55
             PERFORM IMPRIME-CAB-CONS.
          MOVE COD-ANT                 TO COD-CONS.
          MOVE NOME-ANT                TO NOME-CONS.
          MOVE TCON-BANCO (IDX-CON)    TO BANCO-CONS.
          MOVE TCON-CONTRATO (IDX-CON) TO CONTRATO-CONS.
          MOVE PARC-RESTANTES          TO REST-CONS.
          MOVE SALDO-CONTRATO          TO SALDO-CONS.
          MOVE DESC-CONTRATO           TO DESC-CONS.
          COMPUTE COBRAR-CONS = SALDO-CONTRATO - DESC-CONTRATO.
          WRITE REG-CONS FROM DET-CONS
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN-CONS.
          ADD 1 TO CT-CONTRATOS-DES.
          ADD SALDO-CONTRATO TO TOTAL-SALDO-CONS.
          ADD DESC-CONTRATO  TO TOTAL-DESC-CONS.

       IMPRIME-CAB-CONS.
          MOVE SPACES TO REG-CONS.
          WRITE REG-CONS
             AFTER ADVANCING PAGE.
          WRITE REG-CONS FROM CAB-CONS-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-CONS FROM CAB-CONS-02
             AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REG-CONS.
          WRITE REG-CONS
             AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO CT-LIN-CONS.

       BUSCA-ACUMULADO.
          MOVE ZEROS TO ACUM-ANO-ACHADO.
          PERFORM SOMA-1-HISTANO
          MOVE TOTAL-VERBAS TO TOTAL-REL.
          WRITE REG-ATR FROM LIN-TOTAL
             AFTER ADVANCING 1 LINE.
          IF CONSIG-RESCISAO GREATER THAN ZEROS
             MOVE CONSIG-RESCISAO TO CONSIG-REL
             WRITE REG-ATR FROM LIN-CONSIG
                AFTER ADVANCING 1 LINE
             MOVE LIQUIDO-RESCISAO TO LIQUIDO-REL
             WRITE REG-ATR FROM LIN-LIQUIDO
                AFTER ADVANCING 1 LINE.
          MOVE ACUM-ANO-ACHADO TO ACUM-REL.
          WRITE REG-ATR FROM LIN-ACUM
             AFTER ADVANCING 2 LINES.
          MOVE DEC13-PROP      TO DEC13-RESC.
          MOVE FERIAS-PROP     TO FERIAS-RESC.
          MOVE TOTAL-VERBAS    TO TOTAL-RESC.
          MOVE CONSIG-RESCISAO TO CONSIG-RESC.
          MOVE LIQUIDO-RESCISAO TO LIQUIDO-RESC.
          MOVE EMPRESA-ANT     TO EMPRESA-RESC.
          WRITE REG-RESC.

       GRAVA-ANT.
          MOVE CT-RESCISOES TO TOT-RES-SAI.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 2 LINES.
          IF CT-LIN-CONS GREATER THAN 55
             PERFORM IMPRIME-CAB-CONS.
          MOVE CT-CONTRATOS-DES TO TOT-CON-SAI.
          MOVE TOTAL-SALDO-CONS TO TOT-SAL-SAI.
          MOVE TOTAL-DESC-CONS  TO TOT-DES-SAI.
          WRITE REG-CONS FROM ROD-CONS-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-CONS FROM ROD-CONS-02
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-CONSIGNADOS.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADFUN
                MOVRESC
                CADFUNN
                RESCISAO
                RELRESC
                RELCONS.

       GRAVA-CONSIGNADOS.
          OPEN OUTPUT CONSIGN.
          PERFORM GRAVA-1-CONSIGNADO
             VARYING IDX-CON FROM 1 BY 1
             UNTIL IDX-CON GREATER THAN QTD-CONTRATOS.
          CLOSE CONSIGN.

       GRAVA-1-CONSIGNADO.
          IF TCON-ENCERRADO (IDX-CON) EQUAL "N"
             MOVE TCON-COD (IDX-CON)        TO COD-CONN
             MOVE TCON-BANCO (IDX-CON)      TO BANCO-CONN
             MOVE TCON-CONTRATO (IDX-CON)   TO CONTRATO-CONN
             MOVE TCON-PARCELA (IDX-CON)    TO PARCELA-CONN
             MOVE TCON-QTD-PARC (IDX-CON)   TO QTD-PARC-CONN
             MOVE TCON-PAGAS (IDX-CON)      TO PAGAS-CONN
             MOVE TCON-COMPET-INI (IDX-CON) TO COMPET-INI-CONN
             WRITE REG-CONN.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
