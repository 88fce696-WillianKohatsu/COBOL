      *                DE COBERTURA: POR FUNCIONARIO, PROGRAMADA,
      *                PAGA, VENCIDA (MAIS DE 360 DIAS DA ADMISSAO
      *                PELA ROTINA DATECALC, SEM FERIAS) OU A
      *                VENCER. OS DIAS DE AFASTAMENTO LONGO PELA
      *                PREVIDENCIA OU SEM REMUNERACAO (AFASTA.DAT,
      *                VIA ROTINA DIASAFA, ACIMA DE AFAST-LONGO-PARM
      *                DE PARMGER.DAT, 180 SE NAO INFORMADO) NAO
      *                CONTAM NO PERIODO AQUISITIVO.
      *                O REGISTRO DE HISTANO.DAT SAI COM A
      *                COMPETENCIA, A ORIGEM "V" DE FERIAS E A
      *                EMPRESA DO FUNCIONARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

          SELECT  RELFERIA  ASSIGN TO DISK.

          SELECT OPTIONAL PARMGER  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          02 REAJUSTE-HANO    PIC 9(05)V99.
          02 IMPOSTO-HANO     PIC 9(05)V99.
          02 LIQUIDO-HANO     PIC 9(05).
          02 COMPET-HANO      PIC 9(06).
          02 ORIGEM-HANO      PIC X(01).
          02 EMPRESA-HANO     PIC 9(02).
          02 EXTRA-HANO       PIC 9(10).

       FD RELFERIA
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD PARMGER
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PARMGER.DAT".

           COPY PARMREC.

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".
       77 SITUACAO-COBER   PIC X(10)    VALUE SPACES.
       77 QTD-FUNCION      PIC 9(04)    VALUE ZEROS.
       77 SALARIO-ACHADO   PIC 9(05)V99 VALUE ZEROS.
       77 EMPRESA-ACHADA   PIC 9(02)    VALUE ZEROS.
       77 NOME-ACHADO      PIC X(20)    VALUE SPACES.
       77 VALOR-FERIAS     PIC 9(07)V99 VALUE ZEROS.
       77 VALOR-TERCO      PIC 9(07)V99 VALUE ZEROS.
       77 CT-PAGAS         PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 AFAST-LONGO      PIC 9(03)    VALUE 180.

       01 TAB-FUNCION.
          02 FUN-OCR  OCCURS 500 TIMES INDEXED BY IDX-FUN.
             03 TFUN-NOME      PIC X(20).
             03 TFUN-SALARIO   PIC 9(05)V99.
             03 TFUN-ADMISSAO  PIC 9(08).
             03 TFUN-EMPRESA   PIC 9(02).

       01 TAB-FERIAS.
          02 FER-OCR  OCCURS 500 TIMES INDEXED BY IDX-FER.
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 DAF-PARM.
          02 DAF-COD          PIC 9(05).
          02 DAF-INICIO       PIC 9(08).
          02 DAF-FIM          PIC 9(08).
          02 DAF-LIMITE-LONGO PIC 9(03).
          02 DAF-DIAS-EMPRESA PIC 9(05).
          02 DAF-DIAS-INSS    PIC 9(05).
          02 DAF-DIAS-SEM-REM PIC 9(05).
          02 DAF-DIAS-LONGOS  PIC 9(05).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-PARAMETRO.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          ELSE
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       LE-PARAMETRO.
          OPEN INPUT PARMGER.
          READ PARMGER
             AT END
             MOVE ZEROS TO REG-PARM.
          IF AFAST-LONGO-PARM NUMERIC
          AND AFAST-LONGO-PARM GREATER THAN ZEROS
             MOVE AFAST-LONGO-PARM TO AFAST-LONGO.
          CLOSE PARMGER.

       CARREGA-FUNCIONARIOS.
          MOVE "NAO" TO FIM-FUN.
          OPEN INPUT CADFUN.
             MOVE COD-ENT           TO TFUN-COD (IDX-FUN)
             MOVE NOME-ENT          TO TFUN-NOME (IDX-FUN)
             MOVE SALARIO-BR        TO TFUN-SALARIO (IDX-FUN)
             MOVE DATA-ADMISSAO-ENT TO TFUN-ADMISSAO (IDX-FUN)
             MOVE EMPRESA-ENT       TO TFUN-EMPRESA (IDX-FUN).

       CARREGA-FERIAS.
          MOVE "NAO" TO FIM-FER.

       BUSCA-FUNCIONARIO.
          MOVE "NAO" TO ACHOU-FUN.
          MOVE ZEROS TO EMPRESA-ACHADA.
          SET IDX-FUN TO 1.
          PERFORM BUSCA-1-FUNCIONARIO
             UNTIL IDX-FUN GREATER THAN QTD-FUNCION
          IF TFUN-COD (IDX-FUN) EQUAL COD-ENT
             MOVE TFUN-SALARIO (IDX-FUN) TO SALARIO-ACHADO
             MOVE TFUN-NOME (IDX-FUN)    TO NOME-ACHADO
             MOVE TFUN-EMPRESA (IDX-FUN) TO EMPRESA-ACHADA
             MOVE "SIM" TO ACHOU-FUN
          ELSE
             SET IDX-FUN UP BY 1.
          MOVE VALOR-TERCO        TO REAJUSTE-HANO.
          MOVE ZEROS              TO IMPOSTO-HANO.
          MOVE VALOR-TOTAL        TO LIQUIDO-HANO.
          COMPUTE COMPET-HANO = WS-ANO-HOJE * 100 + WS-MES-HOJE.
          MOVE "V"                TO ORIGEM-HANO.
          MOVE EMPRESA-ACHADA     TO EMPRESA-HANO.
          MOVE ZEROS              TO EXTRA-HANO.
          WRITE REG-HANO.

       COBERTURA.
             MOVE ZEROS TO DIAS-DE-CASA
          ELSE
             MOVE DTC-NUM-DIAS TO WS-DIAS-ADM
             COMPUTE DIAS-DE-CASA = WS-DIAS-ATU - WS-DIAS-ADM
             PERFORM DESCONTA-AFAST-LONGO.

      *    AFASTAMENTO LONGO SUSPENDE O PERIODO AQUISITIVO.
       DESCONTA-AFAST-LONGO.
          MOVE TFUN-COD (IDX-FUN)      TO DAF-COD.
          MOVE TFUN-ADMISSAO (IDX-FUN) TO DAF-INICIO.
          MOVE WS-DATA-HOJE            TO DAF-FIM.
          MOVE AFAST-LONGO             TO DAF-LIMITE-LONGO.
          CALL "DIASAFA" USING DAF-PARM.
          SUBTRACT DAF-DIAS-LONGOS FROM DIAS-DE-CASA.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
