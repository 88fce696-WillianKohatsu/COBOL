       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX14.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        VALE-TRANSPORTE E VALE-REFEICAO DA COMPETENCIA
      *                (MES DA DATA DO MOVIMENTO). CONTA OS DIAS
      *                UTEIS DO MES PELA ROTINA DIAUTIL (CALENDARIO
      *                CALFERI.DAT) E, PARA CADA FUNCIONARIO DE
      *                CADFUN.DAT, TIRA OS DIAS EM FERIAS (FERIAS.DAT)
      *                E OS ANTERIORES A ADMISSAO. APLICA O PERFIL DE
      *                PERFBEN.DAT (PASSAGENS POR DIA, TARIFA E VALOR
      *                DIARIO DA REFEICAO, COM O FORNECEDOR DE CADA
      *                BENEFICIO): VT = DIAS X PASSAGENS X TARIFA,
      *                VR = DIAS X VALOR DIARIO. A PARTE DO
      *                FUNCIONARIO NO VT E O MENOR ENTRE O VT DO MES
      *                E PCT-VT-PARM DO SALARIO (6% SE NAO
      *                INFORMADO) E VAI PARA DESCBEN.DAT, DESCONTADA
      *                NA FOLHA PELO EM03/EX06. GRAVA O PEDIDO DE
      *                CREDITO PEDBEN.DAT, UM BLOCO POR FORNECEDOR E
      *                BENEFICIO COM OS FUNCIONARIOS AGRUPADOS POR
      *                EMPRESA, SUBTOTAL "8" POR EMPRESA (NOME DE
      *                EMPRESAS.DAT) E TRAILER "9", E O RELATORIO
      *                RELBEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PERFBEN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL FERIAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL EMPRESAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMGER  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  PEDBEN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  DESCBEN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELBEN  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADFUN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADFUN.DAT".

       01  REG-ENT.
          02 COD-ENT      PIC 9(05).
          02 NOME-ENT     PIC X(20).
          02 SALARIO-BR   PIC 9(05)V99.
          02 DATA-ADMISSAO-ENT.
             03 AAAA-ADM  PIC 9(04).
             03 MM-ADM    PIC 99.
             03 DD-ADM    PIC 99.
          02 EMPRESA-ENT  PIC 9(02).

       FD PERFBEN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PERFBEN.DAT".

       01 REG-PB.
          02 COD-PB           PIC 9(05).
          02 PASSAGENS-PB     PIC 9(02).
          02 TARIFA-PB        PIC 9(02)V99.
          02 FORN-VT-PB       PIC 9(03).
          02 VR-DIA-PB        PIC 9(03)V99.
          02 FORN-VR-PB       PIC 9(03).

       FD FERIAS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FERIAS.DAT".

       01 REG-FER.
          02 COD-FER            PIC 9(05).
          02 DATA-INI-FER.
             03 DD-INI-FER      PIC 99.
             03 MM-INI-FER      PIC 99.
             03 AAAA-INI-FER    PIC 9(04).
          02 DIAS-FER           PIC 9(02).
          02 SIT-FER            PIC X(01).

       FD EMPRESAS
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "EMPRESAS.DAT".

       01  REG-EMPRESA.
          02 COD-EMPRESA       PIC 9(02).
          02 NOME-EMPRESA      PIC X(20).

       FD PARMGER
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PARMGER.DAT".

           COPY PARMREC.

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".

       01 REG-DATAMOV.
          02 DATA-MOVIMENTO     PIC 9(08).

       FD PEDBEN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PEDBEN.DAT".

       01 REG-PED-HDR.
          02 TIPO-PED-HDR       PIC X(01).
          02 FORN-PED-HDR       PIC 9(03).
          02 BENEF-PED-HDR      PIC X(02).
          02 COMPET-PED-HDR     PIC 9(06).
          02 DATA-PED-HDR       PIC 9(08).
          02 FILLER             PIC X(19).

       01 REG-PED-DET.
          02 TIPO-PED-DET       PIC X(01).
          02 EMPRESA-PED-DET    PIC 9(02).
          02 COD-PED-DET        PIC 9(05).
          02 NOME-PED-DET       PIC X(20).
          02 DIAS-PED-DET       PIC 9(02).
          02 VALOR-PED-DET      PIC 9(07)V99.

       01 REG-PED-SUB.
          02 TIPO-PED-SUB       PIC X(01).
          02 EMPRESA-PED-SUB    PIC 9(02).
          02 NOME-PED-SUB       PIC X(20).
          02 QTDE-PED-SUB       PIC 9(05).
          02 VALOR-PED-SUB      PIC 9(09)V99.

       01 REG-PED-TRL.
          02 TIPO-PED-TRL       PIC X(01).
          02 QTDE-PED-TRL       PIC 9(05).
          02 VALOR-PED-TRL      PIC 9(09)V99.
          02 FILLER             PIC X(22).

       FD DESCBEN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "DESCBEN.DAT".

       01 REG-DESCBEN.
          02 COD-DBEN           PIC 9(05).
          02 COMPET-DBEN        PIC 9(06).
          02 DESC-VT-DBEN       PIC 9(05)V99.

       FD RELBEN
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ          PIC X(03)    VALUE "NAO".
       77 FIM-PB           PIC X(03)    VALUE "NAO".
       77 FIM-FER          PIC X(03)    VALUE "NAO".
       77 FIM-EMPR         PIC X(03)    VALUE "NAO".
       77 ACHOU-PB         PIC X(03)    VALUE "NAO".
       77 ACHOU            PIC X(03)    VALUE "NAO".
       77 EM-FERIAS        PIC X(03)    VALUE "NAO".
       77 QTD-PERFIS       PIC 9(03)    VALUE ZEROS.
       77 QTD-FERIAS       PIC 9(03)    VALUE ZEROS.
       77 QTD-EMPRESAS     PIC 9(02)    VALUE ZEROS.
       77 QTD-UTEIS        PIC 9(02)    VALUE ZEROS.
       77 QTD-PEDIDOS      PIC 9(04)    VALUE ZEROS.
       77 QTD-FORN         PIC 9(02)    VALUE ZEROS.
       77 QTD-EMP-PED      PIC 9(02)    VALUE ZEROS.
       77 PEDIDO-CHEIO     PIC X(03)    VALUE "NAO".
       77 DIA-TESTE        PIC 9(02)    VALUE ZEROS.
       77 PCT-VT           PIC 9(03)    VALUE 006.
       77 COMPETENCIA      PIC 9(06)    VALUE ZEROS.
       77 WS-DIAS-ADM      PIC 9(08)    VALUE ZEROS.
       77 DIAS-BENEF       PIC 9(02)    VALUE ZEROS.
       77 VALOR-VT         PIC 9(07)V99 VALUE ZEROS.
       77 VALOR-VR         PIC 9(07)V99 VALUE ZEROS.
       77 DESC-VT          PIC 9(05)V99 VALUE ZEROS.
       77 TETO-VT          PIC 9(05)V99 VALUE ZEROS.
       77 FORN-ALVO        PIC 9(03)    VALUE ZEROS.
       77 BENEF-ALVO       PIC X(02)    VALUE SPACES.
       77 VALOR-ALVO       PIC 9(07)V99 VALUE ZEROS.
       77 QTDE-SUB         PIC 9(05)    VALUE ZEROS.
       77 VALOR-SUB        PIC 9(09)V99 VALUE ZEROS.
       77 QTDE-FORN        PIC 9(05)    VALUE ZEROS.
       77 VALOR-FORN       PIC 9(09)V99 VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-BENEFICIADOS  PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-PERFIL    PIC 9(05)    VALUE ZEROS.
       77 TOTAL-VT         PIC 9(09)V99 VALUE ZEROS.
       77 TOTAL-DESC-VT    PIC 9(09)V99 VALUE ZEROS.
       77 TOTAL-VR         PIC 9(09)V99 VALUE ZEROS.

       01 TAB-UTEIS.
          02 UTL-OCR  OCCURS 31 TIMES INDEXED BY IDX-UTL.
             03 TUTL-JULIANO   PIC 9(08).

       01 TAB-PERFIL.
          02 PB-OCR  OCCURS 500 TIMES INDEXED BY IDX-PB.
             03 TPB-COD        PIC 9(05).
             03 TPB-PASSAGENS  PIC 9(02).
             03 TPB-TARIFA     PIC 9(02)V99.
             03 TPB-FORN-VT    PIC 9(03).
             03 TPB-VR-DIA     PIC 9(03)V99.
             03 TPB-FORN-VR    PIC 9(03).

       01 TAB-FERIAS.
          02 FER-OCR  OCCURS 500 TIMES INDEXED BY IDX-FER.
             03 TFER-COD       PIC 9(05).
             03 TFER-JUL-INI   PIC 9(08).
             03 TFER-JUL-FIM   PIC 9(08).

       01 TAB-EMPRESA.
          02 EMPR-OCR  OCCURS 20 TIMES INDEXED BY IDX-EMR.
             03 TEMPR-COD      PIC 9(02).
             03 TEMPR-NOME     PIC X(20).

       01 TAB-PEDIDO.
          02 PED-OCR  OCCURS 2000 TIMES INDEXED BY IDX-PED.
             03 TPED-FORN      PIC 9(03).
             03 TPED-BENEF     PIC X(02).
             03 TPED-EMPRESA   PIC 9(02).
             03 TPED-COD       PIC 9(05).
             03 TPED-NOME      PIC X(20).
             03 TPED-DIAS      PIC 9(02).
             03 TPED-VALOR     PIC 9(07)V99.

       01 TAB-FORN.
          02 FOR-OCR  OCCURS 30 TIMES INDEXED BY IDX-FOR.
             03 TFOR-FORN      PIC 9(03).
             03 TFOR-BENEF     PIC X(02).

       01 TAB-EMP-PED.
          02 EPD-OCR  OCCURS 20 TIMES INDEXED BY IDX-EPD.
             03 TEPD-COD       PIC 9(02).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 DUT-PARM.
          02 DUT-DIA          PIC 9(02).
          02 DUT-MES          PIC 9(02).
          02 DUT-ANO          PIC 9(04).
          02 DUT-ROLADO       PIC X(01).
          02 DUT-VALIDO       PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(38) VALUE
             "VALE-TRANSPORTE E REFEICAO - COMPET. ".
          02 MES-CAB         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(13) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(40) VALUE
             "CODIG NOME                 EMP DIAS    ".
          02 FILLER          PIC X(40) VALUE
             "  VALE-TR.   DESC.VT  VALE-REF.        ".

       01 DETALHE.
          02 COD-REL         PIC 9(05).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 EMPRESA-REL     PIC 9(02).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DIAS-REL        PIC Z9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VT-REL          PIC ZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DESC-REL        PIC ZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VR-REL          PIC ZZZZZ9,99.
          02 FILLER          PIC X(15) VALUE SPACES.

       01 DET-SEM-PERFIL.
          02 COD-SP-REL      PIC 9(05).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-SP-REL     PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 EMPRESA-SP-REL  PIC 9(02).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "SEM PERFIL DE BENEFICIO       ".
          02 FILLER          PIC X(18) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "DIAS UTEIS NA COMPETENCIA:    ".
          02 TOT-UTE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "FUNCIONARIOS COM BENEFICIO:   ".
          02 TOT-BEN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "FUNCIONARIOS SEM PERFIL:      ".
          02 TOT-SPF-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "VALE-TRANSPORTE / DESCONTO:   ".
          02 TOT-VT-SAI      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-DVT-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(23) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "VALE-REFEICAO:                ".
          02 TOT-VR-SAI      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(44) VALUE
             "TABELA DE PEDIDOS CHEIA - PEDIDO INCOMPLETO ".
          02 FILLER          PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       EM10-EX14.

       PERFORM INICIO.
       PERFORM PRINCIPAL
          UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          COMPUTE COMPETENCIA = WS-ANO-HOJE * 100 + WS-MES-HOJE.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-DIAS-UTEIS.
          PERFORM CARREGA-PERFIS.
          PERFORM CARREGA-FERIAS.
          PERFORM CARREGA-EMPRESAS.
          OPEN INPUT  CADFUN
               OUTPUT DESCBEN
                      RELBEN.
          MOVE WS-MES-HOJE TO MES-CAB.
          MOVE WS-ANO-HOJE TO ANO-CAB.
          PERFORM LEITURA.

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

       LE-PARAMETRO.
          OPEN INPUT PARMGER.
          READ PARMGER
             AT END
             MOVE ZEROS TO REG-PARM.
          IF PCT-VT-PARM NUMERIC
          AND PCT-VT-PARM GREATER THAN ZEROS
             MOVE PCT-VT-PARM TO PCT-VT.
          CLOSE PARMGER.

      *    DIA UTIL E O QUE A ROTINA DIAUTIL NAO PRECISA ROLAR;
      *    DIA INEXISTENTE NO MES (31/04, 30/02) VOLTA INVALIDO.
       CARREGA-DIAS-UTEIS.
          PERFORM TESTA-1-DIA-UTIL
             VARYING DIA-TESTE FROM 1 BY 1
             UNTIL DIA-TESTE GREATER THAN 31.

       TESTA-1-DIA-UTIL.
          MOVE DIA-TESTE   TO DUT-DIA.
          MOVE WS-MES-HOJE TO DUT-MES.
          MOVE WS-ANO-HOJE TO DUT-ANO.
          CALL "DIAUTIL" USING DUT-PARM.
          IF DUT-VALIDO EQUAL "S"
          AND DUT-ROLADO EQUAL "N"
             MOVE DIA-TESTE   TO DTC-DIA
             MOVE WS-MES-HOJE TO DTC-MES
             MOVE WS-ANO-HOJE TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             ADD 1 TO QTD-UTEIS
             SET IDX-UTL TO QTD-UTEIS
             MOVE DTC-NUM-DIAS TO TUTL-JULIANO (IDX-UTL).

       CARREGA-PERFIS.
          OPEN INPUT PERFBEN.
          PERFORM LE-1-PERFIL
             UNTIL FIM-PB EQUAL "SIM".
          CLOSE PERFBEN.

       LE-1-PERFIL.
          READ PERFBEN
             AT END
             MOVE "SIM" TO FIM-PB.
          IF FIM-PB EQUAL "NAO"
          AND QTD-PERFIS LESS THAN 500
             ADD 1 TO QTD-PERFIS
             SET IDX-PB TO QTD-PERFIS
             MOVE COD-PB       TO TPB-COD (IDX-PB)
             MOVE PASSAGENS-PB TO TPB-PASSAGENS (IDX-PB)
             MOVE TARIFA-PB    TO TPB-TARIFA (IDX-PB)
             MOVE FORN-VT-PB   TO TPB-FORN-VT (IDX-PB)
             MOVE VR-DIA-PB    TO TPB-VR-DIA (IDX-PB)
             MOVE FORN-VR-PB   TO TPB-FORN-VR (IDX-PB).

       CARREGA-FERIAS.
          OPEN INPUT FERIAS.
          PERFORM LE-1-FERIAS
             UNTIL FIM-FER EQUAL "SIM".
          CLOSE FERIAS.

       LE-1-FERIAS.
          READ FERIAS
             AT END
             MOVE "SIM" TO FIM-FER.
          IF FIM-FER EQUAL "NAO"
          AND QTD-FERIAS LESS THAN 500
             MOVE DD-INI-FER   TO DTC-DIA
             MOVE MM-INI-FER   TO DTC-MES
             MOVE AAAA-INI-FER TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             IF DTC-VALIDO EQUAL "S"
             AND DIAS-FER GREATER THAN ZEROS
                ADD 1 TO QTD-FERIAS
                SET IDX-FER TO QTD-FERIAS
                MOVE COD-FER      TO TFER-COD (IDX-FER)
                MOVE DTC-NUM-DIAS TO TFER-JUL-INI (IDX-FER)
                COMPUTE TFER-JUL-FIM (IDX-FER) =
                   DTC-NUM-DIAS + DIAS-FER - 1.

       CARREGA-EMPRESAS.
          OPEN INPUT EMPRESAS.
          PERFORM LE-1-EMPRESA
             UNTIL FIM-EMPR EQUAL "SIM".
          CLOSE EMPRESAS.

       LE-1-EMPRESA.
          READ EMPRESAS
             AT END
             MOVE "SIM" TO FIM-EMPR.
          IF FIM-EMPR EQUAL "NAO"
          AND QTD-EMPRESAS LESS THAN 20
             ADD 1 TO QTD-EMPRESAS
             SET IDX-EMR TO QTD-EMPRESAS
             MOVE COD-EMPRESA  TO TEMPR-COD (IDX-EMR)
             MOVE NOME-EMPRESA TO TEMPR-NOME (IDX-EMR).

       LEITURA.
          READ CADFUN
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          PERFORM BUSCA-PERFIL.
          IF ACHOU-PB EQUAL "NAO"
             ADD 1 TO CT-SEM-PERFIL
             PERFORM IMPRIME-SEM-PERFIL
          ELSE
             PERFORM CALCULA-BENEFICIO.
          PERFORM LEITURA.

       BUSCA-PERFIL.
          MOVE "NAO" TO ACHOU-PB.
          SET IDX-PB TO 1.
          PERFORM BUSCA-1-PERFIL
             UNTIL IDX-PB GREATER THAN QTD-PERFIS
                OR ACHOU-PB EQUAL "SIM".

       BUSCA-1-PERFIL.
          IF TPB-COD (IDX-PB) EQUAL COD-ENT
             MOVE "SIM" TO ACHOU-PB
          ELSE
             SET IDX-PB UP BY 1.

       CALCULA-BENEFICIO.
          PERFORM CONTA-DIAS-BENEFICIO.
          COMPUTE VALOR-VT = DIAS-BENEF * TPB-PASSAGENS (IDX-PB)
                           * TPB-TARIFA (IDX-PB).
          COMPUTE VALOR-VR = DIAS-BENEF * TPB-VR-DIA (IDX-PB).
          COMPUTE TETO-VT ROUNDED = SALARIO-BR * PCT-VT / 100.
          IF VALOR-VT LESS THAN TETO-VT
             MOVE VALOR-VT TO DESC-VT
          ELSE
             MOVE TETO-VT  TO DESC-VT.
          IF VALOR-VT GREATER THAN ZEROS
             MOVE TPB-FORN-VT (IDX-PB) TO FORN-ALVO
             MOVE "VT"                 TO BENEF-ALVO
             MOVE VALOR-VT             TO VALOR-ALVO
             PERFORM INCLUI-PEDIDO.
          IF VALOR-VR GREATER THAN ZEROS
             MOVE TPB-FORN-VR (IDX-PB) TO FORN-ALVO
             MOVE "VR"                 TO BENEF-ALVO
             MOVE VALOR-VR             TO VALOR-ALVO
             PERFORM INCLUI-PEDIDO.
          IF DESC-VT GREATER THAN ZEROS
             MOVE COD-ENT     TO COD-DBEN
             MOVE COMPETENCIA TO COMPET-DBEN
             MOVE DESC-VT     TO DESC-VT-DBEN
             WRITE REG-DESCBEN
             ADD 1 TO CT-GRAVADOS.
          IF VALOR-VT GREATER THAN ZEROS
          OR VALOR-VR GREATER THAN ZEROS
             ADD 1 TO CT-BENEFICIADOS.
          ADD VALOR-VT TO TOTAL-VT.
          ADD DESC-VT  TO TOTAL-DESC-VT.
          ADD VALOR-VR TO TOTAL-VR.
          PERFORM IMPRIME-BENEFICIO.

       CONTA-DIAS-BENEFICIO.
          MOVE DD-ADM   TO DTC-DIA.
          MOVE MM-ADM   TO DTC-MES.
          MOVE AAAA-ADM TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO EQUAL "S"
             MOVE DTC-NUM-DIAS TO WS-DIAS-ADM
          ELSE
             MOVE ZEROS TO WS-DIAS-ADM.
          MOVE ZEROS TO DIAS-BENEF.
          PERFORM CONTA-1-DIA-UTIL
             VARYING IDX-UTL FROM 1 BY 1
             UNTIL IDX-UTL GREATER THAN QTD-UTEIS.

       CONTA-1-DIA-UTIL.
          IF TUTL-JULIANO (IDX-UTL) NOT LESS THAN WS-DIAS-ADM
             PERFORM VERIFICA-FERIAS
             IF EM-FERIAS EQUAL "NAO"
                ADD 1 TO DIAS-BENEF.

       VERIFICA-FERIAS.
          MOVE "NAO" TO EM-FERIAS.
          PERFORM VERIFICA-1-FERIAS
             VARYING IDX-FER FROM 1 BY 1
             UNTIL IDX-FER GREATER THAN QTD-FERIAS
                OR EM-FERIAS EQUAL "SIM".

       VERIFICA-1-FERIAS.
          IF TFER-COD (IDX-FER) EQUAL COD-ENT
          AND TUTL-JULIANO (IDX-UTL) NOT LESS THAN
              TFER-JUL-INI (IDX-FER)
          AND TUTL-JULIANO (IDX-UTL) NOT GREATER THAN
              TFER-JUL-FIM (IDX-FER)
             MOVE "SIM" TO EM-FERIAS.

       INCLUI-PEDIDO.
          IF QTD-PEDIDOS LESS THAN 2000
             ADD 1 TO QTD-PEDIDOS
             SET IDX-PED TO QTD-PEDIDOS
             MOVE FORN-ALVO   TO TPED-FORN (IDX-PED)
             MOVE BENEF-ALVO  TO TPED-BENEF (IDX-PED)
             MOVE EMPRESA-ENT TO TPED-EMPRESA (IDX-PED)
             MOVE COD-ENT     TO TPED-COD (IDX-PED)
             MOVE NOME-ENT    TO TPED-NOME (IDX-PED)
             MOVE DIAS-BENEF  TO TPED-DIAS (IDX-PED)
             MOVE VALOR-ALVO  TO TPED-VALOR (IDX-PED)
             PERFORM REGISTRA-FORNECEDOR
             PERFORM REGISTRA-EMPRESA
          ELSE
             MOVE "SIM" TO PEDIDO-CHEIO.

       REGISTRA-FORNECEDOR.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-FORNECEDOR
             VARYING IDX-FOR FROM 1 BY 1
             UNTIL IDX-FOR GREATER THAN QTD-FORN
                OR ACHOU EQUAL "SIM".
          IF ACHOU EQUAL "NAO"
          AND QTD-FORN LESS THAN 30
             ADD 1 TO QTD-FORN
             SET IDX-FOR TO QTD-FORN
             MOVE FORN-ALVO  TO TFOR-FORN (IDX-FOR)
             MOVE BENEF-ALVO TO TFOR-BENEF (IDX-FOR).

       BUSCA-1-FORNECEDOR.
          IF TFOR-FORN (IDX-FOR) EQUAL FORN-ALVO
          AND TFOR-BENEF (IDX-FOR) EQUAL BENEF-ALVO
             MOVE "SIM" TO ACHOU.

       REGISTRA-EMPRESA.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-EMP-PED
             VARYING IDX-EPD FROM 1 BY 1
             UNTIL IDX-EPD GREATER THAN QTD-EMP-PED
                OR ACHOU EQUAL "SIM".
          IF ACHOU EQUAL "NAO"
          AND QTD-EMP-PED LESS THAN 20
             ADD 1 TO QTD-EMP-PED
             SET IDX-EPD TO QTD-EMP-PED
             MOVE EMPRESA-ENT TO TEPD-COD (IDX-EPD).

       BUSCA-1-EMP-PED.
          IF TEPD-COD (IDX-EPD) EQUAL EMPRESA-ENT
             MOVE "SIM" TO ACHOU.

       IMPRIME-BENEFICIO.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE COD-ENT     TO COD-REL.
          MOVE NOME-ENT    TO NOME-REL.
          MOVE EMPRESA-ENT TO EMPRESA-REL.
          MOVE DIAS-BENEF  TO DIAS-REL.
          MOVE VALOR-VT    TO VT-REL.
          MOVE DESC-VT     TO DESC-REL.
          MOVE VALOR-VR    TO VR-REL.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-SEM-PERFIL.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE COD-ENT     TO COD-SP-REL.
          MOVE NOME-ENT    TO NOME-SP-REL.
          MOVE EMPRESA-ENT TO EMPRESA-SP-REL.
          WRITE REG-ATR FROM DET-SEM-PERFIL
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
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

      *    UM BLOCO POR FORNECEDOR/BENEFICIO; DENTRO DELE OS
      *    FUNCIONARIOS VEM AGRUPADOS POR EMPRESA COM SUBTOTAL.
       GERA-PEDIDOS.
          OPEN OUTPUT PEDBEN.
          PERFORM GERA-1-FORNECEDOR
             VARYING IDX-FOR FROM 1 BY 1
             UNTIL IDX-FOR GREATER THAN QTD-FORN.
          CLOSE PEDBEN.

       GERA-1-FORNECEDOR.
          MOVE SPACES               TO REG-PED-HDR.
          MOVE "0"                  TO TIPO-PED-HDR.
          MOVE TFOR-FORN (IDX-FOR)  TO FORN-PED-HDR.
          MOVE TFOR-BENEF (IDX-FOR) TO BENEF-PED-HDR.
          MOVE COMPETENCIA          TO COMPET-PED-HDR.
          MOVE WS-DATA-HOJE         TO DATA-PED-HDR.
          WRITE REG-PED-HDR.
          MOVE ZEROS TO QTDE-FORN
                        VALOR-FORN.
          PERFORM GERA-1-EMPRESA
             VARYING IDX-EPD FROM 1 BY 1
             UNTIL IDX-EPD GREATER THAN QTD-EMP-PED.
          MOVE SPACES     TO REG-PED-TRL.
          MOVE "9"        TO TIPO-PED-TRL.
          MOVE QTDE-FORN  TO QTDE-PED-TRL.
          MOVE VALOR-FORN TO VALOR-PED-TRL.
          WRITE REG-PED-TRL.

       GERA-1-EMPRESA.
          MOVE ZEROS TO QTDE-SUB
                        VALOR-SUB.
          PERFORM GERA-1-PEDIDO
             VARYING IDX-PED FROM 1 BY 1
             UNTIL IDX-PED GREATER THAN QTD-PEDIDOS.
          IF QTDE-SUB GREATER THAN ZEROS
             MOVE SPACES             TO REG-PED-SUB
             MOVE "8"                TO TIPO-PED-SUB
             MOVE TEPD-COD (IDX-EPD) TO EMPRESA-PED-SUB
             PERFORM BUSCA-NOME-EMPRESA
             MOVE QTDE-SUB           TO QTDE-PED-SUB
             MOVE VALOR-SUB          TO VALOR-PED-SUB
             WRITE REG-PED-SUB
             ADD QTDE-SUB  TO QTDE-FORN
             ADD VALOR-SUB TO VALOR-FORN.

       GERA-1-PEDIDO.
          IF TPED-FORN (IDX-PED) EQUAL TFOR-FORN (IDX-FOR)
          AND TPED-BENEF (IDX-PED) EQUAL TFOR-BENEF (IDX-FOR)
          AND TPED-EMPRESA (IDX-PED) EQUAL TEPD-COD (IDX-EPD)
             MOVE SPACES                 TO REG-PED-DET
             MOVE "1"                    TO TIPO-PED-DET
             MOVE TPED-EMPRESA (IDX-PED) TO EMPRESA-PED-DET
             MOVE TPED-COD (IDX-PED)     TO COD-PED-DET
             MOVE TPED-NOME (IDX-PED)    TO NOME-PED-DET
             MOVE TPED-DIAS (IDX-PED)    TO DIAS-PED-DET
             MOVE TPED-VALOR (IDX-PED)   TO VALOR-PED-DET
             WRITE REG-PED-DET
             ADD 1                    TO QTDE-SUB
             ADD TPED-VALOR (IDX-PED) TO VALOR-SUB.

       BUSCA-NOME-EMPRESA.
          MOVE "EMPRESA NAO CADASTR." TO NOME-PED-SUB.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-NOME-EMPRESA
             VARYING IDX-EMR FROM 1 BY 1
             UNTIL IDX-EMR GREATER THAN QTD-EMPRESAS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-NOME-EMPRESA.
          IF TEMPR-COD (IDX-EMR) EQUAL TEPD-COD (IDX-EPD)
             MOVE TEMPR-NOME (IDX-EMR) TO NOME-PED-SUB
             MOVE "SIM" TO ACHOU.

       TERMINO.
          PERFORM GERA-PEDIDOS.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE QTD-UTEIS       TO TOT-UTE-SAI.
          MOVE CT-BENEFICIADOS TO TOT-BEN-SAI.
          MOVE CT-SEM-PERFIL   TO TOT-SPF-SAI.
          MOVE TOTAL-VT        TO TOT-VT-SAI.
          MOVE TOTAL-DESC-VT   TO TOT-DVT-SAI.
          MOVE TOTAL-VR        TO TOT-VR-SAI.
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
          IF PEDIDO-CHEIO EQUAL "SIM"
             WRITE REG-ATR FROM ROD-06
                AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADFUN
                DESCBEN
                RELBEN.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM10EX14"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-SEM-PERFIL  TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
