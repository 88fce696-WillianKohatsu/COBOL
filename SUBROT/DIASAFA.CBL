       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DIASAFA.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        ROTINA DE DIAS DE AFASTAMENTO DE USO GERAL.
      *                RECEBE O CODIGO DO FUNCIONARIO E UM PERIODO
      *                AAAAMMDD A AAAAMMDD E DEVOLVE QUANTOS DIAS
      *                DO PERIODO ELE ESTEVE AFASTADO SEGUNDO
      *                AFASTA.DAT (MANTIDO PELO EM10/EX15), SEPARADOS
      *                POR QUEM PAGA: EMPRESA, PREVIDENCIA (INSS) OU
      *                SEM REMUNERACAO. DEVOLVE TAMBEM OS DIAS DE
      *                AFASTAMENTOS LONGOS (PREVIDENCIA OU SEM
      *                REMUNERACAO COM DURACAO ACIMA DO LIMITE
      *                INFORMADO), QUE SUSPENDEM A AQUISICAO DE
      *                FERIAS. AFASTAMENTO SEM DATA DE FIM CONTA ATE
      *                O FIM DO PERIODO. O ARQUIVO E CARREGADO UMA
      *                UNICA VEZ NA PRIMEIRA CHAMADA, COMO NA ROTINA
      *                DIAUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL AFASTA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AFASTA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AFASTA.DAT".

       01 REG-AFA.
          02 COD-AFA          PIC 9(05).
          02 TIPO-AFA         PIC X(01).
          02 DATA-INI-AFA     PIC 9(08).
          02 DATA-FIM-AFA     PIC 9(08).
          02 PAGADOR-AFA      PIC X(01).

       WORKING-STORAGE SECTION.
       77 JA-CARREGOU        PIC X(03)    VALUE "NAO".
       77 FIM-AFA            PIC X(03)    VALUE "NAO".
       77 QTD-AFAST          PIC 9(04)    VALUE ZEROS.
       77 JUL-PER-INI        PIC 9(08)    VALUE ZEROS.
       77 JUL-PER-FIM        PIC 9(08)    VALUE ZEROS.
       77 JUL-FIM-EFET       PIC 9(08)    VALUE ZEROS.
       77 JUL-SOBRE-INI      PIC 9(08)    VALUE ZEROS.
       77 JUL-SOBRE-FIM      PIC 9(08)    VALUE ZEROS.
       77 DIAS-SOBRE         PIC 9(05)    VALUE ZEROS.
       77 DURACAO            PIC 9(08)    VALUE ZEROS.

       01 TAB-AFAST.
          02 AFA-OCR  OCCURS 1000 TIMES INDEXED BY IDX-AFA.
             03 TAFA-COD      PIC 9(05).
             03 TAFA-JUL-INI  PIC 9(08).
             03 TAFA-JUL-FIM  PIC 9(08).
             03 TAFA-PAGADOR  PIC X(01).

       01 DATA-AMD.
          02 ANO-AMD          PIC 9(04).
          02 MES-AMD          PIC 9(02).
          02 DIA-AMD          PIC 9(02).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       LINKAGE SECTION.
       01 DAF-PARM.
          02 DAF-COD          PIC 9(05).
          02 DAF-INICIO       PIC 9(08).
          02 DAF-FIM          PIC 9(08).
          02 DAF-LIMITE-LONGO PIC 9(03).
          02 DAF-DIAS-EMPRESA PIC 9(05).
          02 DAF-DIAS-INSS    PIC 9(05).
          02 DAF-DIAS-SEM-REM PIC 9(05).
          02 DAF-DIAS-LONGOS  PIC 9(05).

       PROCEDURE DIVISION USING DAF-PARM.

       DIASAFA-PRINCIPAL.
          IF JA-CARREGOU EQUAL "NAO"
             PERFORM CARREGA-AFASTAMENTOS.
          MOVE ZEROS TO DAF-DIAS-EMPRESA
                        DAF-DIAS-INSS
                        DAF-DIAS-SEM-REM
                        DAF-DIAS-LONGOS.
          MOVE DAF-INICIO TO DATA-AMD.
          PERFORM CONVERTE-DATA.
          MOVE DTC-NUM-DIAS TO JUL-PER-INI.
          MOVE DAF-FIM TO DATA-AMD.
          PERFORM CONVERTE-DATA.
          MOVE DTC-NUM-DIAS TO JUL-PER-FIM.
          IF JUL-PER-INI GREATER THAN ZEROS
          AND JUL-PER-FIM NOT LESS THAN JUL-PER-INI
             PERFORM SOMA-1-AFASTAMENTO
                VARYING IDX-AFA FROM 1 BY 1
                UNTIL IDX-AFA GREATER THAN QTD-AFAST.
          GOBACK.

       CARREGA-AFASTAMENTOS.
          MOVE "SIM" TO JA-CARREGOU.
          OPEN INPUT AFASTA.
          PERFORM LE-1-AFASTAMENTO
             UNTIL FIM-AFA EQUAL "SIM"
             OR QTD-AFAST EQUAL 1000.
          CLOSE AFASTA.

       LE-1-AFASTAMENTO.
          READ AFASTA
             AT END
             MOVE "SIM" TO FIM-AFA.
          IF FIM-AFA EQUAL "NAO"
             MOVE DATA-INI-AFA TO DATA-AMD
             PERFORM CONVERTE-DATA
             IF DTC-VALIDO EQUAL "S"
                ADD 1 TO QTD-AFAST
                SET IDX-AFA TO QTD-AFAST
                MOVE COD-AFA      TO TAFA-COD (IDX-AFA)
                MOVE DTC-NUM-DIAS TO TAFA-JUL-INI (IDX-AFA)
                MOVE PAGADOR-AFA  TO TAFA-PAGADOR (IDX-AFA)
                MOVE DATA-FIM-AFA TO DATA-AMD
                PERFORM CONVERTE-DATA
                MOVE DTC-NUM-DIAS TO TAFA-JUL-FIM (IDX-AFA).

       CONVERTE-DATA.
          MOVE DIA-AMD TO DTC-DIA.
          MOVE MES-AMD TO DTC-MES.
          MOVE ANO-AMD TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.

      *    DIAS DO AFASTAMENTO QUE CAEM DENTRO DO PERIODO PEDIDO.
       SOMA-1-AFASTAMENTO.
          IF TAFA-COD (IDX-AFA) EQUAL DAF-COD
             IF TAFA-JUL-FIM (IDX-AFA) EQUAL ZEROS
                MOVE JUL-PER-FIM TO JUL-FIM-EFET
             ELSE
                MOVE TAFA-JUL-FIM (IDX-AFA) TO JUL-FIM-EFET
             END-IF
             IF TAFA-JUL-INI (IDX-AFA) GREATER THAN JUL-PER-INI
                MOVE TAFA-JUL-INI (IDX-AFA) TO JUL-SOBRE-INI
             ELSE
                MOVE JUL-PER-INI TO JUL-SOBRE-INI
             END-IF
             IF JUL-FIM-EFET LESS THAN JUL-PER-FIM
                MOVE JUL-FIM-EFET TO JUL-SOBRE-FIM
             ELSE
                MOVE JUL-PER-FIM TO JUL-SOBRE-FIM
             END-IF
             IF JUL-SOBRE-FIM NOT LESS THAN JUL-SOBRE-INI
                COMPUTE DIAS-SOBRE = JUL-SOBRE-FIM - JUL-SOBRE-INI + 1
                PERFORM CLASSIFICA-DIAS.

       CLASSIFICA-DIAS.
          IF TAFA-PAGADOR (IDX-AFA) EQUAL "I"
             ADD DIAS-SOBRE TO DAF-DIAS-INSS
          ELSE IF TAFA-PAGADOR (IDX-AFA) EQUAL "N"
             ADD DIAS-SOBRE TO DAF-DIAS-SEM-REM
          ELSE
             ADD DIAS-SOBRE TO DAF-DIAS-EMPRESA.
          IF TAFA-PAGADOR (IDX-AFA) EQUAL "I" OR "N"
             COMPUTE DURACAO =
                JUL-FIM-EFET - TAFA-JUL-INI (IDX-AFA) + 1
             IF DURACAO GREATER THAN DAF-LIMITE-LONGO
                ADD DIAS-SOBRE TO DAF-DIAS-LONGOS.
