       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX15.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CADASTRO DE AFASTAMENTOS DOS FUNCIONARIOS
      *                (AFASTA.DAT: CODIGO, TIPO, INICIO E FIM
      *                AAAAMMDD - FIM ZERADO E AFASTAMENTO EM ABERTO -
      *                E QUEM PAGA). APLICA MOVAFA.DAT: INCLUSAO "I",
      *                ENCERRAMENTO OU CORRECAO DO FIM "F" E EXCLUSAO
      *                "E" (CHAVE CODIGO + INICIO), CRITICANDO O
      *                FUNCIONARIO CONTRA CADFUN.DAT, TIPO (D=DOENCA,
      *                M=MATERNIDADE, A=ACIDENTE, S=SEM REMUNERACAO,
      *                O=OUTROS), PAGADOR (E=EMPRESA, I=PREVIDENCIA,
      *                N=SEM REMUNERACAO), DATAS PELA ROTINA DATECALC
      *                E SOBREPOSICAO COM OUTRO AFASTAMENTO DO MESMO
      *                FUNCIONARIO. GRAVA AFASTAN.DAT, O LOG
      *                AUDITFUN.LOG NO FEITIO DO EM10/EX06 E O
      *                RELATORIO RELAFA COM AS OCORRENCIAS E A
      *                RELACAO MENSAL DOS AFASTADOS NA DATA DO
      *                MOVIMENTO. O CADASTRO E LIDO PELA ROTINA
      *                DIASAFA NA FOLHA (EM03/EX06), NO DECIMO
      *                TERCEIRO (EM10/EX04) E NAS FERIAS (EM10/EX07).
      *                CADA LINHA GRAVADA NO AUDITFUN.LOG LEVA O NUMERO
      *                DE SEQUENCIA E O VALOR DE CONFERENCIA DA LINHA
      *                ANTERIOR (SUBROT/HASHLOG), CONFERIDOS PELO
      *                EM12/EX17.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AFASTA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL MOVAFA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  AFASTAN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELAFA  ASSIGN TO DISK.

          SELECT  AUDITFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL OPERADOR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

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
          02 DATA-ADMISSAO-ENT  PIC 9(08).
          02 EMPRESA-ENT  PIC 9(02).

       FD AFASTA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AFASTA.DAT".

       01 REG-AFA.
          02 COD-AFA          PIC 9(05).
          02 TIPO-AFA         PIC X(01).
          02 DATA-INI-AFA     PIC 9(08).
          02 DATA-FIM-AFA     PIC 9(08).
          02 PAGADOR-AFA      PIC X(01).

       FD MOVAFA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVAFA.DAT".

       01 REG-MOV.
          02 COD-MOV          PIC 9(05).
          02 TIPO-MOV         PIC X(01).
          02 TIPO-AFA-MOV     PIC X(01).
          02 DATA-INI-MOV     PIC 9(08).
          02 DATA-FIM-MOV     PIC 9(08).
          02 PAGADOR-MOV      PIC X(01).

       FD AFASTAN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AFASTAN.DAT".

       01 REG-AFAN.
          02 COD-AFAN         PIC 9(05).
          02 TIPO-AFAN        PIC X(01).
          02 DATA-INI-AFAN    PIC 9(08).
          02 DATA-FIM-AFAN    PIC 9(08).
          02 PAGADOR-AFAN     PIC X(01).

       FD RELAFA
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD AUDITFUN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITFUN.LOG".

       01 REG-AUDIT.
          02 AUDIT-DATA       PIC 9(08).
          02 AUDIT-HORA       PIC 9(08).
          02 AUDIT-COD        PIC 9(05).
          02 AUDIT-TIPO       PIC X(01).
          02 AUDIT-RESULTADO  PIC X(40).
          02 AUDIT-OPERADOR   PIC X(08).
          02 AUDIT-SEQ        PIC 9(09).
          02 AUDIT-CHK        PIC 9(09).

       FD OPERADOR
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "OPERADOR.DAT".

       01 REG-OPER.
          02 OPER-RUN         PIC X(08).

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
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ            PIC X(03)    VALUE "NAO".
       77 FIM-FUN            PIC X(03)    VALUE "NAO".
       77 FIM-AFA            PIC X(03)    VALUE "NAO".
       77 ACHOU-FUN          PIC X(03)    VALUE "NAO".
       77 ACHOU-AFA          PIC X(03)    VALUE "NAO".
       77 SOBREPOE           PIC X(03)    VALUE "NAO".
       77 MOV-VALIDO         PIC X(03)    VALUE "NAO".
       77 QTD-FUNCION        PIC 9(04)    VALUE ZEROS.
       77 QTD-AFAST          PIC 9(04)    VALUE ZEROS.
       77 IDX-AFA-ACH        PIC 9(04)    VALUE ZEROS.
       77 JUL-MOV-INI        PIC 9(08)    VALUE ZEROS.
       77 JUL-MOV-FIM        PIC 9(08)    VALUE ZEROS.
       77 JUL-TAB-INI        PIC 9(08)    VALUE ZEROS.
       77 JUL-TAB-FIM        PIC 9(08)    VALUE ZEROS.
       77 JUL-HOJE           PIC 9(08)    VALUE ZEROS.
       77 DIAS-AFASTADO      PIC 9(05)    VALUE ZEROS.
       77 OPERADOR-CORRENTE  PIC X(08)    VALUE SPACES.
       77 WS-DATA-AUDIT      PIC 9(08)    VALUE ZEROS.
       77 WS-HORA-AUDIT      PIC 9(08)    VALUE ZEROS.
       77 SEQ-AUDIT-ANT      PIC 9(09)    VALUE ZEROS.
       77 CHK-AUDIT-ANT      PIC 9(09)    VALUE ZEROS.
       77 FIM-AUDIT          PIC X(03)    VALUE "NAO".
       77 HA-AUDITORIA       PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(07)    VALUE ZEROS.
       77 CT-INCLUSOES       PIC 9(05)    VALUE ZEROS.
       77 CT-ENCERRAMENTOS   PIC 9(05)    VALUE ZEROS.
       77 CT-EXCLUSOES       PIC 9(05)    VALUE ZEROS.
       77 CT-RECUSADOS       PIC 9(05)    VALUE ZEROS.
       77 CT-AFASTADOS       PIC 9(05)    VALUE ZEROS.

       01 HSH-PARM.
          02 HSH-VALOR        PIC 9(09).
          02 HSH-TEXTO        PIC X(200).

       01 TAB-FUNCION.
          02 FUN-OCR  OCCURS 500 TIMES INDEXED BY IDX-FUN.
             03 TFUN-COD       PIC 9(05).
             03 TFUN-NOME      PIC X(20).

      *       TAFA-SIT: X = EXCLUIDO NESTA RODADA
       01 TAB-AFAST.
          02 AFA-OCR  OCCURS 1000 TIMES INDEXED BY IDX-AFA.
             03 TAFA-COD       PIC 9(05).
             03 TAFA-TIPO      PIC X(01).
             03 TAFA-DATA-INI  PIC 9(08).
             03 TAFA-DATA-FIM  PIC 9(08).
             03 TAFA-PAGADOR   PIC X(01).
             03 TAFA-SIT       PIC X(01).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

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

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(29) VALUE
             "AFASTAMENTOS DE FUNCIONARIOS ".
          02 FILLER          PIC X(22) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "CODIGO".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "MOV.".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "INICIO".
          02 FILLER          PIC X(07) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(38) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(05)  VALUE SPACES.
          02 COD-REL         PIC 9(05).
          02 FILLER          PIC X(05)  VALUE SPACES.
          02 TIPO-REL        PIC X(01).
          02 FILLER          PIC X(05)  VALUE SPACES.
          02 INICIO-REL      PIC 9999/99/99.
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40).
          02 FILLER          PIC X(06)  VALUE SPACES.

       01 CAB-AFAST-1.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(28) VALUE
             "FUNCIONARIOS AFASTADOS EM  ".
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(37) VALUE SPACES.

       01 CAB-AFAST-2.
          02 FILLER          PIC X(40) VALUE
             "CODIG NOME                 TIPO         ".
          02 FILLER          PIC X(40) VALUE
             "INICIO     FIM        PAGADOR  DIAS     ".

       01 DET-AFAST.
          02 COD-AF-REL      PIC 9(05).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-AF-REL     PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 TIPO-AF-REL     PIC X(12).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 INICIO-AF-REL   PIC 99/99/9999.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FIM-AF-REL      PIC X(10).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PAGADOR-AF-REL  PIC X(08).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DIAS-AF-REL     PIC ZZZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.

       01 FIM-EDITADO.
          02 FIM-EDIT        PIC 99/99/9999.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "INCLUSOES / ENCERRAMENTOS:    ".
          02 TOT-INC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-ENC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(37) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "EXCLUSOES / RECUSADOS:        ".
          02 TOT-EXC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(37) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "AFASTADOS NA DATA:            ".
          02 TOT-AFA-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM10-EX15.

       PERFORM INICIO.
       PERFORM PRINCIPAL
          UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-OPERADOR.
          PERFORM CARREGA-FUNCIONARIOS.
          PERFORM CARREGA-AFASTAMENTOS.
          OPEN INPUT  MOVAFA
               OUTPUT AFASTAN
                      RELAFA.
          PERFORM PREPARA-ENCADEAMENTO.
          OPEN EXTEND AUDITFUN.
          PERFORM IMPRIME-CAB.
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

       LE-OPERADOR.
          OPEN INPUT OPERADOR.
          READ OPERADOR
             AT END
             MOVE SPACES TO OPER-RUN.
          MOVE OPER-RUN TO OPERADOR-CORRENTE.
          CLOSE OPERADOR.

       CARREGA-FUNCIONARIOS.
          OPEN INPUT CADFUN.
          PERFORM LE-1-FUNCIONARIO
             UNTIL FIM-FUN EQUAL "SIM".
          CLOSE CADFUN.

       LE-1-FUNCIONARIO.
          READ CADFUN
             AT END
             MOVE "SIM" TO FIM-FUN.
          IF FIM-FUN EQUAL "NAO"
          AND QTD-FUNCION LESS THAN 500
             ADD 1 TO QTD-FUNCION
             SET IDX-FUN TO QTD-FUNCION
             MOVE COD-ENT  TO TFUN-COD (IDX-FUN)
             MOVE NOME-ENT TO TFUN-NOME (IDX-FUN).

       CARREGA-AFASTAMENTOS.
          OPEN INPUT AFASTA.
          PERFORM LE-1-AFASTAMENTO
             UNTIL FIM-AFA EQUAL "SIM".
          CLOSE AFASTA.

       LE-1-AFASTAMENTO.
          READ AFASTA
             AT END
             MOVE "SIM" TO FIM-AFA.
          IF FIM-AFA EQUAL "NAO"
          AND QTD-AFAST LESS THAN 1000
             ADD 1 TO QTD-AFAST
             SET IDX-AFA TO QTD-AFAST
             MOVE COD-AFA      TO TAFA-COD (IDX-AFA)
             MOVE TIPO-AFA     TO TAFA-TIPO (IDX-AFA)
             MOVE DATA-INI-AFA TO TAFA-DATA-INI (IDX-AFA)
             MOVE DATA-FIM-AFA TO TAFA-DATA-FIM (IDX-AFA)
             MOVE PAGADOR-AFA  TO TAFA-PAGADOR (IDX-AFA)
             MOVE SPACES       TO TAFA-SIT (IDX-AFA).

       LEITURA.
          READ MOVAFA
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          IF TIPO-MOV EQUAL "I"
             PERFORM INCLUI-AFASTAMENTO
          ELSE IF TIPO-MOV EQUAL "F"
             PERFORM ENCERRA-AFASTAMENTO
          ELSE IF TIPO-MOV EQUAL "E"
             PERFORM EXCLUI-AFASTAMENTO
          ELSE
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA.
          PERFORM LEITURA.

       INCLUI-AFASTAMENTO.
          PERFORM BUSCA-FUNCIONARIO.
          PERFORM CRITICA-DATAS.
          IF ACHOU-FUN EQUAL "NAO"
             MOVE "FUNCIONARIO NAO CADASTRADO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF TIPO-AFA-MOV NOT EQUAL "D" AND "M" AND "A"
                                     AND "S" AND "O"
             MOVE "TIPO DE AFASTAMENTO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF PAGADOR-MOV NOT EQUAL "E" AND "I" AND "N"
             MOVE "PAGADOR INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF TIPO-AFA-MOV EQUAL "S"
          AND PAGADOR-MOV NOT EQUAL "N"
             MOVE "SEM REMUNERACAO EXIGE PAGADOR N" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF MOV-VALIDO EQUAL "NAO"
             PERFORM RECUSA
          ELSE
             MOVE ZEROS TO IDX-AFA-ACH
             PERFORM VERIFICA-SOBREPOSICAO
             IF SOBREPOE EQUAL "SIM"
                MOVE "SOBREPOE OUTRO AFASTAMENTO" TO MENSAGEM-SAI
                PERFORM RECUSA
             ELSE IF QTD-AFAST NOT LESS THAN 1000
                MOVE "CADASTRO DE AFASTAMENTOS CHEIO" TO MENSAGEM-SAI
                PERFORM RECUSA
             ELSE
                ADD 1 TO QTD-AFAST
                SET IDX-AFA TO QTD-AFAST
                MOVE COD-MOV      TO TAFA-COD (IDX-AFA)
                MOVE TIPO-AFA-MOV TO TAFA-TIPO (IDX-AFA)
                MOVE DATA-INI-MOV TO TAFA-DATA-INI (IDX-AFA)
                MOVE DATA-FIM-MOV TO TAFA-DATA-FIM (IDX-AFA)
                MOVE PAGADOR-MOV  TO TAFA-PAGADOR (IDX-AFA)
                MOVE SPACES       TO TAFA-SIT (IDX-AFA)
                ADD 1 TO CT-INCLUSOES
                MOVE "AFASTAMENTO INCLUIDO" TO MENSAGEM-SAI
                PERFORM APLICA.

      *    O FIM PODE SER INFORMADO, CORRIGIDO OU ZERADO (REABRE).
       ENCERRA-AFASTAMENTO.
          PERFORM BUSCA-AFASTAMENTO.
          PERFORM CRITICA-DATAS.
          IF ACHOU-AFA EQUAL "NAO"
             MOVE "AFASTAMENTO NAO ENCONTRADO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF MOV-VALIDO EQUAL "NAO"
             PERFORM RECUSA
          ELSE
             PERFORM VERIFICA-SOBREPOSICAO
             IF SOBREPOE EQUAL "SIM"
                MOVE "SOBREPOE OUTRO AFASTAMENTO" TO MENSAGEM-SAI
                PERFORM RECUSA
             ELSE
                SET IDX-AFA TO IDX-AFA-ACH
                MOVE DATA-FIM-MOV TO TAFA-DATA-FIM (IDX-AFA)
                ADD 1 TO CT-ENCERRAMENTOS
                MOVE "FIM DO AFASTAMENTO ATUALIZADO" TO MENSAGEM-SAI
                PERFORM APLICA.

       EXCLUI-AFASTAMENTO.
          PERFORM BUSCA-AFASTAMENTO.
          IF ACHOU-AFA EQUAL "NAO"
             MOVE "AFASTAMENTO NAO ENCONTRADO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             SET IDX-AFA TO IDX-AFA-ACH
             MOVE "X" TO TAFA-SIT (IDX-AFA)
             ADD 1 TO CT-EXCLUSOES
             MOVE "AFASTAMENTO EXCLUIDO" TO MENSAGEM-SAI
             PERFORM APLICA.

       BUSCA-FUNCIONARIO.
          MOVE "NAO" TO ACHOU-FUN.
          PERFORM BUSCA-1-FUNCIONARIO
             VARYING IDX-FUN FROM 1 BY 1
             UNTIL IDX-FUN GREATER THAN QTD-FUNCION
                OR ACHOU-FUN EQUAL "SIM".

       BUSCA-1-FUNCIONARIO.
          IF TFUN-COD (IDX-FUN) EQUAL COD-MOV
             MOVE "SIM" TO ACHOU-FUN.

       BUSCA-AFASTAMENTO.
          MOVE "NAO" TO ACHOU-AFA.
          MOVE ZEROS TO IDX-AFA-ACH.
          PERFORM BUSCA-1-AFASTAMENTO
             VARYING IDX-AFA FROM 1 BY 1
             UNTIL IDX-AFA GREATER THAN QTD-AFAST
                OR ACHOU-AFA EQUAL "SIM".

       BUSCA-1-AFASTAMENTO.
          IF TAFA-COD (IDX-AFA) EQUAL COD-MOV
          AND TAFA-DATA-INI (IDX-AFA) EQUAL DATA-INI-MOV
          AND TAFA-SIT (IDX-AFA) NOT EQUAL "X"
             SET IDX-AFA-ACH TO IDX-AFA
             MOVE "SIM" TO ACHOU-AFA.

      *    INICIO OBRIGATORIO E VALIDO; FIM ZERADO = EM ABERTO.
       CRITICA-DATAS.
          MOVE "SIM" TO MOV-VALIDO.
          MOVE DATA-INI-MOV TO DATA-AMD.
          PERFORM CONVERTE-DATA.
          MOVE DTC-NUM-DIAS TO JUL-MOV-INI.
          IF DTC-VALIDO EQUAL "N"
             MOVE "NAO" TO MOV-VALIDO
             MOVE "DATA DE INICIO INVALIDA" TO MENSAGEM-SAI
          ELSE IF DATA-FIM-MOV EQUAL ZEROS
             MOVE 99999999 TO JUL-MOV-FIM
          ELSE
             MOVE DATA-FIM-MOV TO DATA-AMD
             PERFORM CONVERTE-DATA
             MOVE DTC-NUM-DIAS TO JUL-MOV-FIM
             IF DTC-VALIDO EQUAL "N"
                MOVE "NAO" TO MOV-VALIDO
                MOVE "DATA DE FIM INVALIDA" TO MENSAGEM-SAI
             ELSE IF JUL-MOV-FIM LESS THAN JUL-MOV-INI
                MOVE "NAO" TO MOV-VALIDO
                MOVE "FIM ANTERIOR AO INICIO" TO MENSAGEM-SAI.

       CONVERTE-DATA.
          MOVE DIA-AMD TO DTC-DIA.
          MOVE MES-AMD TO DTC-MES.
          MOVE ANO-AMD TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.

      *    COMPARA COM OS DEMAIS AFASTAMENTOS DO FUNCIONARIO,
      *    MENOS O PROPRIO (IDX-AFA-ACH) NO ENCERRAMENTO.
       VERIFICA-SOBREPOSICAO.
          MOVE "NAO" TO SOBREPOE.
          PERFORM VERIFICA-1-SOBREPOSICAO
             VARYING IDX-AFA FROM 1 BY 1
             UNTIL IDX-AFA GREATER THAN QTD-AFAST
                OR SOBREPOE EQUAL "SIM".

       VERIFICA-1-SOBREPOSICAO.
          IF TAFA-COD (IDX-AFA) EQUAL COD-MOV
          AND TAFA-SIT (IDX-AFA) NOT EQUAL "X"
          AND IDX-AFA NOT EQUAL IDX-AFA-ACH
             PERFORM CALCULA-PERIODO-TABELA
             IF JUL-TAB-INI NOT GREATER THAN JUL-MOV-FIM
             AND JUL-TAB-FIM NOT LESS THAN JUL-MOV-INI
                MOVE "SIM" TO SOBREPOE.

       CALCULA-PERIODO-TABELA.
          MOVE TAFA-DATA-INI (IDX-AFA) TO DATA-AMD.
          PERFORM CONVERTE-DATA.
          MOVE DTC-NUM-DIAS TO JUL-TAB-INI.
          IF TAFA-DATA-FIM (IDX-AFA) EQUAL ZEROS
             MOVE 99999999 TO JUL-TAB-FIM
          ELSE
             MOVE TAFA-DATA-FIM (IDX-AFA) TO DATA-AMD
             PERFORM CONVERTE-DATA
             MOVE DTC-NUM-DIAS TO JUL-TAB-FIM.

       APLICA.
          PERFORM IMPRIME-MOVIMENTO.
          PERFORM GRAVA-AUDITORIA.

       RECUSA.
          ADD 1 TO CT-RECUSADOS.
          PERFORM IMPRIME-MOVIMENTO.
          PERFORM GRAVA-AUDITORIA.

       IMPRIME-MOVIMENTO.
          MOVE COD-MOV      TO COD-REL.
          MOVE TIPO-MOV     TO TIPO-REL.
          MOVE DATA-INI-MOV TO INICIO-REL.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       GRAVA-AUDITORIA.
          ACCEPT WS-DATA-AUDIT FROM DATE YYYYMMDD.
          ACCEPT WS-HORA-AUDIT FROM TIME.
          MOVE WS-DATA-AUDIT     TO AUDIT-DATA.
          MOVE WS-HORA-AUDIT     TO AUDIT-HORA.
          MOVE COD-MOV           TO AUDIT-COD.
          MOVE TIPO-MOV          TO AUDIT-TIPO.
          MOVE MENSAGEM-SAI      TO AUDIT-RESULTADO.
          MOVE OPERADOR-CORRENTE TO AUDIT-OPERADOR.
          PERFORM ENCADEIA-AUDITORIA.
          WRITE REG-AUDIT.

      *    A CADEIA CONTINUA DA ULTIMA LINHA JA GRAVADA NO LOG.
       PREPARA-ENCADEAMENTO.
          MOVE ZEROS TO SEQ-AUDIT-ANT CHK-AUDIT-ANT.
          OPEN INPUT AUDITFUN.
          PERFORM LE-ULTIMA-AUDITORIA
             UNTIL FIM-AUDIT EQUAL "SIM".
          CLOSE AUDITFUN.
          IF HA-AUDITORIA EQUAL "SIM"
             CALL "HASHLOG" USING HSH-PARM
             MOVE HSH-VALOR TO CHK-AUDIT-ANT.

       LE-ULTIMA-AUDITORIA.
          READ AUDITFUN
             AT END
             MOVE "SIM" TO FIM-AUDIT.
          IF FIM-AUDIT EQUAL "NAO"
             MOVE "SIM" TO HA-AUDITORIA
             MOVE REG-AUDIT TO HSH-TEXTO
             IF AUDIT-SEQ IS NUMERIC
                MOVE AUDIT-SEQ TO SEQ-AUDIT-ANT
             ELSE
                MOVE ZEROS TO SEQ-AUDIT-ANT.

       ENCADEIA-AUDITORIA.
          ADD 1 TO SEQ-AUDIT-ANT.
          MOVE SEQ-AUDIT-ANT TO AUDIT-SEQ.
          MOVE CHK-AUDIT-ANT TO AUDIT-CHK.
          MOVE REG-AUDIT TO HSH-TEXTO.
          CALL "HASHLOG" USING HSH-PARM.
          MOVE HSH-VALOR TO CHK-AUDIT-ANT.

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

      *    RELACAO MENSAL: AFASTAMENTOS EM CURSO NA DATA DO
      *    MOVIMENTO, COM OS DIAS CORRIDOS ATE ELA.
       LISTA-AFASTADOS.
          MOVE WS-DATA-HOJE TO DATA-AMD.
          PERFORM CONVERTE-DATA.
          MOVE DTC-NUM-DIAS TO JUL-HOJE.
          COMPUTE DATA-CAB = WS-DIA-HOJE * 1000000
                           + WS-MES-HOJE * 10000
                           + WS-ANO-HOJE.
          PERFORM IMPRIME-CAB-AFASTADOS.
          PERFORM LISTA-1-AFASTADO
             VARYING IDX-AFA FROM 1 BY 1
             UNTIL IDX-AFA GREATER THAN QTD-AFAST.

       IMPRIME-CAB-AFASTADOS.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-AFAST-1
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-AFAST-2
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO CT-LIN.

       LISTA-1-AFASTADO.
          IF TAFA-SIT (IDX-AFA) NOT EQUAL "X"
             PERFORM CALCULA-PERIODO-TABELA
             IF JUL-TAB-INI NOT GREATER THAN JUL-HOJE
             AND JUL-TAB-FIM NOT LESS THAN JUL-HOJE
                PERFORM IMPRIME-AFASTADO.

       IMPRIME-AFASTADO.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB-AFASTADOS.
          ADD 1 TO CT-AFASTADOS.
          MOVE TAFA-COD (IDX-AFA) TO COD-AF-REL COD-MOV.
          PERFORM BUSCA-FUNCIONARIO.
          IF ACHOU-FUN EQUAL "SIM"
             SET IDX-FUN DOWN BY 1
             MOVE TFUN-NOME (IDX-FUN) TO NOME-AF-REL
          ELSE
             MOVE "NAO CONSTA CADFUN" TO NOME-AF-REL.
          IF TAFA-TIPO (IDX-AFA) EQUAL "D"
             MOVE "DOENCA"       TO TIPO-AF-REL
          ELSE IF TAFA-TIPO (IDX-AFA) EQUAL "M"
             MOVE "MATERNIDADE"  TO TIPO-AF-REL
          ELSE IF TAFA-TIPO (IDX-AFA) EQUAL "A"
             MOVE "ACIDENTE"     TO TIPO-AF-REL
          ELSE IF TAFA-TIPO (IDX-AFA) EQUAL "S"
             MOVE "SEM REMUNER." TO TIPO-AF-REL
          ELSE
             MOVE "OUTROS"       TO TIPO-AF-REL.
          MOVE TAFA-DATA-INI (IDX-AFA) TO DATA-AMD.
          COMPUTE INICIO-AF-REL = DIA-AMD * 1000000
                                + MES-AMD * 10000
                                + ANO-AMD.
          IF TAFA-DATA-FIM (IDX-AFA) EQUAL ZEROS
             MOVE "EM ABERTO" TO FIM-AF-REL
          ELSE
             MOVE TAFA-DATA-FIM (IDX-AFA) TO DATA-AMD
             COMPUTE FIM-EDIT = DIA-AMD * 1000000
                              + MES-AMD * 10000
                              + ANO-AMD
             MOVE FIM-EDITADO TO FIM-AF-REL.
          IF TAFA-PAGADOR (IDX-AFA) EQUAL "I"
             MOVE "INSS"     TO PAGADOR-AF-REL
          ELSE IF TAFA-PAGADOR (IDX-AFA) EQUAL "N"
             MOVE "NINGUEM"  TO PAGADOR-AF-REL
          ELSE
             MOVE "EMPRESA"  TO PAGADOR-AF-REL.
          COMPUTE DIAS-AFASTADO = JUL-HOJE - JUL-TAB-INI + 1.
          MOVE DIAS-AFASTADO TO DIAS-AF-REL.
          WRITE REG-ATR FROM DET-AFAST
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       GRAVA-AFASTAMENTOS.
          PERFORM GRAVA-1-AFASTAMENTO
             VARYING IDX-AFA FROM 1 BY 1
             UNTIL IDX-AFA GREATER THAN QTD-AFAST.

       GRAVA-1-AFASTAMENTO.
          IF TAFA-SIT (IDX-AFA) NOT EQUAL "X"
             MOVE TAFA-COD (IDX-AFA)      TO COD-AFAN
             MOVE TAFA-TIPO (IDX-AFA)     TO TIPO-AFAN
             MOVE TAFA-DATA-INI (IDX-AFA) TO DATA-INI-AFAN
             MOVE TAFA-DATA-FIM (IDX-AFA) TO DATA-FIM-AFAN
             MOVE TAFA-PAGADOR (IDX-AFA)  TO PAGADOR-AFAN
             WRITE REG-AFAN
             ADD 1 TO CT-GRAVADOS.

       TERMINO.
          MOVE CT-INCLUSOES     TO TOT-INC-SAI.
          MOVE CT-ENCERRAMENTOS TO TOT-ENC-SAI.
          MOVE CT-EXCLUSOES     TO TOT-EXC-SAI.
          MOVE CT-RECUSADOS     TO TOT-REC-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-AFASTAMENTOS.
          PERFORM LISTA-AFASTADOS.
          MOVE CT-AFASTADOS TO TOT-AFA-SAI.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE MOVAFA
                AFASTAN
                RELAFA
                AUDITFUN.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM10EX15"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
