       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX30.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        EMISSAO DO DIARIO DE CLASSE PRE-IMPRESSO. PARA
      *                O MES DE PARMDIAR.DAT (ANO, MES E DIA LIMITE
      *                DE DEVOLUCAO NO MES SEGUINTE; PADRAO: MES DA
      *                DATA DE MOVIMENTO E DIA 10) IMPRIME UMA FOLHA
      *                POR TURMA DO CADAMEST, UMA LINHA NUMERADA POR
      *                ALUNO EM ORDEM DE NOME E UMA COLUNA POR DIA
      *                LETIVO (SEGUNDA A SEXTA FORA DOS FERIADOS DE
      *                CALFERI.DAT). CADA FOLHA LEVA UM CODIGO DE
      *                CONTROLE COM DIGITO VERIFICADOR MODULO 11 E
      *                FICA REGISTRADA EM FOLHAFRQ.DAT (SITUACAO "E"
      *                EMITIDA), COM A MATRICULA DE CADA LINHA EM
      *                FOLHALIN.DAT, PARA A CAPTURA DO EM08/EX31
      *                GERAR O MOVFREQ.DAT SEM REDIGITAR MATRICULA.
      *                FOLHA AINDA NAO DEVOLVIDA DA MESMA TURMA E MES
      *                E CANCELADA ("X") PELA REEMISSAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADAMEST  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  SEQUENTIAL
          RECORD KEY  IS  MATRICULA-MST
          ALTERNATE RECORD KEY IS NOME-MST
             WITH DUPLICATES.

          SELECT OPTIONAL PARMDIAR ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CALFERI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL FOLHAFRQ ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL FOLHALIN ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN TO DISK.

          SELECT  RELDIARIO  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADAMEST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADAMEST.DAT".

           COPY CADAMEST.

       FD PARMDIAR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMDIAR.DAT".

       01 REG-PARMDIAR.
          02 ANO-PARM           PIC 9(04).
          02 MES-PARM           PIC 9(02).
          02 DIA-PRAZO-PARM     PIC 9(02).

       FD CALFERI
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CALFERI.DAT".

       01 REG-FER.
          02 DATA-FER           PIC 9(08).
          02 DESC-FER           PIC X(20).

       FD FOLHAFRQ
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FOLHAFRQ.DAT".

       01 REG-FOLHA.
          02 COD-FOLHA-FF       PIC 9(06).
          02 DV-FOLHA-FF        PIC 9(01).
          02 TURMA-FF           PIC X(05).
          02 ANO-FF             PIC 9(04).
          02 MES-FF             PIC 9(02).
          02 QTD-LINHAS-FF      PIC 9(02).
          02 DATA-EMISSAO-FF    PIC 9(08).
          02 DATA-LIMITE-FF     PIC 9(08).
          02 SIT-FF             PIC X(01).
          02 DATA-CAPT-FF       PIC 9(08).

       FD FOLHALIN
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FOLHALIN.DAT".

       01 REG-FOLHALIN.
          02 COD-FOLHA-FL       PIC 9(06).
          02 LINHA-FL           PIC 9(02).
          02 MATRICULA-FL       PIC 9(07).

       SD TRAB.
       01 REG-TRAB.
          02 TURMA-TRAB         PIC X(05).
          02 NOME-TRAB          PIC X(20).
          02 MATRICULA-TRAB     PIC 9(07).

       FD RELDIARIO
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(110).

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
       77 FIM-MST          PIC X(03)    VALUE "NAO".
       77 FIM-FER          PIC X(03)    VALUE "NAO".
       77 FIM-FOLHA        PIC X(03)    VALUE "NAO".
       77 FIM-SORT         PIC X(03)    VALUE "NAO".
       77 ACHOU-FER        PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA     PIC X(03)    VALUE "NAO".
       77 TEM-FOLHA        PIC X(03)    VALUE "NAO".
       77 ANO-DIARIO       PIC 9(04)    VALUE ZEROS.
       77 MES-DIARIO       PIC 9(02)    VALUE ZEROS.
       77 DIA-PRAZO        PIC 9(02)    VALUE 10.
       77 DATA-LIMITE      PIC 9(08)    VALUE ZEROS.
       77 QTD-FERIADOS     PIC 9(03)    VALUE ZEROS.
       77 QTD-DIAS-LET     PIC 9(02)    VALUE ZEROS.
       77 QTD-FOLHAS       PIC 9(04)    VALUE ZEROS.
       77 MAIOR-NUMERO     PIC 9(06)    VALUE ZEROS.
       77 NUMERO-ANTERIOR  PIC 9(06)    VALUE ZEROS.
       77 NOVO-NUMERO      PIC 9(06)    VALUE ZEROS.
       77 DV-NOVO          PIC 9(01)    VALUE ZEROS.
       77 TURMA-CONTROL    PIC X(05)    VALUE SPACES.
       77 LINHA-FOLHA      PIC 9(02)    VALUE ZEROS.
       77 CT-DIA           PIC 9(02)    VALUE ZEROS.
       77 CT-COL           PIC 9(02)    VALUE ZEROS.
       77 DATA-TESTE       PIC 9(08)    VALUE ZEROS.
       77 AUX-SEMANA       PIC 9(09)    VALUE ZEROS.
       77 QUOC-SEMANA      PIC 9(09)    VALUE ZEROS.
       77 DIA-SEMANA       PIC 9(01)    VALUE ZEROS.
       77 SOMA-DV          PIC 9(04)    VALUE ZEROS.
       77 QUOC-DV          PIC 9(04)    VALUE ZEROS.
       77 RESTO-DV         PIC 9(02)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-FOLHAS        PIC 9(05)    VALUE ZEROS.
       77 CT-LINHAS        PIC 9(05)    VALUE ZEROS.
       77 CT-CANCELADAS    PIC 9(05)    VALUE ZEROS.

       01 DTC-PARM.
          02 DTC-DIA         PIC 9(02).
          02 DTC-MES         PIC 9(02).
          02 DTC-ANO         PIC 9(04).
          02 DTC-NUM-DIAS    PIC 9(08).
          02 DTC-VALIDO      PIC X(01).

       01 TAB-FERIADOS.
          02 FER-OCR  OCCURS 300 TIMES INDEXED BY IDX-FER
                                 PIC 9(08).

       01 TAB-DIAS-LETIVOS.
          02 DIA-LET  OCCURS 23 TIMES INDEXED BY IDX-DIA
                                 PIC 9(02).

      *    IMAGEM DE FOLHAFRQ.DAT, NO MESMO LAYOUT DE REG-FOLHA.
       01 TAB-FOLHAS.
          02 FOL-OCR  OCCURS 2000 TIMES INDEXED BY IDX-FOL.
             03 TF-CODIGO      PIC 9(06).
             03 TF-DV          PIC 9(01).
             03 TF-TURMA       PIC X(05).
             03 TF-ANO         PIC 9(04).
             03 TF-MES         PIC 9(02).
             03 TF-QTD-LINHAS  PIC 9(02).
             03 TF-DATA-EMIS   PIC 9(08).
             03 TF-DATA-LIMITE PIC 9(08).
             03 TF-SIT         PIC X(01).
             03 TF-DATA-CAPT   PIC 9(08).

       01 CODIGO-AUX.
          02 DIG-AUX  OCCURS 6 TIMES INDEXED BY IDX-DIG
                                 PIC 9(01).

       01 CODIGO-AUX-N REDEFINES CODIGO-AUX PIC 9(06).

       01 LIMITE-AUX.
          02 AAAA-LIM        PIC 9(04).
          02 MM-LIM          PIC 99.
          02 DD-LIM          PIC 99.

       01 LIMITE-AUX-N REDEFINES LIMITE-AUX PIC 9(08).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).

       01 JUMP-LINHA.
          02 FILLER          PIC X(110) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(23) VALUE
             "DIARIO DE CLASSE  TURMA".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 TURMA-CAB       PIC X(05).
          02 FILLER          PIC X(07) VALUE "   MES ".
          02 MES-CAB         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(20) VALUE
             "   FOLHA DE CONTROLE".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CODIGO-CAB      PIC 9(06).
          02 FILLER          PIC X(01) VALUE "-".
          02 DV-CAB          PIC 9(01).
          02 FILLER          PIC X(26) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE "LN".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "MATRIC.".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME DO ALUNO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 COLUNAS-CAB.
             03 COL-CAB  OCCURS 23 TIMES.
                04 FILLER    PIC X(01).
                04 DIA-CAB   PIC 99.
          02 FILLER          PIC X(07) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 LINHA-REL       PIC 99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MATR-REL        PIC 9(07).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 COLUNAS-DET.
             03 COL-DET  OCCURS 23 TIMES PIC X(03).
          02 FILLER          PIC X(07) VALUE SPACES.

       01 ROD-FOLHA-01.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(50) VALUE
             "MARCAR F NA FALTA. DEVOLVER A SECRETARIA ATE".
          02 DD-LIM-ROD      PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MM-LIM-ROD      PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 AAAA-LIM-ROD    PIC 9(04).
          02 FILLER          PIC X(48) VALUE SPACES.

       01 ROD-FOLHA-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(60) VALUE
             "ASSINATURA DO PROFESSOR: ______________________________".
          02 FILLER          PIC X(48) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "FOLHAS EMITIDAS:              ".
          02 TOT-FOL-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(75) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "LINHAS DE ALUNOS:             ".
          02 TOT-LIN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(75) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "FOLHAS ANTERIORES CANCELADAS: ".
          02 TOT-CAN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(75) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "DIAS LETIVOS NO MES:          ".
          02 TOT-DIAS-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(75) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(110) VALUE
             "FOLHAFRQ.DAT EXCEDE A TABELA - NENHUMA FOLHA EMITIDA".

       PROCEDURE DIVISION.

       EM08-EX30.

       ACCEPT WS-HORA-INICIO FROM TIME.
       PERFORM LE-DATA-MOVIMENTO.
       PERFORM LE-PARAMETRO.
       PERFORM CARREGA-FERIADOS.
       PERFORM MONTA-CALENDARIO.
       PERFORM CARREGA-FOLHAS.
       OPEN OUTPUT RELDIARIO.
       IF TABELA-CHEIA EQUAL "NAO"
       AND QTD-DIAS-LET GREATER THAN ZEROS
          OPEN EXTEND FOLHALIN
          SORT    TRAB
             ASCENDING  KEY  TURMA-TRAB
             ASCENDING  KEY  NOME-TRAB
             INPUT  PROCEDURE  ROT-ENTRADA
             OUTPUT PROCEDURE  ROT-SAIDA
          CLOSE FOLHALIN
          PERFORM REGRAVA-FOLHAS.
       PERFORM IMPRIME-TOTAIS.
       PERFORM GRAVA-RUNLOG.
       CLOSE RELDIARIO.
       STOP RUN.

       LE-DATA-MOVIMENTO SECTION.
          OPEN INPUT DATAMOV.
          READ DATAMOV
             AT END
             MOVE ZEROS TO DATA-MOVIMENTO.
          CLOSE DATAMOV.
          IF DATA-MOVIMENTO GREATER THAN ZEROS
             MOVE DATA-MOVIMENTO TO WS-DATA-HOJE
          ELSE
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    O PRAZO DE DEVOLUCAO E O DIA INFORMADO DO MES SEGUINTE.
       LE-PARAMETRO SECTION.
          OPEN INPUT PARMDIAR.
          READ PARMDIAR
             AT END
             MOVE ZEROS TO REG-PARMDIAR.
          CLOSE PARMDIAR.
          IF ANO-PARM GREATER THAN ZEROS
          AND MES-PARM GREATER THAN ZEROS
          AND MES-PARM NOT GREATER THAN 12
             MOVE ANO-PARM TO ANO-DIARIO
             MOVE MES-PARM TO MES-DIARIO
          ELSE
             MOVE WS-ANO-HOJE TO ANO-DIARIO
             MOVE WS-MES-HOJE TO MES-DIARIO.
          IF DIA-PRAZO-PARM GREATER THAN ZEROS
          AND DIA-PRAZO-PARM NOT GREATER THAN 28
             MOVE DIA-PRAZO-PARM TO DIA-PRAZO.
          IF MES-DIARIO EQUAL 12
             COMPUTE AAAA-LIM = ANO-DIARIO + 1
             MOVE 1 TO MM-LIM
          ELSE
             MOVE ANO-DIARIO TO AAAA-LIM
             COMPUTE MM-LIM = MES-DIARIO + 1.
          MOVE DIA-PRAZO    TO DD-LIM.
          MOVE LIMITE-AUX-N TO DATA-LIMITE.

       CARREGA-FERIADOS SECTION.
          OPEN INPUT CALFERI.
          PERFORM LE-1-FERIADO
             UNTIL FIM-FER EQUAL "SIM".
          CLOSE CALFERI.

       LE-1-FERIADO SECTION.
          READ CALFERI
             AT END
             MOVE "SIM" TO FIM-FER.
          IF FIM-FER EQUAL "NAO"
          AND QTD-FERIADOS LESS THAN 300
             ADD 1 TO QTD-FERIADOS
             SET IDX-FER TO QTD-FERIADOS
             MOVE DATA-FER TO FER-OCR (IDX-FER).

      *    DIA LETIVO: SEGUNDA A SEXTA (DIA DA SEMANA PELO NUMERO DE
      *    DIAS DA DATECALC, COMO NA ROTINA DIAUTIL) FORA DE FERIADO.
      *    DIA INEXISTENTE NO MES (29 A 31) VOLTA INVALIDO.
       MONTA-CALENDARIO SECTION.
          MOVE ZEROS TO QTD-DIAS-LET.
          PERFORM TESTA-1-DIA
             VARYING CT-DIA FROM 1 BY 1
             UNTIL CT-DIA GREATER THAN 31.

       TESTA-1-DIA SECTION.
          MOVE CT-DIA     TO DTC-DIA.
          MOVE MES-DIARIO TO DTC-MES.
          MOVE ANO-DIARIO TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO EQUAL "S"
             COMPUTE AUX-SEMANA = DTC-NUM-DIAS + 1
             DIVIDE AUX-SEMANA BY 7
                GIVING QUOC-SEMANA REMAINDER DIA-SEMANA
             IF DIA-SEMANA NOT EQUAL ZEROS
             AND DIA-SEMANA NOT EQUAL 6
                PERFORM PROCURA-FERIADO
                IF ACHOU-FER EQUAL "NAO"
                AND QTD-DIAS-LET LESS THAN 23
                   ADD 1 TO QTD-DIAS-LET
                   SET IDX-DIA TO QTD-DIAS-LET
                   MOVE CT-DIA TO DIA-LET (IDX-DIA).

       PROCURA-FERIADO SECTION.
          COMPUTE DATA-TESTE = ANO-DIARIO * 10000
                             + MES-DIARIO * 100
                             + CT-DIA.
          MOVE "NAO" TO ACHOU-FER.
          SET IDX-FER TO 1.
          PERFORM PROCURA-1-FERIADO
             UNTIL IDX-FER GREATER THAN QTD-FERIADOS
                OR ACHOU-FER EQUAL "SIM".

       PROCURA-1-FERIADO SECTION.
          IF FER-OCR (IDX-FER) EQUAL DATA-TESTE
             MOVE "SIM" TO ACHOU-FER
          ELSE
             SET IDX-FER UP BY 1.

       CARREGA-FOLHAS SECTION.
          OPEN INPUT FOLHAFRQ.
          PERFORM LE-1-FOLHA
             UNTIL FIM-FOLHA EQUAL "SIM".
          CLOSE FOLHAFRQ.
          MOVE MAIOR-NUMERO TO NUMERO-ANTERIOR.

       LE-1-FOLHA SECTION.
          READ FOLHAFRQ
             AT END
             MOVE "SIM" TO FIM-FOLHA.
          IF FIM-FOLHA EQUAL "NAO"
             IF QTD-FOLHAS LESS THAN 2000
                ADD 1 TO QTD-FOLHAS
                SET IDX-FOL TO QTD-FOLHAS
                MOVE REG-FOLHA TO FOL-OCR (IDX-FOL)
                IF COD-FOLHA-FF GREATER THAN MAIOR-NUMERO
                   MOVE COD-FOLHA-FF TO MAIOR-NUMERO
                END-IF
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-FOLHA.

       ROT-ENTRADA SECTION.
          OPEN INPUT CADAMEST.
          PERFORM LEITURA-MST.
          PERFORM PRINCIPAL-MST
                  UNTIL FIM-MST EQUAL "SIM".
          CLOSE CADAMEST.

       LEITURA-MST SECTION.
          READ CADAMEST
          AT END
          MOVE "SIM" TO FIM-MST.

       PRINCIPAL-MST SECTION.
          ADD 1 TO CT-LIDOS.
          IF TURMA-MST NOT EQUAL SPACES
             MOVE TURMA-MST     TO TURMA-TRAB
             MOVE NOME-MST      TO NOME-TRAB
             MOVE MATRICULA-MST TO MATRICULA-TRAB
             RELEASE REG-TRAB.
          PERFORM LEITURA-MST.

       ROT-SAIDA SECTION.
          PERFORM  LEITURA-SAIDA.
          PERFORM  PRINCIPAL-SAIDA
                   UNTIL FIM-SORT EQUAL "SIM".
          IF TEM-FOLHA EQUAL "SIM"
             PERFORM FECHA-FOLHA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-SORT.

      *    TURMA COM MAIS DE 99 ALUNOS CONTINUA EM OUTRA FOLHA.
       PRINCIPAL-SAIDA SECTION.
          IF TEM-FOLHA EQUAL "NAO"
          OR TURMA-TRAB NOT EQUAL TURMA-CONTROL
          OR LINHA-FOLHA EQUAL 99
             PERFORM QUEBRA-TURMA.
          ADD 1 TO LINHA-FOLHA.
          ADD 1 TO CT-LINHAS.
          MOVE NOVO-NUMERO    TO COD-FOLHA-FL.
          MOVE LINHA-FOLHA    TO LINHA-FL.
          MOVE MATRICULA-TRAB TO MATRICULA-FL.
          WRITE REG-FOLHALIN.
          PERFORM IMPRIME-ALUNO.
          PERFORM LEITURA-SAIDA.

       QUEBRA-TURMA SECTION.
          IF TEM-FOLHA EQUAL "SIM"
             PERFORM FECHA-FOLHA.
          IF TURMA-TRAB NOT EQUAL TURMA-CONTROL
             MOVE TURMA-TRAB TO TURMA-CONTROL
             PERFORM CANCELA-ANTERIORES
                VARYING IDX-FOL FROM 1 BY 1
                UNTIL IDX-FOL GREATER THAN QTD-FOLHAS.
          MOVE "SIM" TO TEM-FOLHA.
          MOVE ZEROS TO LINHA-FOLHA.
          ADD 1 MAIOR-NUMERO GIVING NOVO-NUMERO.
          MOVE NOVO-NUMERO TO MAIOR-NUMERO.
          PERFORM CALCULA-DV.
          ADD 1 TO CT-FOLHAS.
          PERFORM IMPRIME-CAB.

      *    SO AS FOLHAS DE EXECUCOES ANTERIORES SAO CANCELADAS.
       CANCELA-ANTERIORES SECTION.
          IF TF-CODIGO (IDX-FOL) NOT GREATER THAN NUMERO-ANTERIOR
          AND TF-TURMA (IDX-FOL) EQUAL TURMA-CONTROL
          AND TF-ANO (IDX-FOL) EQUAL ANO-DIARIO
          AND TF-MES (IDX-FOL) EQUAL MES-DIARIO
          AND TF-SIT (IDX-FOL) EQUAL "E"
             MOVE "X" TO TF-SIT (IDX-FOL)
             ADD 1 TO CT-CANCELADAS.

      *    DIGITO MODULO 11 COM PESOS 7 A 2 DA ESQUERDA PARA A
      *    DIREITA; RESTO MENOR QUE 2 DA DIGITO ZERO (COMO NO CPF DO
      *    EM02/EX05).
       CALCULA-DV SECTION.
          MOVE NOVO-NUMERO TO CODIGO-AUX-N.
          COMPUTE SOMA-DV = DIG-AUX (1) * 7 + DIG-AUX (2) * 6
                          + DIG-AUX (3) * 5 + DIG-AUX (4) * 4
                          + DIG-AUX (5) * 3 + DIG-AUX (6) * 2.
          DIVIDE SOMA-DV BY 11 GIVING QUOC-DV REMAINDER RESTO-DV.
          IF RESTO-DV LESS THAN 2
             MOVE 0 TO DV-NOVO
          ELSE
             SUBTRACT RESTO-DV FROM 11 GIVING DV-NOVO.

       FECHA-FOLHA SECTION.
          MOVE DD-LIM   TO DD-LIM-ROD.
          MOVE MM-LIM   TO MM-LIM-ROD.
          MOVE AAAA-LIM TO AAAA-LIM-ROD.
          WRITE REG-ATR FROM ROD-FOLHA-01
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM ROD-FOLHA-02
             AFTER ADVANCING 3 LINES.
          IF QTD-FOLHAS LESS THAN 2000
             ADD 1 TO QTD-FOLHAS
          ELSE
             MOVE "SIM" TO TABELA-CHEIA.
          SET IDX-FOL TO QTD-FOLHAS.
          MOVE NOVO-NUMERO    TO TF-CODIGO (IDX-FOL).
          MOVE DV-NOVO        TO TF-DV (IDX-FOL).
          MOVE TURMA-CONTROL  TO TF-TURMA (IDX-FOL).
          MOVE ANO-DIARIO     TO TF-ANO (IDX-FOL).
          MOVE MES-DIARIO     TO TF-MES (IDX-FOL).
          MOVE LINHA-FOLHA    TO TF-QTD-LINHAS (IDX-FOL).
          MOVE WS-DATA-HOJE-N TO TF-DATA-EMIS (IDX-FOL).
          MOVE DATA-LIMITE    TO TF-DATA-LIMITE (IDX-FOL).
          MOVE "E"            TO TF-SIT (IDX-FOL).
          MOVE ZEROS          TO TF-DATA-CAPT (IDX-FOL).

       IMPRIME-ALUNO SECTION.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE LINHA-FOLHA    TO LINHA-REL.
          MOVE MATRICULA-TRAB TO MATR-REL.
          MOVE NOME-TRAB      TO NOME-REL.
          MOVE SPACES         TO COLUNAS-DET.
          PERFORM MONTA-1-COLUNA
             VARYING CT-COL FROM 1 BY 1
             UNTIL CT-COL GREATER THAN QTD-DIAS-LET.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.

       MONTA-1-COLUNA SECTION.
          MOVE " __" TO COL-DET (CT-COL).

       IMPRIME-CAB SECTION.
          MOVE SPACES      TO REG-ATR.
          ADD  1           TO CT-PAG.
          MOVE CT-PAG      TO VAR-PAG.
          MOVE TURMA-CONTROL TO TURMA-CAB.
          MOVE MES-DIARIO  TO MES-CAB.
          MOVE ANO-DIARIO  TO ANO-CAB.
          MOVE NOVO-NUMERO TO CODIGO-CAB.
          MOVE DV-NOVO     TO DV-CAB.
          MOVE SPACES      TO COLUNAS-CAB.
          PERFORM MONTA-1-DIA-CAB
             VARYING CT-COL FROM 1 BY 1
             UNTIL CT-COL GREATER THAN QTD-DIAS-LET.

          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       MONTA-1-DIA-CAB SECTION.
          MOVE DIA-LET (CT-COL) TO DIA-CAB (CT-COL).

       REGRAVA-FOLHAS SECTION.
          OPEN OUTPUT FOLHAFRQ.
          PERFORM GRAVA-1-FOLHA
             VARYING IDX-FOL FROM 1 BY 1
             UNTIL IDX-FOL GREATER THAN QTD-FOLHAS.
          CLOSE FOLHAFRQ.

       GRAVA-1-FOLHA SECTION.
          MOVE FOL-OCR (IDX-FOL) TO REG-FOLHA.
          WRITE REG-FOLHA.

       IMPRIME-TOTAIS SECTION.
          MOVE SPACES TO REG-ATR.
          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-05
                AFTER ADVANCING 2 LINES.
          MOVE CT-FOLHAS     TO TOT-FOL-SAI.
          MOVE CT-LINHAS     TO TOT-LIN-SAI.
          MOVE CT-CANCELADAS TO TOT-CAN-SAI.
          MOVE QTD-DIAS-LET  TO TOT-DIAS-SAI.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX30"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-FOLHAS      TO RL-GRAVADOS.
          MOVE ZEROS          TO RL-REJEITADOS.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
