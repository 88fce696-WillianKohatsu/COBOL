       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX21.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        PROJECAO DE CAIXA DOS PROXIMOS 90 DIAS PARA
      *                A TESOURARIA, POR SEMANA (13 SEMANAS A PARTIR
      *                DA DATA DO MOVIMENTO). JUNTA TRES CANAIS:
      *                MENSALIDADES DOS PROXIMOS MESES (VALOR E DIA
      *                DE VENCIMENTO DA CATEGORIA EM TABMENS.DAT
      *                PARA CADA SOCIO ATIVO DE CADSOC1), SEPARADAS
      *                EM BOLETO E DEBITO AUTOMATICO CONFORME O
      *                MANDATO ATIVO EM DEBAUT.DAT, E AS PARCELAS
      *                ABERTAS DE PARCELAS.DAT PELO VENCIMENTO. CADA
      *                CANAL E PONDERADO PELA TAXA DE ADIMPLENCIA
      *                DOS FECHAMENTOS DE HISTFECH.DAT (EM05/EX04):
      *                A MEDIA DOS ULTIMOS 12 DA O VALOR ESPERADO E
      *                A MENOR TAXA DO PERIODO DA O PESSIMISTA.
      *                CANAL SEM HISTORICO ENTRA COM 100%.
      *                CONTAGEM DE DIAS PELA ROTINA DATECALC.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL-PC.
       OBJECT-COMPUTER. DELL-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT TABMENS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL DEBAUT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARCELAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL HISTFECH ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RELPROJ ASSIGN TO DISK.

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

       FD TABMENS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "TABMENS.DAT".

       01 REG-MENS.
          02 COD-MENS           PIC 9(02).
          02 VALOR-MENS         PIC 9(09)V9(02).
          02 DIA-VENC-MENS      PIC 9(02).

       FD DEBAUT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEBAUT.DAT".

       01 REG-DEB.
          02 NUM-DEB            PIC 9(06).
          02 BANCO-DEB          PIC 9(03).
          02 AGENCIA-DEB        PIC 9(04).
          02 CONTA-DEB          PIC 9(10).
          02 DATA-MAND-DEB      PIC 9(08).
          02 SIT-DEB            PIC X(01).

       FD PARCELAS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARCELAS.DAT".

       01 REG-PARC.
          02 NUM-PARC           PIC 9(06).
          02 SEQ-PARC           PIC 9(02).
          02 QTD-PARC           PIC 9(02).
          02 VALOR-PARC         PIC 9(09)V9(02).
          02 DATA-VENC-PARC.
             03 ANO-VENC-PARC   PIC 9(04).
             03 MES-VENC-PARC   PIC 9(02).
             03 DIA-VENC-PARC   PIC 9(02).
          02 SIT-PARC           PIC X(01).

       FD HISTFECH
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTFECH.DAT".

       01 REG-FECH.
          02 ANOMES-FECH        PIC 9(06).
          02 QTDE-30-FECH       PIC 9(05).
          02 VALOR-30-FECH      PIC 9(15)V99.
          02 QTDE-60-FECH       PIC 9(05).
          02 VALOR-60-FECH      PIC 9(15)V99.
          02 QTDE-90-FECH       PIC 9(05).
          02 VALOR-90-FECH      PIC 9(15)V99.
          02 QTDE-91-FECH       PIC 9(05).
          02 VALOR-91-FECH      PIC 9(15)V99.
          02 QTDE-TOT-FECH      PIC 9(05).
          02 VALOR-TOT-FECH     PIC 9(15)V99.
          02 ACUM-FECH          PIC 9(15)V99.
          02 TAXA-BOL-FECH      PIC 9(03)V99.
          02 TAXA-DEB-FECH      PIC 9(03)V99.
          02 TAXA-PARC-FECH     PIC 9(03)V99.

       FD RELPROJ
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
       77 FIM-ARQ          PIC X(03)    VALUE "NAO".
       77 FIM-MENS         PIC X(03)    VALUE "NAO".
       77 FIM-DEB          PIC X(03)    VALUE "NAO".
       77 FIM-PARC         PIC X(03)    VALUE "NAO".
       77 FIM-HIST         PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(002)   VALUE 45.
       77 CT-PAG           PIC 9(002)   VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 QTD-MENS         PIC 9(02)    VALUE ZEROS.
       77 QTD-MANDATOS     PIC 9(04)    VALUE ZEROS.
       77 QTD-HIST         PIC 9(03)    VALUE ZEROS.
       77 IDX-INICIO       PIC 9(03)    VALUE ZEROS.
       77 TEM-MANDATO      PIC X(03)    VALUE "NAO".
       77 ACHOU-MENS       PIC X(03)    VALUE "NAO".
       77 WS-DIAS-ATU      PIC 9(08)    VALUE ZEROS.
       77 WS-DIAS-ITEM     PIC 9(08)    VALUE ZEROS.
       77 WS-DIAS-DIF      PIC S9(08)   VALUE ZEROS.
       77 IND-SEMANA       PIC 9(03)    VALUE ZEROS.
       77 IND-CANAL        PIC 9(01)    VALUE ZEROS.
       77 IND-MES          PIC 9(01)    VALUE ZEROS.
       77 VALOR-ITEM       PIC 9(09)V99 VALUE ZEROS.
       77 DIA-ITEM         PIC 9(02)    VALUE ZEROS.
       77 MES-ITEM         PIC 9(02)    VALUE ZEROS.
       77 ANO-ITEM         PIC 9(04)    VALUE ZEROS.
       77 ESPERADO-CALC    PIC 9(13)V99 VALUE ZEROS.
       77 PESSIMISTA-CALC  PIC 9(13)V99 VALUE ZEROS.
       77 TOT-ESPERADO     PIC 9(13)V99 VALUE ZEROS.
       77 TOT-PESSIMISTA   PIC 9(13)V99 VALUE ZEROS.
       77 TOT-NOMINAL      PIC 9(13)V99 VALUE ZEROS.

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

       01 TAB-MENS.
          02 MENS-OCR  OCCURS 20 TIMES INDEXED BY IDX-MENS.
             03 TT-COD         PIC 9(02).
             03 TT-VALOR       PIC 9(09)V9(02).
             03 TT-DIA         PIC 9(02).

       01 TAB-MANDATOS.
          02 MAND-OCR  OCCURS 2000 TIMES INDEXED BY IDX-MAND.
             03 TM-NUM         PIC 9(06).

      *    CANAIS: 1 BOLETO, 2 DEBITO AUTOMATICO, 3 PARCELAMENTO.
       01 TAB-SEMANA.
          02 SEM-OCR  OCCURS 13 TIMES INDEXED BY IDX-SEM.
             03 TS-DIA-INI     PIC 9(08).
             03 TS-CANAL  OCCURS 3 TIMES.
                04 TS-VALOR    PIC 9(11)V99.

       01 TAB-CANAL.
          02 CAN-OCR  OCCURS 3 TIMES INDEXED BY IDX-CAN.
             03 TC-SOMA-TAXA   PIC 9(05)V99.
             03 TC-QTD-TAXA    PIC 9(03).
             03 TC-TAXA-MEDIA  PIC 9(03)V99.
             03 TC-TAXA-MENOR  PIC 9(03)V99.
             03 TC-NOMINAL     PIC 9(13)V99.

       01 TAB-NOME-CANAL.
          02 FILLER        PIC X(14) VALUE "BOLETO        ".
          02 FILLER        PIC X(14) VALUE "DEBITO AUTOM. ".
          02 FILLER        PIC X(14) VALUE "PARCELAMENTO  ".

       01 TAB-NOME-CANAL-R REDEFINES TAB-NOME-CANAL.
          02 NOME-CANAL    PIC X(14) OCCURS 3 TIMES.

       01 WS-DATA-INI.
          02 WS-DIA-INI    PIC 99.
          02 WS-MES-INI    PIC 99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(36) VALUE
             "PROJECAO DE CAIXA - 90 DIAS A PARTIR".
          02 FILLER          PIC X(04) VALUE " DE ".
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "SEM  DE  ".
          02 FILLER          PIC X(12) VALUE "      BOLETO".
          02 FILLER          PIC X(12) VALUE "      DEBITO".
          02 FILLER          PIC X(12) VALUE "    PARCELAS".
          02 FILLER          PIC X(12) VALUE "     NOMINAL".
          02 FILLER          PIC X(12) VALUE "    ESPERADO".
          02 FILLER          PIC X(10) VALUE " PESSIMIST".

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 SEMANA-REL      PIC Z9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DIA-INI-REL     PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MES-INI-REL     PIC 99.
          02 BOLETO-REL      PIC ZZZZZZZZ9,99.
          02 DEBITO-REL      PIC ZZZZZZZZ9,99.
          02 PARCELA-REL     PIC ZZZZZZZZ9,99.
          02 NOMINAL-REL     PIC ZZZZZZZZ9,99.
          02 ESPERADO-REL    PIC ZZZZZZZZ9,99.
          02 PESSIMISTA-REL  PIC ZZZZZZZ9,99.

       01 CAB-03.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(14) VALUE "CANAL         ".
          02 FILLER          PIC X(15) VALUE "        NOMINAL".
          02 FILLER          PIC X(08) VALUE "  MEDIA%".
          02 FILLER          PIC X(15) VALUE "       ESPERADO".
          02 FILLER          PIC X(08) VALUE "  MENOR%".
          02 FILLER          PIC X(15) VALUE "     PESSIMISTA".
          02 FILLER          PIC X(04) VALUE SPACES.

       01 DETALHE-CANAL.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CANAL-REL       PIC X(14).
          02 NOM-CAN-REL     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MEDIA-REL       PIC ZZ9,99.
          02 ESP-CAN-REL     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENOR-REL       PIC ZZ9,99.
          02 PES-CAN-REL     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(04) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(14) VALUE "TOTAL GERAL   ".
          02 NOM-TOT-REL     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 ESP-TOT-REL     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 PES-TOT-REL     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(04) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "FECHAMENTOS CONSIDERADOS:     ".
          02 QTD-HIST-REL    PIC ZZ9.
          02 FILLER          PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       EM05-EX21.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM PROJETA-PARCELAS.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO WS-DIAS-ATU.
          PERFORM MONTA-SEMANAS
             VARYING IDX-SEM FROM 1 BY 1
             UNTIL IDX-SEM GREATER THAN 13.
          PERFORM CARREGA-TABMENS.
          PERFORM CARREGA-MANDATOS.
          PERFORM CARREGA-TAXAS.
          OPEN INPUT CADSOC1
             OUTPUT RELPROJ.
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
          COMPUTE DATA-CAB =
             WS-DIA-HOJE * 1000000
             + WS-MES-HOJE * 10000
             + WS-ANO-HOJE.

       MONTA-SEMANAS.
          SET IND-SEMANA TO IDX-SEM.
          COMPUTE TS-DIA-INI (IDX-SEM) =
             WS-DIAS-ATU + (IND-SEMANA - 1) * 7.
          MOVE ZEROS TO TS-VALOR (IDX-SEM 1)
                        TS-VALOR (IDX-SEM 2)
                        TS-VALOR (IDX-SEM 3).

       CARREGA-TABMENS.
          OPEN INPUT TABMENS.
          PERFORM LE-1-TABMENS
             UNTIL FIM-MENS EQUAL "SIM".
          CLOSE TABMENS.

       LE-1-TABMENS.
          READ TABMENS
             AT END
             MOVE "SIM" TO FIM-MENS.
          IF FIM-MENS EQUAL "NAO"
          AND QTD-MENS LESS THAN 20
             ADD 1 TO QTD-MENS
             SET IDX-MENS TO QTD-MENS
             MOVE COD-MENS      TO TT-COD (IDX-MENS)
             MOVE VALOR-MENS    TO TT-VALOR (IDX-MENS)
             MOVE DIA-VENC-MENS TO TT-DIA (IDX-MENS).

       CARREGA-MANDATOS.
          OPEN INPUT DEBAUT.
          PERFORM LE-1-MANDATO
             UNTIL FIM-DEB EQUAL "SIM".
          CLOSE DEBAUT.

       LE-1-MANDATO.
          READ DEBAUT
             AT END
             MOVE "SIM" TO FIM-DEB.
          IF FIM-DEB EQUAL "NAO"
          AND SIT-DEB EQUAL "A"
          AND QTD-MANDATOS LESS THAN 2000
             ADD 1 TO QTD-MANDATOS
             SET IDX-MAND TO QTD-MANDATOS
             MOVE NUM-DEB TO TM-NUM (IDX-MAND).

      *    GUARDA AS TAXAS DOS FECHAMENTOS NUMA TABELA CIRCULAR
      *    DE 12 POSICOES; TAXA ZERO OU AUSENTE (FECHAMENTO ANTIGO)
      *    NAO ENTRA NA MEDIA.
       CARREGA-TAXAS.
          PERFORM ZERA-CANAL
             VARYING IDX-CAN FROM 1 BY 1
             UNTIL IDX-CAN GREATER THAN 3.
          OPEN INPUT HISTFECH.
          PERFORM CONTA-1-FECHAMENTO
             UNTIL FIM-HIST EQUAL "SIM".
          CLOSE HISTFECH.
          IF QTD-HIST GREATER THAN 12
             COMPUTE IDX-INICIO = QTD-HIST - 11
          ELSE
             MOVE 1 TO IDX-INICIO.
          MOVE ZEROS TO QTD-HIST.
          MOVE "NAO" TO FIM-HIST.
          OPEN INPUT HISTFECH.
          PERFORM SOMA-1-FECHAMENTO
             UNTIL FIM-HIST EQUAL "SIM".
          CLOSE HISTFECH.
          PERFORM FECHA-TAXA
             VARYING IDX-CAN FROM 1 BY 1
             UNTIL IDX-CAN GREATER THAN 3.

       ZERA-CANAL.
          MOVE ZEROS TO TC-SOMA-TAXA (IDX-CAN)
                        TC-QTD-TAXA (IDX-CAN)
                        TC-TAXA-MEDIA (IDX-CAN)
                        TC-NOMINAL (IDX-CAN).
          MOVE 100 TO TC-TAXA-MENOR (IDX-CAN).

       CONTA-1-FECHAMENTO.
          READ HISTFECH
             AT END
             MOVE "SIM" TO FIM-HIST.
          IF FIM-HIST EQUAL "NAO"
             ADD 1 TO QTD-HIST.

       SOMA-1-FECHAMENTO.
          READ HISTFECH
             AT END
             MOVE "SIM" TO FIM-HIST.
          IF FIM-HIST EQUAL "NAO"
             ADD 1 TO QTD-HIST
             IF QTD-HIST NOT LESS THAN IDX-INICIO
                SET IDX-CAN TO 1
                IF TAXA-BOL-FECH NUMERIC
                   MOVE TAXA-BOL-FECH TO ESPERADO-CALC
                   PERFORM ACUMULA-TAXA
                END-IF
                SET IDX-CAN TO 2
                IF TAXA-DEB-FECH NUMERIC
                   MOVE TAXA-DEB-FECH TO ESPERADO-CALC
                   PERFORM ACUMULA-TAXA
                END-IF
                SET IDX-CAN TO 3
                IF TAXA-PARC-FECH NUMERIC
                   MOVE TAXA-PARC-FECH TO ESPERADO-CALC
                   PERFORM ACUMULA-TAXA.

       ACUMULA-TAXA.
          IF ESPERADO-CALC GREATER THAN ZEROS
             ADD ESPERADO-CALC TO TC-SOMA-TAXA (IDX-CAN)
             ADD 1 TO TC-QTD-TAXA (IDX-CAN)
             IF ESPERADO-CALC LESS THAN TC-TAXA-MENOR (IDX-CAN)
                MOVE ESPERADO-CALC TO TC-TAXA-MENOR (IDX-CAN).

       FECHA-TAXA.
          IF TC-QTD-TAXA (IDX-CAN) GREATER THAN ZEROS
             COMPUTE TC-TAXA-MEDIA (IDX-CAN) ROUNDED =
                TC-SOMA-TAXA (IDX-CAN) / TC-QTD-TAXA (IDX-CAN)
          ELSE
             MOVE 100 TO TC-TAXA-MEDIA (IDX-CAN)
                         TC-TAXA-MENOR (IDX-CAN).

       LEITURA.
          READ CADSOC1
             AT END
             MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CT-LIDOS.
          IF COD-ENT EQUAL 1 OR 2
             PERFORM PROJETA-MENSALIDADE.
          PERFORM LEITURA.

       PROJETA-MENSALIDADE.
          MOVE "NAO" TO ACHOU-MENS.
          SET IDX-MENS TO 1.
          PERFORM LOCALIZA-1-MENS
             UNTIL IDX-MENS GREATER THAN QTD-MENS
                OR ACHOU-MENS EQUAL "SIM".
          IF ACHOU-MENS EQUAL "SIM"
          AND TT-VALOR (IDX-MENS) GREATER THAN ZEROS
             PERFORM LOCALIZA-MANDATO
             IF TEM-MANDATO EQUAL "SIM"
                MOVE 2 TO IND-CANAL
             ELSE
                MOVE 1 TO IND-CANAL
             END-IF
             MOVE TT-VALOR (IDX-MENS) TO VALOR-ITEM
             PERFORM PROJETA-1-MES
                VARYING IND-MES FROM 1 BY 1
                UNTIL IND-MES GREATER THAN 3.

       LOCALIZA-1-MENS.
          IF TT-COD (IDX-MENS) EQUAL COD-ENT
             MOVE "SIM" TO ACHOU-MENS
          ELSE
             SET IDX-MENS UP BY 1.

       LOCALIZA-MANDATO.
          MOVE "NAO" TO TEM-MANDATO.
          SET IDX-MAND TO 1.
          PERFORM LOCALIZA-1-MANDATO
             UNTIL IDX-MAND GREATER THAN QTD-MANDATOS
                OR TEM-MANDATO EQUAL "SIM".

       LOCALIZA-1-MANDATO.
          IF TM-NUM (IDX-MAND) EQUAL NUM-ENT
             MOVE "SIM" TO TEM-MANDATO
          ELSE
             SET IDX-MAND UP BY 1.

      *    VENCIMENTO NO DIA DA CATEGORIA NOS TRES MESES SEGUINTES
      *    AO MOVIMENTO; DIA INEXISTENTE NO MES VAI PARA O ULTIMO
      *    DIA DO MES.
       PROJETA-1-MES.
          COMPUTE MES-ITEM = WS-MES-HOJE + IND-MES.
          MOVE WS-ANO-HOJE TO ANO-ITEM.
          IF MES-ITEM GREATER THAN 12
             SUBTRACT 12 FROM MES-ITEM
             ADD 1 TO ANO-ITEM.
          MOVE TT-DIA (IDX-MENS) TO DIA-ITEM.
          MOVE DIA-ITEM TO DTC-DIA.
          MOVE MES-ITEM TO DTC-MES.
          MOVE ANO-ITEM TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          PERFORM RECUA-1-DIA
             UNTIL DTC-VALIDO EQUAL "S"
                OR DTC-DIA LESS THAN 29.
          MOVE DTC-NUM-DIAS TO WS-DIAS-ITEM.
          PERFORM ACUMULA-SEMANA.

       RECUA-1-DIA.
          SUBTRACT 1 FROM DTC-DIA.
          CALL "DATECALC" USING DTC-PARM.

       ACUMULA-SEMANA.
          COMPUTE WS-DIAS-DIF = WS-DIAS-ITEM - WS-DIAS-ATU.
          IF WS-DIAS-DIF NOT LESS THAN ZEROS
          AND WS-DIAS-DIF LESS THAN 91
             COMPUTE IND-SEMANA = WS-DIAS-DIF / 7 + 1
             SET IDX-SEM TO IND-SEMANA
             ADD VALOR-ITEM TO TS-VALOR (IDX-SEM IND-CANAL)
             SET IDX-CAN TO IND-CANAL
             ADD VALOR-ITEM TO TC-NOMINAL (IDX-CAN).

       PROJETA-PARCELAS.
          MOVE 3 TO IND-CANAL.
          OPEN INPUT PARCELAS.
          PERFORM LE-1-PARCELA
             UNTIL FIM-PARC EQUAL "SIM".
          CLOSE PARCELAS.

       LE-1-PARCELA.
          READ PARCELAS
             AT END
             MOVE "SIM" TO FIM-PARC.
          IF FIM-PARC EQUAL "NAO"
          AND SIT-PARC EQUAL "A"
             MOVE DIA-VENC-PARC TO DTC-DIA
             MOVE MES-VENC-PARC TO DTC-MES
             MOVE ANO-VENC-PARC TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             IF DTC-VALIDO EQUAL "S"
                MOVE DTC-NUM-DIAS TO WS-DIAS-ITEM
                MOVE VALOR-PARC   TO VALOR-ITEM
                PERFORM ACUMULA-SEMANA.

       TERMINO.
          PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-SEMANA
             VARYING IDX-SEM FROM 1 BY 1
             UNTIL IDX-SEM GREATER THAN 13.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO TOT-NOMINAL
                        TOT-ESPERADO
                        TOT-PESSIMISTA.
          PERFORM IMPRIME-CANAL
             VARYING IDX-CAN FROM 1 BY 1
             UNTIL IDX-CAN GREATER THAN 3.
          MOVE TOT-NOMINAL    TO NOM-TOT-REL.
          MOVE TOT-ESPERADO   TO ESP-TOT-REL.
          MOVE TOT-PESSIMISTA TO PES-TOT-REL.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 2 LINES.
          MOVE QTD-HIST TO QTD-HIST-REL.
          IF QTD-HIST GREATER THAN 12
             MOVE 12 TO QTD-HIST-REL.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADSOC1
                RELPROJ.

       IMPRIME-SEMANA.
          SET IND-SEMANA TO IDX-SEM.
          MOVE IND-SEMANA TO SEMANA-REL.
          PERFORM CONVERTE-DIA-INI.
          MOVE WS-DIA-INI TO DIA-INI-REL.
          MOVE WS-MES-INI TO MES-INI-REL.
          MOVE TS-VALOR (IDX-SEM 1) TO BOLETO-REL.
          MOVE TS-VALOR (IDX-SEM 2) TO DEBITO-REL.
          MOVE TS-VALOR (IDX-SEM 3) TO PARCELA-REL.
          COMPUTE TOT-NOMINAL = TS-VALOR (IDX-SEM 1)
                              + TS-VALOR (IDX-SEM 2)
                              + TS-VALOR (IDX-SEM 3).
          MOVE TOT-NOMINAL TO NOMINAL-REL.
          COMPUTE ESPERADO-CALC ROUNDED =
             (TS-VALOR (IDX-SEM 1) * TC-TAXA-MEDIA (1)
            + TS-VALOR (IDX-SEM 2) * TC-TAXA-MEDIA (2)
            + TS-VALOR (IDX-SEM 3) * TC-TAXA-MEDIA (3)) / 100.
          COMPUTE PESSIMISTA-CALC ROUNDED =
             (TS-VALOR (IDX-SEM 1) * TC-TAXA-MENOR (1)
            + TS-VALOR (IDX-SEM 2) * TC-TAXA-MENOR (2)
            + TS-VALOR (IDX-SEM 3) * TC-TAXA-MENOR (3)) / 100.
          MOVE ESPERADO-CALC   TO ESPERADO-REL.
          MOVE PESSIMISTA-CALC TO PESSIMISTA-REL.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *    A DATA DE INICIO DA SEMANA SAI DA CONTAGEM DE DIAS:
      *    AVANCA DIA A DIA A PARTIR DO MOVIMENTO.
       CONVERTE-DIA-INI.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          MOVE WS-DIAS-ATU TO DTC-NUM-DIAS.
          PERFORM AVANCA-1-DIA
             UNTIL DTC-NUM-DIAS NOT LESS THAN TS-DIA-INI (IDX-SEM).
          MOVE DTC-DIA TO WS-DIA-INI.
          MOVE DTC-MES TO WS-MES-INI.

       AVANCA-1-DIA.
          ADD 1 TO DTC-DIA.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO EQUAL "N"
             MOVE 1 TO DTC-DIA
             ADD 1 TO DTC-MES
             IF DTC-MES GREATER THAN 12
                MOVE 1 TO DTC-MES
                ADD 1 TO DTC-ANO
             END-IF
             CALL "DATECALC" USING DTC-PARM.

       IMPRIME-CANAL.
          MOVE NOME-CANAL (IDX-CAN)    TO CANAL-REL.
          MOVE TC-NOMINAL (IDX-CAN)    TO NOM-CAN-REL.
          MOVE TC-TAXA-MEDIA (IDX-CAN) TO MEDIA-REL.
          MOVE TC-TAXA-MENOR (IDX-CAN) TO MENOR-REL.
          COMPUTE ESPERADO-CALC ROUNDED =
             TC-NOMINAL (IDX-CAN) * TC-TAXA-MEDIA (IDX-CAN) / 100.
          COMPUTE PESSIMISTA-CALC ROUNDED =
             TC-NOMINAL (IDX-CAN) * TC-TAXA-MENOR (IDX-CAN) / 100.
          MOVE ESPERADO-CALC   TO ESP-CAN-REL.
          MOVE PESSIMISTA-CALC TO PES-CAN-REL.
          ADD TC-NOMINAL (IDX-CAN) TO TOT-NOMINAL.
          ADD ESPERADO-CALC        TO TOT-ESPERADO.
          ADD PESSIMISTA-CALC      TO TOT-PESSIMISTA.
          WRITE REG-ATR FROM DETALHE-CANAL
             AFTER ADVANCING 1 LINE.

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

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM05EX21"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE 13             TO RL-GRAVADOS.
          MOVE ZEROS          TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
