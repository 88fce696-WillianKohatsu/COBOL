      *                COM O PRECO DA CONSULTA E TRAILER DE VALOR.
      *                AS CONSULTAS PARTICULARES SEGUEM NO CIRCUITO
      *                DE COBRANCA DO EM04/EX03 (RELDEVE/AVISODEV).
      *                O HEADER DO LOTE LEVA NOME E CNPJ DA
      *                OPERADORA, DO CADASTRO CADCONV.DAT (EM06/
      *                EX14), E A DATA PREVISTA DE PAGAMENTO: O
      *                LOTE ENTRA NO PROXIMO DIA DE CORTE DO
      *                CONVENIO (HOJE, SE SEM CORTE), SOMA-SE O
      *                PRAZO DE PAGAMENTO DO CONTRATO E A DATA E
      *                ROLADA PARA O PROXIMO DIA UTIL (DIAUTIL).
      *                CONVENIO QUE EXIGE AUTORIZACAO PREVIA SO
      *                RECEBE A CONSULTA COBERTA POR GUIA DE
      *                GUIAS.DAT (EM06/EX15) DO PACIENTE PARA O
      *                PROCEDIMENTO, VALIDA NA DATA DA CONSULTA E
      *                COM SALDO (AS CONSULTAS JA PAGAS CONSOMEM O
      *                SALDO PRIMEIRO). AS DEMAIS FICAM RETIDAS E
      *                SAEM NO RELATORIO DE AUTORIZACOES PENDENTES
      *                PARA A RECEPCAO, EM VEZ DE VOLTAREM GLOSADAS.
      *                CADA CONSULTA FATURADA ENTRA NO HISTORICO DE
      *                FATURAMENTO FATHIST.DAT (CONVENIO, PACIENTE,
      *                DATA DA CONSULTA, DATA DO LOTE E VALOR) COM
      *                SITUACAO "A" EM ABERTO, PARA A BAIXA DO
      *                RETORNO (EM06/EX10) E O RELATORIO DE
      *                ENVELHECIMENTO DOS RECEBIVEIS (EM06/EX22).
      *                CONSULTA QUE JA ESTA EM ABERTO NO HISTORICO E
      *                REENVIADA NO LOTE MAS NAO E LANCADA DE NOVO,
      *                PARA NAO PERDER A DATA DO PRIMEIRO ENVIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL CADPAC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADCONV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN  TO DISK.

          SELECT  FATCONV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL GUIAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELPENDA  ASSIGN TO DISK.

          SELECT OPTIONAL FATHIST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 COD-PAC        PIC 9(03).
          02 NOME-PAC       PIC X(20).
          02 TELE-PAC       PIC 9(11).
          02 CPF-PAC        PIC 9(11).

       FD CADCONV
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCONV.DAT".

       01 REG-CONV.
          02 COD-CONV       PIC 9(03).
          02 NOME-CONV      PIC X(30).
          02 CNPJ-CONV      PIC 9(14).
          02 DIA-CORTE-CONV PIC 9(02).
          02 PRAZO-CONV     PIC 9(03).
          02 EXIGE-AUT-CONV PIC X(01).
          02 SIT-CONV       PIC X(01).

       SD TRAB.
       01 REG-TRAB.
          02 COD-TRAB       PIC 9(03).
          02 DATA-TRAB      PIC 9(08).
          02 PREC-TRAB      PIC 99V99.
          02 PROC-TRAB      PIC 9(04).

       FD FATCONV
          LABEL RECORD ARE  STANDARD
          02 TIPO-HDR       PIC X(01).
          02 CONV-HDR       PIC 9(03).
          02 DATA-GER-HDR   PIC 9(08).
          02 NOME-CONV-HDR  PIC X(30).
          02 CNPJ-HDR       PIC 9(14).
          02 DATA-PREV-HDR  PIC 9(08).

       01 REG-FAT-DET.
          02 TIPO-DET       PIC X(01).
          02 NOME-DET       PIC X(20).
          02 DATA-DET       PIC 9(08).
          02 PREC-DET       PIC 9(02)V99.
          02 FILLER         PIC X(28).

       01 REG-FAT-TRL.
          02 TIPO-TRL       PIC X(01).
          02 QTDE-TRL       PIC 9(05).
          02 VALOR-TRL      PIC 9(09)V99.
          02 FILLER         PIC X(47).

       FD GUIAS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "GUIAS.DAT".

       01 REG-GUIA.
          02 CONV-GUIA        PIC 9(03).
          02 NUM-GUIA         PIC 9(10).
          02 COD-GUIA         PIC 9(03).
          02 PROC-GUIA        PIC 9(04).
          02 DATA-VAL-GUIA    PIC 9(08).
          02 DATA-VAL-GUIA-R  REDEFINES DATA-VAL-GUIA.
             03 DD-VAL-GUIA   PIC 99.
             03 MM-VAL-GUIA   PIC 99.
             03 AAAA-VAL-GUIA PIC 9(04).
          02 QTD-GUIA         PIC 9(03).

       FD RELPENDA
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD FATHIST
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FATHIST.DAT".

       01 REG-FH.
          02 CONV-FH          PIC 9(03).
          02 COD-FH           PIC 9(03).
          02 DATA-FH          PIC 9(08).
          02 DATA-FAT-FH      PIC 9(08).
          02 VALOR-FH         PIC 9(05)V99.
          02 SIT-FH           PIC X(01).
          02 VALOR-RET-FH     PIC 9(05)V99.
          02 DATA-RET-FH      PIC 9(08).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
       77 TEM-LOTE         PIC X(03)    VALUE "NAO".
       77 QTDE-LOTE        PIC 9(05)    VALUE ZEROS.
       77 VALOR-LOTE       PIC 9(09)V99 VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 FIM-PAC          PIC X(03)    VALUE "NAO".
       77 ACHOU-PAC        PIC X(03)    VALUE "NAO".
       77 NOME-PACIENTE    PIC X(20)    VALUE SPACES.

       77 FIM-CONV         PIC X(03)    VALUE "NAO".
       77 QTD-CONVENIOS    PIC 9(03)    VALUE ZEROS.
       77 ACHOU-CONV       PIC X(03)    VALUE "NAO".
       77 CT-PRAZO         PIC 9(03)    VALUE ZEROS.
       77 CONV-BUSCA       PIC 9(03)    VALUE ZEROS.
       77 EXIGE-LOTE       PIC X(01)    VALUE "N".
       77 FIM-GUIA         PIC X(03)    VALUE "NAO".
       77 QTD-GUIAS        PIC 9(04)    VALUE ZEROS.
       77 GUIA-OK          PIC X(03)    VALUE "NAO".
       77 ACHOU-GUIA-PAC   PIC X(03)    VALUE "NAO".
       77 ACHOU-GUIA-VIG   PIC X(03)    VALUE "NAO".
       77 GUIA-CONV-BUSCA  PIC 9(03)    VALUE ZEROS.
       77 GUIA-COD-BUSCA   PIC 9(03)    VALUE ZEROS.
       77 GUIA-PROC-BUSCA  PIC 9(04)    VALUE ZEROS.
       77 WS-DIAS-CONS     PIC 9(08)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-RETIDAS       PIC 9(05)    VALUE ZEROS.
       77 VALOR-RETIDO     PIC 9(09)V99 VALUE ZEROS.
       77 FIM-FH           PIC X(03)    VALUE "NAO".
       77 QTD-FATURADAS    PIC 9(04)    VALUE ZEROS.
       77 ACHOU-FATURADA   PIC X(03)    VALUE "NAO".

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 TAB-CONVENIOS.
          02 CNV-OCR  OCCURS 100 TIMES INDEXED BY IDX-CNV.
             03 TCNV-COD     PIC 9(03).
             03 TCNV-NOME    PIC X(30).
             03 TCNV-CNPJ    PIC 9(14).
             03 TCNV-CORTE   PIC 9(02).
             03 TCNV-PRAZO   PIC 9(03).
             03 TCNV-EXIGE   PIC X(01).

       01 TAB-GUIAS.
          02 GUI-OCR  OCCURS 1000 TIMES INDEXED BY IDX-GUI.
             03 TGUI-CONV    PIC 9(03).
             03 TGUI-COD     PIC 9(03).
             03 TGUI-PROC    PIC 9(04).
             03 TGUI-VALID   PIC 9(08).
             03 TGUI-QTD     PIC 9(03).
             03 TGUI-USADA   PIC 9(03).

       01 DATA-CONS-AUX.
          02 DD-CONS-AUX     PIC 99.
          02 MM-CONS-AUX     PIC 99.
          02 AAAA-CONS-AUX   PIC 9(04).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "CONSULTAS RETIDAS - AUTORIZACAO PENDENTE".
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "CONV.".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAC. ".
          02 FILLER          PIC X(20) VALUE "NOME DO PACIENTE    ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DATA      ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "PROC".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "MOTIVO".
          02 FILLER          PIC X(21) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 CONV-REL        PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 COD-REL         PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DATA-REL        PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PROC-REL        PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MOTIVO-REL      PIC X(25).
          02 FILLER          PIC X(02) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "CONSULTAS RETIDAS:            ".
          02 TOT-RET-REL     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VAL-RET-REL     PIC ZZZZZZ9,99.
          02 FILLER          PIC X(29) VALUE SPACES.

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

       01 TAB-FATURADAS.
          02 FAT-OCR  OCCURS 5000 TIMES INDEXED BY IDX-FAT.
             03 TFAT-CONV    PIC 9(03).
             03 TFAT-COD     PIC 9(03).
             03 TFAT-DATA    PIC 9(08).

       01 TAB-PACIENTES.
          02 PAC-OCR  OCCURS 300 TIMES INDEXED BY IDX-PAC.
             03 TPAC-COD     PIC 9(03).

       INICIO-ENTRADA SECTION.
          PERFORM CARREGA-PACIENTES.
          PERFORM CARREGA-CONVENIOS.
          PERFORM CARREGA-GUIAS.
          PERFORM CARREGA-FATURADAS.
          OPEN INPUT ATUCONS.
          PERFORM LEITURA-ENTRADA.

             MOVE COD-PAC  TO TPAC-COD (IDX-PAC)
             MOVE NOME-PAC TO TPAC-NOME (IDX-PAC).

      *    SO AS CONSULTAS EM ABERTO NO HISTORICO INTERESSAM: AS
      *    PAGAS OU GLOSADAS QUE VOLTAM NO LOTE (REFATURAMENTO)
      *    SAO LANCADAS DE NOVO.
       CARREGA-FATURADAS SECTION.
          MOVE "NAO" TO FIM-FH.
          OPEN INPUT FATHIST.
          PERFORM LE-1-FATURADA
             UNTIL FIM-FH EQUAL "SIM".
          CLOSE FATHIST.

       LE-1-FATURADA SECTION.
          READ FATHIST
             AT END
             MOVE "SIM" TO FIM-FH.
          IF FIM-FH EQUAL "NAO"
          AND SIT-FH EQUAL "A"
          AND QTD-FATURADAS LESS THAN 5000
             ADD 1 TO QTD-FATURADAS
             SET IDX-FAT TO QTD-FATURADAS
             MOVE CONV-FH TO TFAT-CONV (IDX-FAT)
             MOVE COD-FH  TO TFAT-COD (IDX-FAT)
             MOVE DATA-FH TO TFAT-DATA (IDX-FAT).

       LEITURA-ENTRADA SECTION.
          READ ATUCONS
          AT END
             MOVE  COD-ATU   TO  COD-TRAB
             MOVE  DATA-ATU  TO  DATA-TRAB
             MOVE  PREC-ATU  TO  PREC-TRAB
             MOVE  PROC-ATU  TO  PROC-TRAB
             RELEASE  REG-TRAB
          ELSE IF PAGO-ATU EQUAL "S"
               AND CONV-ATU GREATER THAN ZEROS
             PERFORM CONSOME-GUIA-PAGA.

      *    CONSULTA JA PAGA DE CONVENIO COM AUTORIZACAO PREVIA
      *    CONSOME O SALDO DA SUA GUIA ANTES DAS EM ABERTO.
       CONSOME-GUIA-PAGA SECTION.
          MOVE CONV-ATU TO CONV-BUSCA.
          PERFORM BUSCA-CONVENIO.
          IF ACHOU-CONV EQUAL "SIM"
          AND TCNV-EXIGE (IDX-CNV) EQUAL "S"
             MOVE CONV-ATU TO GUIA-CONV-BUSCA
             MOVE COD-ATU  TO GUIA-COD-BUSCA
             MOVE PROC-ATU TO GUIA-PROC-BUSCA
             MOVE DATA-ATU TO DATA-CONS-AUX
             PERFORM CONFERE-GUIA.

       FIM-ENTRADA SECTION.
          CLOSE ATUCONS.
          PERFORM  FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT FATCONV
                      RELPENDA.
          OPEN EXTEND FATHIST.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
       PRINCIPAL-SAIDA SECTION.
          IF CONV-TRAB NOT EQUAL CONV-CONTROL
             PERFORM QUEBRA-CONVENIO.
          MOVE "SIM" TO GUIA-OK.
          IF EXIGE-LOTE EQUAL "S"
             MOVE CONV-TRAB TO GUIA-CONV-BUSCA
             MOVE COD-TRAB  TO GUIA-COD-BUSCA
             MOVE PROC-TRAB TO GUIA-PROC-BUSCA
             MOVE DATA-TRAB TO DATA-CONS-AUX
             PERFORM CONFERE-GUIA.
          IF GUIA-OK EQUAL "SIM"
             IF TEM-LOTE EQUAL "NAO"
                PERFORM GRAVA-HEADER
             END-IF
             PERFORM GRAVA-DETALHE
          ELSE
             PERFORM RETEM-CONSULTA.
          PERFORM LEITURA-SAIDA.

      *    O HEADER DO LOTE SO E GRAVADO NA PRIMEIRA CONSULTA
      *    LIBERADA, PARA NAO GERAR LOTE VAZIO QUANDO TODAS AS
      *    CONSULTAS DO CONVENIO FICAM RETIDAS.
       QUEBRA-CONVENIO SECTION.
          IF TEM-LOTE EQUAL "SIM"
             PERFORM GRAVA-TRAILER.
          MOVE CONV-TRAB TO CONV-CONTROL
                            CONV-BUSCA.
          MOVE "NAO"     TO TEM-LOTE.
          PERFORM BUSCA-CONVENIO.
          IF ACHOU-CONV EQUAL "SIM"
             MOVE TCNV-EXIGE (IDX-CNV) TO EXIGE-LOTE
          ELSE
             MOVE "N" TO EXIGE-LOTE.

       RETEM-CONSULTA SECTION.
          PERFORM BUSCA-PACIENTE.
          MOVE CONV-TRAB     TO CONV-REL.
          MOVE COD-TRAB      TO COD-REL.
          MOVE NOME-PACIENTE TO NOME-REL.
          MOVE DATA-TRAB     TO DATA-REL.
          MOVE PROC-TRAB     TO PROC-REL.
          IF ACHOU-GUIA-PAC EQUAL "NAO"
             MOVE "SEM AUTORIZACAO PREVIA" TO MOTIVO-REL
          ELSE IF ACHOU-GUIA-VIG EQUAL "NAO"
             MOVE "AUTORIZACAO VENCIDA" TO MOTIVO-REL
          ELSE
             MOVE "AUTORIZACAO ESGOTADA" TO MOTIVO-REL.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD 1 TO CT-RETIDAS.
          ADD PREC-TRAB TO VALOR-RETIDO.

       IMPRIME-CAB SECTION.
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

       GRAVA-HEADER SECTION.
          MOVE SPACES       TO REG-FAT-HDR.
          MOVE "0"          TO TIPO-HDR.
          MOVE CONV-TRAB    TO CONV-HDR.
          MOVE WS-DATA-HOJE TO DATA-GER-HDR.
          IF ACHOU-CONV EQUAL "SIM"
             MOVE TCNV-NOME (IDX-CNV) TO NOME-CONV-HDR
             MOVE TCNV-CNPJ (IDX-CNV) TO CNPJ-HDR
             PERFORM CALCULA-PREVISAO
          ELSE
             MOVE "CONVENIO NAO CADASTRADO" TO NOME-CONV-HDR
             MOVE ZEROS TO CNPJ-HDR
                           DATA-PREV-HDR.
          WRITE REG-FAT-HDR.
          MOVE "SIM"        TO TEM-LOTE.
          MOVE ZEROS        TO QTDE-LOTE
                               VALOR-LOTE.

       CARREGA-CONVENIOS SECTION.
          MOVE "NAO" TO FIM-CONV.
          OPEN INPUT CADCONV.
          PERFORM LE-1-CONVENIO
             UNTIL FIM-CONV EQUAL "SIM".
          CLOSE CADCONV.

       LE-1-CONVENIO SECTION.
          READ CADCONV
             AT END
             MOVE "SIM" TO FIM-CONV.
          IF FIM-CONV EQUAL "NAO"
          AND QTD-CONVENIOS LESS THAN 100
             ADD 1 TO QTD-CONVENIOS
             SET IDX-CNV TO QTD-CONVENIOS
             MOVE COD-CONV       TO TCNV-COD (IDX-CNV)
             MOVE NOME-CONV      TO TCNV-NOME (IDX-CNV)
             MOVE CNPJ-CONV      TO TCNV-CNPJ (IDX-CNV)
             MOVE DIA-CORTE-CONV TO TCNV-CORTE (IDX-CNV)
             MOVE PRAZO-CONV     TO TCNV-PRAZO (IDX-CNV)
             MOVE EXIGE-AUT-CONV TO TCNV-EXIGE (IDX-CNV).

       CARREGA-GUIAS SECTION.
          MOVE "NAO" TO FIM-GUIA.
          OPEN INPUT GUIAS.
          PERFORM LE-1-GUIA
             UNTIL FIM-GUIA EQUAL "SIM".
          CLOSE GUIAS.

       LE-1-GUIA SECTION.
          READ GUIAS
             AT END
             MOVE "SIM" TO FIM-GUIA.
          IF FIM-GUIA EQUAL "NAO"
          AND QTD-GUIAS LESS THAN 1000
             ADD 1 TO QTD-GUIAS
             SET IDX-GUI TO QTD-GUIAS
             MOVE CONV-GUIA     TO TGUI-CONV (IDX-GUI)
             MOVE COD-GUIA      TO TGUI-COD (IDX-GUI)
             MOVE PROC-GUIA     TO TGUI-PROC (IDX-GUI)
             MOVE QTD-GUIA      TO TGUI-QTD (IDX-GUI)
             MOVE ZEROS         TO TGUI-USADA (IDX-GUI)
             MOVE DD-VAL-GUIA   TO DTC-DIA
             MOVE MM-VAL-GUIA   TO DTC-MES
             MOVE AAAA-VAL-GUIA TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             MOVE DTC-NUM-DIAS  TO TGUI-VALID (IDX-GUI).

      *    PROCURA GUIA DO PACIENTE PARA O PROCEDIMENTO, VALIDA NA
      *    DATA DA CONSULTA (DATA-CONS-AUX) E COM SALDO; ACHANDO,
      *    CONSOME UMA UNIDADE.
       CONFERE-GUIA SECTION.
          MOVE "NAO" TO GUIA-OK
                        ACHOU-GUIA-PAC
                        ACHOU-GUIA-VIG.
          MOVE DD-CONS-AUX   TO DTC-DIA.
          MOVE MM-CONS-AUX   TO DTC-MES.
          MOVE AAAA-CONS-AUX TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS  TO WS-DIAS-CONS.
          PERFORM CONFERE-1-GUIA
             VARYING IDX-GUI FROM 1 BY 1
             UNTIL IDX-GUI GREATER THAN QTD-GUIAS
                OR GUIA-OK EQUAL "SIM".

       CONFERE-1-GUIA SECTION.
          IF TGUI-CONV (IDX-GUI) EQUAL GUIA-CONV-BUSCA
          AND TGUI-COD (IDX-GUI) EQUAL GUIA-COD-BUSCA
          AND TGUI-PROC (IDX-GUI) EQUAL GUIA-PROC-BUSCA
             MOVE "SIM" TO ACHOU-GUIA-PAC
             IF TGUI-VALID (IDX-GUI) NOT LESS THAN WS-DIAS-CONS
                MOVE "SIM" TO ACHOU-GUIA-VIG
                IF TGUI-USADA (IDX-GUI) LESS THAN TGUI-QTD (IDX-GUI)
                   ADD 1 TO TGUI-USADA (IDX-GUI)
                   MOVE "SIM" TO GUIA-OK.

       BUSCA-CONVENIO SECTION.
          MOVE "NAO" TO ACHOU-CONV.
          SET IDX-CNV TO 1.
          PERFORM BUSCA-1-CONVENIO
             UNTIL IDX-CNV GREATER THAN QTD-CONVENIOS
                OR ACHOU-CONV EQUAL "SIM".

       BUSCA-1-CONVENIO SECTION.
          IF TCNV-COD (IDX-CNV) EQUAL CONV-BUSCA
             MOVE "SIM" TO ACHOU-CONV
          ELSE
             SET IDX-CNV UP BY 1.

      *    DATA DE CORTE: O DIA DE CORTE DESTE MES, OU DO MES
      *    SEGUINTE SE JA PASSOU; DIA INEXISTENTE NO MES VAI PARA
      *    O ULTIMO DIA DO MES.
       CALCULA-PREVISAO SECTION.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          IF TCNV-CORTE (IDX-CNV) GREATER THAN ZEROS
             IF WS-DIA-HOJE GREATER THAN TCNV-CORTE (IDX-CNV)
                ADD 1 TO DTC-MES
                IF DTC-MES GREATER THAN 12
                   MOVE 1 TO DTC-MES
                   ADD 1 TO DTC-ANO
                END-IF
             END-IF
             MOVE TCNV-CORTE (IDX-CNV) TO DTC-DIA.
          CALL "DATECALC" USING DTC-PARM.
          PERFORM RECUA-1-DIA
             UNTIL DTC-VALIDO EQUAL "S"
                OR DTC-DIA LESS THAN 29.
          MOVE ZEROS TO CT-PRAZO.
          PERFORM AVANCA-1-DIA
             UNTIL CT-PRAZO NOT LESS THAN TCNV-PRAZO (IDX-CNV).
          MOVE DTC-DIA TO DUT-DIA.
          MOVE DTC-MES TO DUT-MES.
          MOVE DTC-ANO TO DUT-ANO.
          CALL "DIAUTIL" USING DUT-PARM.
          COMPUTE DATA-PREV-HDR =
             DUT-ANO * 10000 + DUT-MES * 100 + DUT-DIA.

       RECUA-1-DIA SECTION.
          SUBTRACT 1 FROM DTC-DIA.
          CALL "DATECALC" USING DTC-PARM.

       AVANCA-1-DIA SECTION.
          ADD 1 TO CT-PRAZO.
          ADD 1 TO DTC-DIA.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO EQUAL "N"
             MOVE 1 TO DTC-DIA
             ADD 1 TO DTC-MES
             IF DTC-MES GREATER THAN 12
                MOVE 1 TO DTC-MES
                ADD 1 TO DTC-ANO.

       GRAVA-DETALHE SECTION.
          PERFORM BUSCA-PACIENTE.
          MOVE SPACES        TO REG-FAT-DET.
          ADD 1          TO CT-GRAVADOS.
          ADD 1          TO QTDE-LOTE.
          ADD PREC-TRAB  TO VALOR-LOTE.
          PERFORM REGISTRA-FATURADA.

       REGISTRA-FATURADA SECTION.
          MOVE "NAO" TO ACHOU-FATURADA.
          SET IDX-FAT TO 1.
          PERFORM BUSCA-1-FATURADA
             UNTIL IDX-FAT GREATER THAN QTD-FATURADAS
                OR ACHOU-FATURADA EQUAL "SIM".
          IF ACHOU-FATURADA EQUAL "NAO"
             MOVE CONV-TRAB    TO CONV-FH
             MOVE COD-TRAB     TO COD-FH
             MOVE DATA-TRAB    TO DATA-FH
             MOVE WS-DATA-HOJE TO DATA-FAT-FH
             MOVE PREC-TRAB    TO VALOR-FH
             MOVE "A"          TO SIT-FH
             MOVE ZEROS        TO VALOR-RET-FH
                                  DATA-RET-FH
             WRITE REG-FH.

       BUSCA-1-FATURADA SECTION.
          IF TFAT-CONV (IDX-FAT) EQUAL CONV-TRAB
          AND TFAT-COD (IDX-FAT) EQUAL COD-TRAB
          AND TFAT-DATA (IDX-FAT) EQUAL DATA-TRAB
             MOVE "SIM" TO ACHOU-FATURADA
          ELSE
             SET IDX-FAT UP BY 1.

       BUSCA-PACIENTE SECTION.
          MOVE "NAO" TO ACHOU-PAC.
       FIM-SAIDA SECTION.
          IF TEM-LOTE EQUAL "SIM"
             PERFORM GRAVA-TRAILER.
          IF CT-PAG EQUAL ZEROS
             PERFORM IMPRIME-CAB.
          MOVE CT-RETIDAS   TO TOT-RET-REL.
          MOVE VALOR-RETIDO TO VAL-RET-REL.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE FATCONV
                RELPENDA
                FATHIST.

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-RETIDAS     TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
