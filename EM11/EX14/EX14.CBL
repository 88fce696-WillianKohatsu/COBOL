       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX14.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        BAIXAR NO CONTAS A PAGAR (PAGAR.DAT) O
      *                RETORNO BANCARIO DA REMESSA DE PAGAMENTO A
      *                FORNECEDORES (RETPAG.DAT). CADA RETORNO E
      *                CONFERIDO COM O DETALHE ENVIADO EM REMPAG.DAT
      *                (EM11/EX13) PELO NUMERO DA REMESSA E DO
      *                PAGAMENTO; RETORNO DE OUTRA REMESSA, SEM
      *                DETALHE, EM DUPLICIDADE OU COM VALOR PAGO
      *                DIFERENTE DO ENVIADO SAI COMO EXCECAO E NAO
      *                BAIXA NADA. PAGAMENTO EFETUADO (OCORRENCIA 1)
      *                MARCA COMO PAGOS (SIT-PAG "P", COM A DATA DO
      *                BANCO) TODOS OS TITULOS DO FORNECEDOR QUE
      *                ENTRARAM NAQUELE PAGAMENTO. PAGAMENTO
      *                REJEITADO (2 CONTA INVALIDA, 3 OUTROS
      *                MOTIVOS) MARCA OS TITULOS COMO "J", QUE VOLTAM
      *                A SER SELECIONADOS NA PROXIMA REMESSA. TITULO
      *                SEM RETORNO CONTINUA "R" AGUARDANDO O BANCO.
      *                GERA PAGARN.DAT.
      *                PAGAR.DAT LEVA A DATA DE LANCAMENTO DO ITEM
      *                (DATA-LANC-PAG, DO EM11/EX07), COPIADA PARA
      *                PAGARN.DAT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL-PC.
       OBJECT-COMPUTER. DELL-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PAGAR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT PAGARN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT REMPAG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RETPAG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RELRETPG ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PAGAR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PAGAR.DAT".

       01 REG-PAG.
          02 FORN-PAG           PIC 9(03).
          02 NUM-NF-PAG         PIC 9(09).
          02 COD-PROD-PAG       PIC 9(07).
          02 QTDE-PAG           PIC 9(05).
          02 CUSTO-PAG          PIC 9(05)V99.
          02 VALOR-PAG          PIC 9(11)V99.
          02 DATA-VENC-PAG.
             03 DD-VENC-PAG     PIC 99.
             03 MM-VENC-PAG     PIC 99.
             03 AAAA-VENC-PAG   PIC 9(04).
          02 SIT-PAG            PIC X(01).
          02 NUM-REM-PAG        PIC 9(06).
          02 DATA-PAGTO-PAG     PIC 9(08).
          02 ABATIMENTO-PAG     PIC 9(11)V99.
          02 DATA-LANC-PAG      PIC 9(08).

       FD PAGARN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PAGARN.DAT".

       01 REG-PAGN              PIC X(88).

       FD REMPAG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "REMPAG.DAT".

       01 REG-PREM-DET.
          02 TIPO-DET        PIC X(01).
          02 NUM-DET         PIC 9(06).
          02 FORN-DET        PIC 9(03).
          02 CNPJ-DET        PIC 9(14).
          02 NOME-DET        PIC X(20).
          02 BANCO-DET       PIC 9(03).
          02 AGENCIA-DET     PIC 9(04).
          02 CONTA-DET       PIC X(10).
          02 DATA-PAGTO-DET  PIC 9(08).
          02 QTDE-TIT-DET    PIC 9(04).
          02 VALOR-DET       PIC 9(11)V99.

       01 REG-PREM-HDR.
          02 TIPO-HDR        PIC X(01).
          02 EMPRESA-HDR     PIC X(30).
          02 CNPJ-HDR        PIC 9(14).
          02 DATA-GER-HDR    PIC 9(08).
          02 SEQ-HDR         PIC 9(06).
          02 FILLER          PIC X(27).

       FD RETPAG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RETPAG.DAT".

       01 REG-RPG.
          02 SEQ-RPG            PIC 9(06).
          02 NUM-RPG            PIC 9(06).
          02 OCORR-RPG          PIC 9(01).
          02 DATA-RPG           PIC 9(08).
          02 VALOR-RPG          PIC 9(11)V99.

       FD RELRETPG
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
       77 CT-LIN            PIC 9(002)   VALUE 45.
       77 CT-PAG            PIC 9(002)   VALUE ZEROS.
       77 FIM-REM           PIC X(03)    VALUE "NAO".
       77 FIM-RET           PIC X(03)    VALUE "NAO".
       77 FIM-PAG           PIC X(03)    VALUE "NAO".
       77 SEQ-REMESSA       PIC 9(06)    VALUE ZEROS.
       77 QTD-REMESSA       PIC 9(04)    VALUE ZEROS.
       77 ACHOU-PGTO        PIC X(03)    VALUE "NAO".
       77 IDX-REM-ACH       PIC 9(04)    VALUE ZEROS.
       77 CT-RETORNOS       PIC 9(05)    VALUE ZEROS.
       77 CT-CONFIRMADOS    PIC 9(05)    VALUE ZEROS.
       77 CT-REJEITADOS     PIC 9(05)    VALUE ZEROS.
       77 CT-EXCECOES       PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS          PIC 9(05)    VALUE ZEROS.
       77 CT-TIT-PAGOS      PIC 9(05)    VALUE ZEROS.
       77 CT-TIT-REABERTOS  PIC 9(05)    VALUE ZEROS.
       77 CT-TIT-AGUARDANDO PIC 9(05)    VALUE ZEROS.
       77 TOTAL-PAGO        PIC 9(15)V99 VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 TAB-REMESSA.
          02 REM-OCR  OCCURS 500 TIMES INDEXED BY IDX-REM.
             03 TR-NUM         PIC 9(06).
             03 TR-FORN        PIC 9(03).
             03 TR-DATA-PAGTO  PIC 9(08).
             03 TR-VALOR       PIC 9(11)V99.
             03 TR-OCORR       PIC 9(01).
             03 TR-DATA-RET    PIC 9(08).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(36) VALUE
             "BAIXA DO RETORNO DE PAGAMENTOS".
          02 FILLER          PIC X(06) VALUE "REM.: ".
          02 SEQ-CAB         PIC 9(06).
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "PGTO".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "FORN".
          02 FILLER          PIC X(13) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(37) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NUM-REL         PIC 9(06).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FORN-REL        PIC ZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 VALOR-REL       PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "RETORNOS LIDOS:               ".
          02 CONT-RET        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS CONFIRMADOS:       ".
          02 CONT-CNF        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS REJEITADOS:        ".
          02 CONT-REJ        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "RETORNOS COM EXCECAO:         ".
          02 CONT-EXC        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "TITULOS BAIXADOS COMO PAGOS:  ".
          02 CONT-TPG        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "TITULOS REABERTOS:            ".
          02 CONT-TRA        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "TITULOS AGUARDANDO RETORNO:   ".
          02 CONT-TAG        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "VALOR PAGO CONFIRMADO:        ".
          02 VALOR-PGO-SAI   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       EM11-EX14.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-RET EQUAL "SIM".
          PERFORM ATUALIZA-TITULOS.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-REMESSA.
          MOVE SEQ-REMESSA TO SEQ-CAB.
          OPEN INPUT RETPAG
             OUTPUT RELRETPG.
          PERFORM IMPRIME-CAB.
          PERFORM LER-RET.

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

       CARREGA-REMESSA.
          OPEN INPUT REMPAG.
          PERFORM LE-1-REMESSA
             UNTIL FIM-REM EQUAL "SIM".
          CLOSE REMPAG.

       LE-1-REMESSA.
          READ REMPAG
             AT END
             MOVE "SIM" TO FIM-REM.
          IF FIM-REM EQUAL "NAO"
             IF TIPO-DET EQUAL "0"
                MOVE SEQ-HDR TO SEQ-REMESSA
             ELSE IF TIPO-DET EQUAL "1"
             AND QTD-REMESSA LESS THAN 500
                ADD 1 TO QTD-REMESSA
                SET IDX-REM TO QTD-REMESSA
                MOVE NUM-DET        TO TR-NUM (IDX-REM)
                MOVE FORN-DET       TO TR-FORN (IDX-REM)
                MOVE DATA-PAGTO-DET TO TR-DATA-PAGTO (IDX-REM)
                MOVE VALOR-DET      TO TR-VALOR (IDX-REM)
                MOVE ZEROS          TO TR-OCORR (IDX-REM)
                                       TR-DATA-RET (IDX-REM).

       LER-RET.
          READ RETPAG
             AT END
             MOVE "SIM" TO FIM-RET.

       PRINCIPAL.
          ADD 1 TO CT-RETORNOS.
          MOVE NUM-RPG   TO NUM-REL.
          MOVE ZEROS     TO FORN-REL.
          MOVE VALOR-RPG TO VALOR-REL.
          PERFORM BUSCA-PAGAMENTO.
          IF SEQ-RPG NOT EQUAL SEQ-REMESSA
             ADD 1 TO CT-EXCECOES
             MOVE "RETORNO DE OUTRA REMESSA" TO MENSAGEM-SAI
          ELSE IF ACHOU-PGTO EQUAL "NAO"
             ADD 1 TO CT-EXCECOES
             MOVE "PAGAMENTO NAO CONSTA DA REMESSA"
                TO MENSAGEM-SAI
          ELSE IF TR-OCORR (IDX-REM-ACH) NOT EQUAL ZEROS
             ADD 1 TO CT-EXCECOES
             MOVE "RETORNO EM DUPLICIDADE" TO MENSAGEM-SAI
          ELSE
             PERFORM REGISTRA-RETORNO.
          PERFORM IMPRIME-DETALHE.
          PERFORM LER-RET.

       BUSCA-PAGAMENTO.
          MOVE "NAO" TO ACHOU-PGTO.
          PERFORM BUSCA-1-PAGAMENTO
             VARYING IDX-REM FROM 1 BY 1
             UNTIL IDX-REM GREATER THAN QTD-REMESSA
                OR ACHOU-PGTO EQUAL "SIM".

       BUSCA-1-PAGAMENTO.
          IF TR-NUM (IDX-REM) EQUAL NUM-RPG
             SET IDX-REM-ACH TO IDX-REM
             MOVE "SIM" TO ACHOU-PGTO.

       REGISTRA-RETORNO.
          MOVE TR-FORN (IDX-REM-ACH) TO FORN-REL.
          IF OCORR-RPG EQUAL 1
             IF VALOR-RPG NOT EQUAL TR-VALOR (IDX-REM-ACH)
                ADD 1 TO CT-EXCECOES
                MOVE "VALOR PAGO DIFERE DO ENVIADO"
                   TO MENSAGEM-SAI
             ELSE
                ADD 1 TO CT-CONFIRMADOS
                ADD VALOR-RPG TO TOTAL-PAGO
                MOVE 1        TO TR-OCORR (IDX-REM-ACH)
                MOVE DATA-RPG TO TR-DATA-RET (IDX-REM-ACH)
                MOVE "PAGAMENTO EFETUADO" TO MENSAGEM-SAI
             END-IF
          ELSE IF OCORR-RPG EQUAL 2 OR 3
             ADD 1 TO CT-REJEITADOS
             MOVE OCORR-RPG TO TR-OCORR (IDX-REM-ACH)
             IF OCORR-RPG EQUAL 2
                MOVE "REJEITADO - CONTA INVALIDA" TO MENSAGEM-SAI
             ELSE
                MOVE "REJEITADO PELO BANCO" TO MENSAGEM-SAI
             END-IF
          ELSE
             ADD 1 TO CT-EXCECOES
             MOVE "OCORRENCIA INVALIDA" TO MENSAGEM-SAI.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *    BAIXA DOS TITULOS DOS PAGAMENTOS QUE TIVERAM RETORNO.
       ATUALIZA-TITULOS.
          OPEN INPUT PAGAR
             OUTPUT PAGARN.
          PERFORM LER-PAG.
          PERFORM ATUALIZA-1-TITULO
             UNTIL FIM-PAG EQUAL "SIM".
          CLOSE PAGAR
                PAGARN.

       LER-PAG.
          READ PAGAR
             AT END
             MOVE "SIM" TO FIM-PAG.

       ATUALIZA-1-TITULO.
          ADD 1 TO CT-LIDOS.
          IF ABATIMENTO-PAG NOT NUMERIC
             MOVE ZEROS TO ABATIMENTO-PAG.
          IF SIT-PAG EQUAL "R"
             PERFORM BAIXA-TITULO.
          WRITE REG-PAGN FROM REG-PAG.
          PERFORM LER-PAG.

       BAIXA-TITULO.
          MOVE "NAO" TO ACHOU-PGTO.
          IF NUM-REM-PAG EQUAL SEQ-REMESSA
             PERFORM BUSCA-1-TITULO
                VARYING IDX-REM FROM 1 BY 1
                UNTIL IDX-REM GREATER THAN QTD-REMESSA
                   OR ACHOU-PGTO EQUAL "SIM".
          IF ACHOU-PGTO EQUAL "NAO"
             ADD 1 TO CT-TIT-AGUARDANDO
          ELSE IF TR-OCORR (IDX-REM-ACH) EQUAL ZEROS
             ADD 1 TO CT-TIT-AGUARDANDO
          ELSE IF TR-OCORR (IDX-REM-ACH) EQUAL 1
             ADD 1 TO CT-TIT-PAGOS
             MOVE "P" TO SIT-PAG
             MOVE TR-DATA-RET (IDX-REM-ACH) TO DATA-PAGTO-PAG
          ELSE
             ADD 1 TO CT-TIT-REABERTOS
             MOVE "J" TO SIT-PAG.

       BUSCA-1-TITULO.
          IF TR-FORN (IDX-REM) EQUAL FORN-PAG
          AND TR-DATA-PAGTO (IDX-REM) EQUAL DATA-PAGTO-PAG
             SET IDX-REM-ACH TO IDX-REM
             MOVE "SIM" TO ACHOU-PGTO.

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

       TERMINO.
          MOVE CT-RETORNOS       TO CONT-RET.
          MOVE CT-CONFIRMADOS    TO CONT-CNF.
          MOVE CT-REJEITADOS     TO CONT-REJ.
          MOVE CT-EXCECOES       TO CONT-EXC.
          MOVE CT-TIT-PAGOS      TO CONT-TPG.
          MOVE CT-TIT-REABERTOS  TO CONT-TRA.
          MOVE CT-TIT-AGUARDANDO TO CONT-TAG.
          MOVE TOTAL-PAGO        TO VALOR-PGO-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
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
          WRITE REG-ATR FROM ROD-07
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-08
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE RETPAG
                RELRETPG.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX14"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-RETORNOS    TO RL-LIDOS.
          COMPUTE RL-GRAVADOS = CT-TIT-PAGOS + CT-TIT-REABERTOS.
          MOVE CT-EXCECOES    TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
