       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX18.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        NEGATIVACAO DE SOCIOS NO BUREAU DE PROTECAO
      *                AO CREDITO. CASA CADSOC1 COM O CONTROLE DE
      *                NEGATIVACOES NEGATIV.DAT EM LINHA BALANCEADA
      *                POR NUM-ENT, GERANDO NEGATIVN.DAT E A REMESSA
      *                REMNEG.DAT (HEADER, DETALHES DE INCLUSAO "I"
      *                OU EXCLUSAO "E" E TRAILER). E INCLUIDO O
      *                SOCIO EM ATRASO QUE ESTA NO EXTRATO DE NIVEL
      *                3 DO EM05/EX03 (EXTFINAL.DAT) COM VALOR NAO
      *                MENOR QUE O MINIMO DE PARMNEG.DAT (PADRAO
      *                100,00). A EXCLUSAO E PEDIDA SOZINHA QUANDO A
      *                DIVIDA DEIXA DE EXISTIR: SOCIO EM DIA (BAIXA
      *                DO EM05/EX02), FORA DO CADASTRO (BAIXA POR
      *                PERDA DO EM05/EX12) OU COM PLANO DE
      *                PARCELAMENTO EM DIA. O RETORNO DO BUREAU
      *                (RETNEG.DAT) CONFIRMA OU RECUSA CADA PEDIDO;
      *                EXCLUSAO RECUSADA E REENVIADA. SITUACOES EM
      *                SIT-NEG: "I" INCLUSAO ENVIADA, "A" ATIVA, "E"
      *                EXCLUSAO ENVIADA, "B" BAIXADA, "R" INCLUSAO
      *                RECUSADA. O RELATORIO LISTA INCLUSOES,
      *                EXCLUSOES, RETORNOS E PEDIDOS PENDENTES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL-PC.
       OBJECT-COMPUTER. DELL-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL NEGATIV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT NEGATIVN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL EXTFINAL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL RETNEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARMNEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL CTLNEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARCELAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT REMNEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RELNEGAT ASSIGN TO DISK.

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

       FD NEGATIV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NEGATIV.DAT".

       01 REG-NEG.
          02 NUM-NEG            PIC 9(06).
          02 NOME-NEG           PIC X(30).
          02 VALOR-NEG          PIC 9(09)V9(02).
          02 SIT-NEG            PIC X(01).
          02 DATA-INC-NEG       PIC 9(08).
          02 DATA-EXC-NEG       PIC 9(08).

       FD NEGATIVN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NEGATIVN.DAT".

       01 REG-NEGN.
          02 NUM-NEGN           PIC 9(06).
          02 NOME-NEGN          PIC X(30).
          02 VALOR-NEGN         PIC 9(09)V9(02).
          02 SIT-NEGN           PIC X(01).
          02 DATA-INC-NEGN      PIC 9(08).
          02 DATA-EXC-NEGN      PIC 9(08).

       FD EXTFINAL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EXTFINAL.DAT".

       01 REG-FINAL.
          02 NUM-FINAL          PIC 9(06).
          02 NOME-FINAL         PIC X(30).
          02 VALOR-FINAL        PIC 9(09)V9(02).
          02 NIVEL-FINAL        PIC 9(01).
          02 DATA-FINAL         PIC 9(08).

       FD RETNEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RETNEG.DAT".

       01 REG-RNG.
          02 NUM-RNG            PIC 9(06).
          02 TIPO-RNG           PIC X(01).
          02 OCORR-RNG          PIC 9(01).

       FD PARMNEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMNEG.DAT".

       01 REG-PARMNEG.
          02 VALOR-MIN-PNG      PIC 9(09)V9(02).

       FD CTLNEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTLNEG.DAT".

       01 REG-CTLNEG.
          02 SEQ-NEG-CTL        PIC 9(06).

       FD PARCELAS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARCELAS.DAT".

       01 REG-PARC.
          02 NUM-PARC           PIC 9(06).
          02 SEQ-PARC           PIC 9(02).
          02 QTD-PARC           PIC 9(02).
          02 VALOR-PARC         PIC 9(09)V9(02).
          02 DATA-VENC-PARC     PIC 9(08).
          02 SIT-PARC           PIC X(01).

       FD REMNEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "REMNEG.DAT".

       01 REG-NREM-HDR.
          02 TIPO-HDR           PIC X(01).
          02 EMPRESA-HDR        PIC X(30).
          02 CNPJ-HDR           PIC 9(14).
          02 DATA-GER-HDR       PIC 9(08).
          02 SEQ-HDR            PIC 9(06).
          02 FILLER             PIC X(21).

       01 REG-NREM-DET.
          02 TIPO-DET           PIC X(01).
          02 MOV-DET            PIC X(01).
          02 NUM-DET            PIC 9(06).
          02 NOME-DET           PIC X(30).
          02 VALOR-DET          PIC 9(09)V9(02).
          02 DATA-INC-DET       PIC 9(08).
          02 FILLER             PIC X(23).

       01 REG-NREM-TRL.
          02 TIPO-TRL           PIC X(01).
          02 QTDE-INC-TRL       PIC 9(06).
          02 QTDE-EXC-TRL       PIC 9(06).
          02 VALOR-TOTAL-TRL    PIC 9(15)V9(02).
          02 FILLER             PIC X(50).

       FD RELNEGAT
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
       77 CH-SOC           PIC X(06)    VALUE SPACES.
       77 CH-NEG           PIC X(06)    VALUE SPACES.
       77 CT-LIN           PIC 9(002)   VALUE 45.
       77 CT-PAG           PIC 9(002)   VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 SEQ-NEG          PIC 9(06)    VALUE ZEROS.
       77 VALOR-MINIMO     PIC 9(09)V99 VALUE ZEROS.
       77 FIM-FINAL        PIC X(03)    VALUE "NAO".
       77 FIM-RET          PIC X(03)    VALUE "NAO".
       77 FIM-PARC         PIC X(03)    VALUE "NAO".
       77 QTD-FINAL        PIC 9(04)    VALUE ZEROS.
       77 QTD-RET          PIC 9(04)    VALUE ZEROS.
       77 QTD-PARCELAS     PIC 9(04)    VALUE ZEROS.
       77 NIVEL-3          PIC X(03)    VALUE "NAO".
       77 PLANO-EM-DIA     PIC X(03)    VALUE "NAO".
       77 DIVIDA-QUITADA   PIC X(03)    VALUE "NAO".
       77 REENVIA-EXC      PIC X(03)    VALUE "NAO".
       77 IMPRIMIU-NEG     PIC X(03)    VALUE "NAO".
       77 TOTAL-INC        PIC 9(05)    VALUE ZEROS.
       77 TOTAL-EXC        PIC 9(05)    VALUE ZEROS.
       77 TOTAL-INC-CONF   PIC 9(05)    VALUE ZEROS.
       77 TOTAL-EXC-CONF   PIC 9(05)    VALUE ZEROS.
       77 TOTAL-RECUSAS    PIC 9(05)    VALUE ZEROS.
       77 TOTAL-PENDENTES  PIC 9(05)    VALUE ZEROS.
       77 TOTAL-ATIVOS     PIC 9(05)    VALUE ZEROS.
       77 TOTAL-ABAIXO-MIN PIC 9(05)    VALUE ZEROS.
       77 TOTAL-RET-AVULSO PIC 9(05)    VALUE ZEROS.
       77 TOTAL-VALOR-INC  PIC 9(15)V99 VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-REL.
          02 WS-ANO-REL    PIC 9(04).
          02 WS-MES-REL    PIC 99.
          02 WS-DIA-REL    PIC 99.

       01 DFC-PARM.
          02 DFC-DATA         PIC 9(08).
          02 DFC-FECHADO      PIC X(01).
          02 DFC-LIBERADO     PIC X(01).

       01 TAB-FINAL.
          02 FIN-OCR  OCCURS 2000 TIMES INDEXED BY IDX-FIN.
             03 TF-NUM         PIC 9(06).

       01 TAB-RETORNO.
          02 RET-OCR  OCCURS 1000 TIMES INDEXED BY IDX-RET.
             03 TR-NUM         PIC 9(06).
             03 TR-TIPO        PIC X(01).
             03 TR-OCORR       PIC 9(01).
             03 TR-USADO       PIC X(01).

       01 TAB-PARCELAS.
          02 PARC-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PARC.
             03 TP-NUM         PIC 9(06).
             03 TP-SIT         PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(34) VALUE
             "NEGATIVACAO DE SOCIOS - MOVIMENTO ".
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "SOCIO ".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(22) VALUE "NOME".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "     VALOR".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DATA".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(27) VALUE "OCORRENCIA".

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NUM-REL         PIC 9(06).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-REL        PIC X(22).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VALOR-REL       PIC ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DATA-REL        PIC 99/99/9999.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 OCORRENCIA-REL  PIC X(27).

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "INCLUSOES ENVIADAS:           ".
          02 TOT-INC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VAL-INC-SAI     PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(28) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "EXCLUSOES ENVIADAS:           ".
          02 TOT-EXC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "INCLUSOES CONFIRMADAS:        ".
          02 TOT-INCC-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "EXCLUSOES CONFIRMADAS:        ".
          02 TOT-EXCC-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "PEDIDOS RECUSADOS PELO BUREAU:".
          02 TOT-RECU-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "PENDENTES DE CONFIRMACAO:     ".
          02 TOT-PEND-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "NEGATIVACOES ATIVAS:          ".
          02 TOT-ATIV-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "NIVEL 3 ABAIXO DO MINIMO:     ".
          02 TOT-MIN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-09.
          02 FILLER          PIC X(30) VALUE
             "RETORNOS SEM PEDIDO PENDENTE: ".
          02 TOT-AVU-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM05-EX18.

       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL
           CH-SOC EQUAL CH-NEG AND
           CH-NEG EQUAL HIGH-VALUES.
       PERFORM FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM VERIFICA-DIA-FECHADO.
          PERFORM LE-PARAMETRO.
          PERFORM LE-CONTROLE.
          PERFORM CARREGA-FINAL.
          PERFORM CARREGA-RETORNO.
          PERFORM CARREGA-PARCELAS.
          OPEN INPUT  CADSOC1
                      NEGATIV
               OUTPUT NEGATIVN
                      REMNEG
                      RELNEGAT.
          PERFORM GRAVA-HEADER.
          PERFORM LER-SOC.
          PERFORM LER-NEG.

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

       VERIFICA-DIA-FECHADO.
          MOVE WS-DATA-HOJE TO DFC-DATA.
          CALL "DIAFECH" USING DFC-PARM.
          IF DFC-FECHADO EQUAL "S"
          AND DFC-LIBERADO NOT EQUAL "S"
             DISPLAY "EM05/EX18: DATA DE MOVIMENTO JA FECHADA"
             DISPLAY "REPROCESSAMENTO EXIGE PERFIL F"
             MOVE 8 TO RETURN-CODE
             STOP RUN.

       LE-PARAMETRO.
          OPEN INPUT PARMNEG.
          READ PARMNEG
             AT END
             MOVE ZEROS TO REG-PARMNEG.
          MOVE VALOR-MIN-PNG TO VALOR-MINIMO.
          CLOSE PARMNEG.
          IF VALOR-MINIMO EQUAL ZEROS
             MOVE 100,00 TO VALOR-MINIMO.

       LE-CONTROLE.
          OPEN INPUT CTLNEG.
          READ CTLNEG
             AT END
             MOVE ZEROS TO REG-CTLNEG.
          ADD 1 SEQ-NEG-CTL GIVING SEQ-NEG.
          CLOSE CTLNEG.

       CARREGA-FINAL.
          OPEN INPUT EXTFINAL.
          PERFORM LE-1-FINAL
             UNTIL FIM-FINAL EQUAL "SIM".
          CLOSE EXTFINAL.

       LE-1-FINAL.
          READ EXTFINAL
             AT END
             MOVE "SIM" TO FIM-FINAL.
          IF FIM-FINAL EQUAL "NAO"
          AND NIVEL-FINAL EQUAL 3
          AND QTD-FINAL LESS THAN 2000
             ADD 1 TO QTD-FINAL
             SET IDX-FIN TO QTD-FINAL
             MOVE NUM-FINAL TO TF-NUM (IDX-FIN).

       CARREGA-RETORNO.
          OPEN INPUT RETNEG.
          PERFORM LE-1-RETORNO
             UNTIL FIM-RET EQUAL "SIM".
          CLOSE RETNEG.

       LE-1-RETORNO.
          READ RETNEG
             AT END
             MOVE "SIM" TO FIM-RET.
          IF FIM-RET EQUAL "NAO"
          AND QTD-RET LESS THAN 1000
             ADD 1 TO QTD-RET
             SET IDX-RET TO QTD-RET
             MOVE NUM-RNG   TO TR-NUM (IDX-RET)
             MOVE TIPO-RNG  TO TR-TIPO (IDX-RET)
             MOVE OCORR-RNG TO TR-OCORR (IDX-RET)
             MOVE "N"       TO TR-USADO (IDX-RET).

       CARREGA-PARCELAS.
          OPEN INPUT PARCELAS.
          PERFORM LE-1-PARCELA
             UNTIL FIM-PARC EQUAL "SIM".
          CLOSE PARCELAS.

       LE-1-PARCELA.
          READ PARCELAS
             AT END
             MOVE "SIM" TO FIM-PARC.
          IF FIM-PARC EQUAL "NAO"
          AND QTD-PARCELAS LESS THAN 1000
             ADD 1 TO QTD-PARCELAS
             SET IDX-PARC TO QTD-PARCELAS
             MOVE NUM-PARC TO TP-NUM (IDX-PARC)
             MOVE SIT-PARC TO TP-SIT (IDX-PARC).

       GRAVA-HEADER.
          MOVE SPACES                 TO REG-NREM-HDR.
          MOVE "0"                    TO TIPO-HDR.
          MOVE "ASSOCIACAO ATLETICA CENTRAL"
                                      TO EMPRESA-HDR.
          MOVE 12345678000195         TO CNPJ-HDR.
          MOVE WS-DATA-HOJE           TO DATA-GER-HDR.
          MOVE SEQ-NEG                TO SEQ-HDR.
          WRITE REG-NREM-HDR.

       LER-SOC.
          READ CADSOC1
             AT END
             MOVE HIGH-VALUES TO CH-SOC.

          IF CH-SOC EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE NUM-ENT TO CH-SOC.

       LER-NEG.
          READ NEGATIV
             AT END
             MOVE HIGH-VALUES TO CH-NEG.

          IF CH-NEG EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE NUM-NEG TO CH-NEG.

       PRINCIPAL.
          IF CH-SOC EQUAL TO CH-NEG
             PERFORM IGUAL
             PERFORM LER-SOC
             PERFORM LER-NEG
          ELSE IF CH-SOC LESS THAN CH-NEG
             PERFORM SO-SOCIO
             PERFORM LER-SOC
          ELSE
             PERFORM SO-CONTROLE
             PERFORM LER-NEG.

      *    SOCIO JA CONHECIDO DO CONTROLE: APLICA O RETORNO DO
      *    BUREAU E DECIDE ENTRE EXCLUIR (DIVIDA QUITADA) OU
      *    INCLUIR DE NOVO (BAIXADA OU RECUSADA E DE VOLTA AO
      *    NIVEL 3).
       IGUAL.
          MOVE REG-NEG TO REG-NEGN.
          MOVE "NAO" TO IMPRIMIU-NEG.
          PERFORM APLICA-RETORNO.
          PERFORM VERIFICA-QUITACAO.
          IF DIVIDA-QUITADA EQUAL "SIM"
             PERFORM PEDE-EXCLUSAO
          ELSE IF SIT-NEGN EQUAL "B" OR "R"
             PERFORM PEDE-INCLUSAO
          ELSE IF SIT-NEGN EQUAL "E"
          AND REENVIA-EXC EQUAL "SIM"
             PERFORM ENVIA-EXCLUSAO.
          PERFORM GRAVA-NEGATIV.

       PEDE-EXCLUSAO.
          IF SIT-NEGN EQUAL "I" OR "A"
             PERFORM ENVIA-EXCLUSAO
          ELSE IF SIT-NEGN EQUAL "E"
          AND REENVIA-EXC EQUAL "SIM"
             PERFORM ENVIA-EXCLUSAO.

       PEDE-INCLUSAO.
          PERFORM VERIFICA-NIVEL-3.
          IF NIVEL-3 EQUAL "SIM"
             IF VALOR-ENT NOT LESS THAN VALOR-MINIMO
                PERFORM ENVIA-INCLUSAO
             ELSE
                ADD 1 TO TOTAL-ABAIXO-MIN.

       SO-SOCIO.
          IF COD-ENT EQUAL 2
             PERFORM VERIFICA-NIVEL-3
             IF NIVEL-3 EQUAL "SIM"
                PERFORM VERIFICA-PLANO
                IF PLANO-EM-DIA EQUAL "NAO"
                   IF VALOR-ENT NOT LESS THAN VALOR-MINIMO
                      MOVE "NAO" TO IMPRIMIU-NEG
                      MOVE SPACES TO REG-NEGN
                      PERFORM ENVIA-INCLUSAO
                      PERFORM GRAVA-NEGATIV
                   ELSE
                      ADD 1 TO TOTAL-ABAIXO-MIN.

      *    CONTROLE SEM SOCIO NO CADASTRO: O SOCIO FOI BAIXADO
      *    (PERDA DO EM05/EX12) E A NEGATIVACAO TEM DE SAIR.
       SO-CONTROLE.
          MOVE REG-NEG TO REG-NEGN.
          MOVE "NAO" TO IMPRIMIU-NEG.
          PERFORM APLICA-RETORNO.
          PERFORM PEDE-EXCLUSAO.
          PERFORM GRAVA-NEGATIV.

       VERIFICA-QUITACAO.
          MOVE "NAO" TO DIVIDA-QUITADA.
          IF COD-ENT EQUAL 1
             MOVE "SIM" TO DIVIDA-QUITADA
          ELSE
             PERFORM VERIFICA-PLANO
             IF PLANO-EM-DIA EQUAL "SIM"
                MOVE "SIM" TO DIVIDA-QUITADA.

       VERIFICA-NIVEL-3.
          MOVE "NAO" TO NIVEL-3.
          SET IDX-FIN TO 1.
          PERFORM LOCALIZA-1-FINAL
             UNTIL IDX-FIN GREATER THAN QTD-FINAL
                OR NIVEL-3 EQUAL "SIM".

       LOCALIZA-1-FINAL.
          IF TF-NUM (IDX-FIN) EQUAL NUM-ENT
             MOVE "SIM" TO NIVEL-3
          ELSE
             SET IDX-FIN UP BY 1.

       VERIFICA-PLANO.
          MOVE "NAO" TO PLANO-EM-DIA.
          SET IDX-PARC TO 1.
          PERFORM VERIFICA-1-PARCELA
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS.

       VERIFICA-1-PARCELA.
          IF TP-NUM (IDX-PARC) EQUAL NUM-ENT
             IF TP-SIT (IDX-PARC) EQUAL "A"
                MOVE "SIM" TO PLANO-EM-DIA
             ELSE IF TP-SIT (IDX-PARC) EQUAL "Q"
                MOVE "NAO" TO PLANO-EM-DIA
                SET IDX-PARC TO QTD-PARCELAS
             END-IF
          END-IF.
          SET IDX-PARC UP BY 1.

       APLICA-RETORNO.
          MOVE "NAO" TO REENVIA-EXC.
          PERFORM APLICA-1-RETORNO
             VARYING IDX-RET FROM 1 BY 1
             UNTIL IDX-RET GREATER THAN QTD-RET.

       APLICA-1-RETORNO.
          IF TR-NUM (IDX-RET) EQUAL NUM-NEGN
          AND TR-USADO (IDX-RET) EQUAL "N"
             MOVE "S" TO TR-USADO (IDX-RET)
             IF TR-TIPO (IDX-RET) EQUAL "I"
             AND SIT-NEGN EQUAL "I"
                PERFORM RETORNO-INCLUSAO
             ELSE IF TR-TIPO (IDX-RET) EQUAL "E"
             AND SIT-NEGN EQUAL "E"
                PERFORM RETORNO-EXCLUSAO
             ELSE
                ADD 1 TO TOTAL-RET-AVULSO.

       RETORNO-INCLUSAO.
          MOVE DATA-INC-NEGN TO WS-DATA-REL.
          IF TR-OCORR (IDX-RET) EQUAL 1
             MOVE "A" TO SIT-NEGN
             ADD 1 TO TOTAL-INC-CONF
             MOVE "INCLUSAO CONFIRMADA" TO OCORRENCIA-REL
          ELSE
             MOVE "R" TO SIT-NEGN
             ADD 1 TO TOTAL-RECUSAS
             MOVE "INCLUSAO RECUSADA P/ BUREAU" TO OCORRENCIA-REL.
          PERFORM IMPRIME-NEG.

       RETORNO-EXCLUSAO.
          MOVE DATA-EXC-NEGN TO WS-DATA-REL.
          IF TR-OCORR (IDX-RET) EQUAL 1
             MOVE "B" TO SIT-NEGN
             ADD 1 TO TOTAL-EXC-CONF
             MOVE "EXCLUSAO CONFIRMADA" TO OCORRENCIA-REL
          ELSE
             MOVE "SIM" TO REENVIA-EXC
             ADD 1 TO TOTAL-RECUSAS
             MOVE "EXCLUSAO RECUSADA P/ BUREAU" TO OCORRENCIA-REL.
          PERFORM IMPRIME-NEG.

       ENVIA-INCLUSAO.
          MOVE NUM-ENT      TO NUM-NEGN.
          MOVE NOME-ENT     TO NOME-NEGN.
          MOVE VALOR-ENT    TO VALOR-NEGN.
          MOVE "I"          TO SIT-NEGN.
          MOVE WS-DATA-HOJE TO DATA-INC-NEGN.
          MOVE ZEROS        TO DATA-EXC-NEGN.
          MOVE "I"          TO MOV-DET.
          PERFORM GRAVA-DETALHE.
          ADD 1 TO TOTAL-INC.
          ADD VALOR-NEGN TO TOTAL-VALOR-INC.
          MOVE WS-DATA-HOJE TO WS-DATA-REL.
          MOVE "INCLUSAO ENVIADA" TO OCORRENCIA-REL.
          PERFORM IMPRIME-NEG.

       ENVIA-EXCLUSAO.
          MOVE "E"          TO SIT-NEGN.
          MOVE WS-DATA-HOJE TO DATA-EXC-NEGN.
          MOVE "E"          TO MOV-DET.
          PERFORM GRAVA-DETALHE.
          ADD 1 TO TOTAL-EXC.
          MOVE WS-DATA-HOJE TO WS-DATA-REL.
          IF REENVIA-EXC EQUAL "SIM"
             MOVE "EXCLUSAO REENVIADA" TO OCORRENCIA-REL
          ELSE
             MOVE "EXCLUSAO ENVIADA" TO OCORRENCIA-REL.
          PERFORM IMPRIME-NEG.

       GRAVA-DETALHE.
          MOVE SPACES       TO REG-NREM-DET.
          MOVE "1"          TO TIPO-DET.
          MOVE NUM-NEGN      TO NUM-DET.
          MOVE NOME-NEGN     TO NOME-DET.
          MOVE VALOR-NEGN    TO VALOR-DET.
          MOVE DATA-INC-NEGN TO DATA-INC-DET.
          WRITE REG-NREM-DET.

       GRAVA-NEGATIV.
          IF SIT-NEGN EQUAL "I" OR "E"
             ADD 1 TO TOTAL-PENDENTES
             IF IMPRIMIU-NEG EQUAL "NAO"
                PERFORM LISTA-PENDENTE.
          IF SIT-NEGN EQUAL "A" OR "I"
             ADD 1 TO TOTAL-ATIVOS.
          WRITE REG-NEGN.
          ADD 1 TO CT-GRAVADOS.

       LISTA-PENDENTE.
          IF SIT-NEGN EQUAL "I"
             MOVE DATA-INC-NEGN TO WS-DATA-REL
             MOVE "AGUARDA CONF. DA INCLUSAO" TO OCORRENCIA-REL
          ELSE
             MOVE DATA-EXC-NEGN TO WS-DATA-REL
             MOVE "AGUARDA CONF. DA EXCLUSAO" TO OCORRENCIA-REL.
          PERFORM IMPRIME-NEG.

       IMPRIME-NEG.
          MOVE "SIM"     TO IMPRIMIU-NEG.
          MOVE NUM-NEGN   TO NUM-REL.
          MOVE NOME-NEGN  TO NOME-REL.
          MOVE VALOR-NEGN TO VALOR-REL.
          COMPUTE DATA-REL =
             WS-DIA-REL * 1000000
             + WS-MES-REL * 10000
             + WS-ANO-REL.
          PERFORM IMPRIME-D0.

       FIM.
          PERFORM GRAVA-TRAILER.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-CONTROLE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADSOC1
                NEGATIV
                NEGATIVN
                REMNEG
                RELNEGAT.

       GRAVA-TRAILER.
          MOVE SPACES          TO REG-NREM-TRL.
          MOVE "9"             TO TIPO-TRL.
          MOVE TOTAL-INC       TO QTDE-INC-TRL.
          MOVE TOTAL-EXC       TO QTDE-EXC-TRL.
          MOVE TOTAL-VALOR-INC TO VALOR-TOTAL-TRL.
          WRITE REG-NREM-TRL.

       IMPRIME-TOTAIS.
          PERFORM CONTA-RET-AVULSO
             VARYING IDX-RET FROM 1 BY 1
             UNTIL IDX-RET GREATER THAN QTD-RET.
          MOVE TOTAL-INC        TO TOT-INC-SAI.
          MOVE TOTAL-VALOR-INC  TO VAL-INC-SAI.
          MOVE TOTAL-EXC        TO TOT-EXC-SAI.
          MOVE TOTAL-INC-CONF   TO TOT-INCC-SAI.
          MOVE TOTAL-EXC-CONF   TO TOT-EXCC-SAI.
          MOVE TOTAL-RECUSAS    TO TOT-RECU-SAI.
          MOVE TOTAL-PENDENTES  TO TOT-PEND-SAI.
          MOVE TOTAL-ATIVOS     TO TOT-ATIV-SAI.
          MOVE TOTAL-ABAIXO-MIN TO TOT-MIN-SAI.
          MOVE TOTAL-RET-AVULSO TO TOT-AVU-SAI.
          IF CT-LIN GREATER THAN 30
             PERFORM IMPRIME-CAB.
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
          WRITE REG-ATR FROM ROD-09
             AFTER ADVANCING 1 LINE.

       CONTA-RET-AVULSO.
          IF TR-USADO (IDX-RET) EQUAL "N"
             ADD 1 TO TOTAL-RET-AVULSO.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
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
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       GRAVA-CONTROLE.
          OPEN OUTPUT CTLNEG.
          MOVE SEQ-NEG TO SEQ-NEG-CTL.
          WRITE REG-CTLNEG.
          CLOSE CTLNEG.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM05EX18"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE TOTAL-RECUSAS  TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
