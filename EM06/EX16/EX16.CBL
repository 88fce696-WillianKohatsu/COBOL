       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX16.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        RECURSO DE GLOSA DOS CONVENIOS DA CLINICA.
      *                AS GLOSAS DEFINITIVAS (MOTIVO 50 EM DIANTE) DE
      *                GLOSAS.DAT (EM06/EX10) PODEM SER CONTESTADAS:
      *                O MOVIMENTO DE ABERTURA (MOVREC.DAT) ABRE UM
      *                RECURSO SOBRE A GLOSA COM O CODIGO DE
      *                JUSTIFICATIVA E O PRAZO DE RESPOSTA DO
      *                CONVENIO (DDMMAAAA); A RESPOSTA DO CONVENIO
      *                (RESPREC.DAT) ENCERRA O RECURSO: "D" DEFERIDO
      *                (A CONSULTA VOLTA A SER COBRAVEL E VAI PARA O
      *                EXTRATO DE REFATURAMENTO REFATREC.DAT), "P"
      *                DEFERIDO EM PARTE (O VALOR ACEITO VAI PARA
      *                REFATREC E O RESTO PARA PERDCLI.DAT) OU "N"
      *                INDEFERIDO (TUDO PARA PERDCLI.DAT). INTERCALA
      *                RECURSOS.DAT, MOVREC.DAT E RESPREC.DAT PELA
      *                CHAVE CONVENIO + PACIENTE + DATA DA CONSULTA,
      *                GERANDO RECURSOSN.DAT E O RELATORIO DE
      *                OCORRENCIAS. O ACOMPANHAMENTO SEMANAL DOS
      *                RECURSOS EM ABERTO E O EM06/EX17.
      *                AS PERDAS DA CLINICA (PERDCLI.DAT) SAO
      *                CONTABILIZADAS PELO EM06/EX23.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL RECURSOS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL MOVREC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL RESPREC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RECURSOSN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL GLOSAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  REFATREC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PERDCLI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELOCREC  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RECURSOS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RECURSOS.DAT".

       01 REG-REC.
          02 CONV-REC           PIC 9(03).
          02 COD-REC            PIC 9(03).
          02 DATA-REC           PIC 9(08).
          02 VALOR-REC          PIC 9(05)V99.
          02 MOTIVO-REC         PIC 9(02).
          02 JUSTIF-REC         PIC 9(02).
          02 DATA-ABERT-REC     PIC 9(08).
          02 PRAZO-REC          PIC 9(08).
          02 SIT-REC            PIC X(01).
          02 VALOR-RECUP-REC    PIC 9(05)V99.
          02 DATA-RESP-REC      PIC 9(08).

       FD MOVREC
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVREC.DAT".

       01 REG-MREC.
          02 CONV-MREC          PIC 9(03).
          02 COD-MREC           PIC 9(03).
          02 DATA-MREC          PIC 9(08).
          02 JUSTIF-MREC        PIC 9(02).
          02 PRAZO-MREC         PIC 9(08).
          02 PRAZO-MREC-R       REDEFINES PRAZO-MREC.
             03 DD-PRAZO-MREC   PIC 99.
             03 MM-PRAZO-MREC   PIC 99.
             03 AAAA-PRAZO-MREC PIC 9(04).

       FD RESPREC
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "RESPREC.DAT".

       01 REG-RRES.
          02 CONV-RRES          PIC 9(03).
          02 COD-RRES           PIC 9(03).
          02 DATA-RRES          PIC 9(08).
          02 RESULT-RRES        PIC X(01).
          02 VALOR-ACEITO-RRES  PIC 9(05)V99.

       FD RECURSOSN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "RECURSOSN.DAT".

       01 REG-RECN.
          02 CONV-RECN          PIC 9(03).
          02 COD-RECN           PIC 9(03).
          02 DATA-RECN          PIC 9(08).
          02 VALOR-RECN         PIC 9(05)V99.
          02 MOTIVO-RECN        PIC 9(02).
          02 JUSTIF-RECN        PIC 9(02).
          02 DATA-ABERT-RECN    PIC 9(08).
          02 PRAZO-RECN         PIC 9(08).
          02 SIT-RECN           PIC X(01).
          02 VALOR-RECUP-RECN   PIC 9(05)V99.
          02 DATA-RESP-RECN     PIC 9(08).

       FD GLOSAS
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "GLOSAS.DAT".

       01 REG-GLOSA.
          02 CONV-GLOSA         PIC 9(03).
          02 COD-GLOSA          PIC 9(03).
          02 DATA-GLOSA         PIC 9(08).
          02 VALOR-GLOSA        PIC 9(05)V99.
          02 MOTIVO-GLOSA       PIC 9(02).
          02 DATA-BAIXA-GLOSA   PIC 9(08).

       FD REFATREC
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "REFATREC.DAT".

       01 REG-REFAT.
          02 CONV-REFAT         PIC 9(03).
          02 COD-REFAT          PIC 9(03).
          02 DATA-REFAT         PIC 9(08).
          02 VALOR-REFAT        PIC 9(05)V99.
          02 MOTIVO-REFAT       PIC 9(02).

       FD PERDCLI
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "PERDCLI.DAT".

       01 REG-PERDA.
          02 CONV-PERDA         PIC 9(03).
          02 COD-PERDA          PIC 9(03).
          02 DATA-PERDA         PIC 9(08).
          02 VALOR-PERDA        PIC 9(05)V99.
          02 MOTIVO-PERDA       PIC 9(02).
          02 DATA-BAIXA-PERDA   PIC 9(08).
          02 ORIGEM-PERDA       PIC X(01).

       FD RELOCREC
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
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE-N   PIC 9(08)    VALUE ZEROS.
       77 WS-DIAS-ATU      PIC 9(08)    VALUE ZEROS.
       77 CH-MENOR         PIC X(14)    VALUE SPACES.
       77 TEM-RECURSO      PIC X(03)    VALUE "NAO".
       77 FIM-GLOSA        PIC X(03)    VALUE "NAO".
       77 QTD-GLOSAS       PIC 9(04)    VALUE ZEROS.
       77 ACHOU-GLOSA      PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-REJEITADOS    PIC 9(05)    VALUE ZEROS.
       77 CT-ABERTOS       PIC 9(05)    VALUE ZEROS.
       77 CT-DEFERIDOS     PIC 9(05)    VALUE ZEROS.
       77 CT-PARCIAIS      PIC 9(05)    VALUE ZEROS.
       77 CT-INDEFERIDOS   PIC 9(05)    VALUE ZEROS.
       77 VALOR-RECUPERADO PIC 9(09)V99 VALUE ZEROS.
       77 VALOR-PERDIDO    PIC 9(09)V99 VALUE ZEROS.
       77 VALOR-DIF        PIC 9(05)V99 VALUE ZEROS.

       01 CH-REC           PIC X(14)    VALUE SPACES.
       01 CH-REC-R REDEFINES CH-REC.
          02 CH-REC-CONV   PIC 9(03).
          02 CH-REC-COD    PIC 9(03).
          02 CH-REC-DATA   PIC 9(08).

       01 CH-MOV           PIC X(14)    VALUE SPACES.
       01 CH-MOV-R REDEFINES CH-MOV.
          02 CH-MOV-CONV   PIC 9(03).
          02 CH-MOV-COD    PIC 9(03).
          02 CH-MOV-DATA   PIC 9(08).

       01 CH-RES           PIC X(14)    VALUE SPACES.
       01 CH-RES-R REDEFINES CH-RES.
          02 CH-RES-CONV   PIC 9(03).
          02 CH-RES-COD    PIC 9(03).
          02 CH-RES-DATA   PIC 9(08).

       01 TAB-GLOSAS.
          02 GLO-OCR  OCCURS 2000 TIMES INDEXED BY IDX-GLO.
             03 TG-CONV       PIC 9(03).
             03 TG-COD        PIC 9(03).
             03 TG-DATA       PIC 9(08).
             03 TG-VALOR      PIC 9(05)V99.
             03 TG-MOTIVO     PIC 9(02).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "RECURSOS DE GLOSA - OCORRENCIAS".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "CONVENIO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "PACIENTE".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DATA      ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(38) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 CONV-REL        PIC 9(03).
          02 FILLER          PIC X(07) VALUE SPACES.
          02 COD-REL         PIC 9(03).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 DATA-REL        PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "RECURSOS ABERTOS:             ".
          02 TOT-ABE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "RECURSOS DEFERIDOS:           ".
          02 TOT-DEF-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "RECURSOS DEFERIDOS EM PARTE:  ".
          02 TOT-PAR-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "RECURSOS INDEFERIDOS:         ".
          02 TOT-IND-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS RECUSADOS:         ".
          02 TOT-REJ-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "VALOR RECUPERADO:             ".
          02 VAL-REC-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "VALOR LEVADO A PERDA:         ".
          02 VAL-PER-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       EM06-EX16.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL CH-REC EQUAL HIGH-VALUES
               AND CH-MOV EQUAL HIGH-VALUES
               AND CH-RES EQUAL HIGH-VALUES.
          PERFORM FIM.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO WS-DIAS-ATU.
          PERFORM CARREGA-GLOSAS.
          OPEN INPUT RECURSOS
                     MOVREC
                     RESPREC
             OUTPUT RECURSOSN
                    REFATREC
                    RELOCREC.
          OPEN EXTEND PERDCLI.
          PERFORM LER-REC.
          PERFORM LER-MOV.
          PERFORM LER-RES.

       LE-DATA-MOVIMENTO.
          OPEN INPUT DATAMOV.
          READ DATAMOV
             AT END
             MOVE ZEROS TO DATA-MOVIMENTO.
          CLOSE DATAMOV.
          IF DATA-MOVIMENTO GREATER THAN ZEROS
             MOVE DATA-MOVIMENTO TO WS-DATA-HOJE-N
          ELSE
             ACCEPT WS-DATA-HOJE-N FROM DATE YYYYMMDD.
          MOVE WS-DATA-HOJE-N TO WS-DATA-HOJE.

      *    SO AS GLOSAS DEFINITIVAS PODEM SER CONTESTADAS; SE A
      *    MESMA CONSULTA FOI GLOSADA MAIS DE UMA VEZ VALE A ULTIMA.
       CARREGA-GLOSAS.
          OPEN INPUT GLOSAS.
          PERFORM LE-1-GLOSA
             UNTIL FIM-GLOSA EQUAL "SIM".
          CLOSE GLOSAS.

       LE-1-GLOSA.
          READ GLOSAS
             AT END
             MOVE "SIM" TO FIM-GLOSA.
          IF FIM-GLOSA EQUAL "NAO"
          AND MOTIVO-GLOSA NOT LESS THAN 50
             PERFORM GUARDA-GLOSA.

       GUARDA-GLOSA.
          MOVE CONV-GLOSA TO CH-MOV-CONV.
          MOVE COD-GLOSA  TO CH-MOV-COD.
          MOVE DATA-GLOSA TO CH-MOV-DATA.
          PERFORM LOCALIZA-GLOSA.
          IF ACHOU-GLOSA EQUAL "NAO"
          AND QTD-GLOSAS LESS THAN 2000
             ADD 1 TO QTD-GLOSAS
             SET IDX-GLO TO QTD-GLOSAS
             MOVE "SIM" TO ACHOU-GLOSA.
          IF ACHOU-GLOSA EQUAL "SIM"
             MOVE CONV-GLOSA   TO TG-CONV (IDX-GLO)
             MOVE COD-GLOSA    TO TG-COD (IDX-GLO)
             MOVE DATA-GLOSA   TO TG-DATA (IDX-GLO)
             MOVE VALOR-GLOSA  TO TG-VALOR (IDX-GLO)
             MOVE MOTIVO-GLOSA TO TG-MOTIVO (IDX-GLO).

       LOCALIZA-GLOSA.
          MOVE "NAO" TO ACHOU-GLOSA.
          SET IDX-GLO TO 1.
          PERFORM LOCALIZA-1-GLOSA
             UNTIL IDX-GLO GREATER THAN QTD-GLOSAS
                OR ACHOU-GLOSA EQUAL "SIM".

       LOCALIZA-1-GLOSA.
          IF TG-CONV (IDX-GLO) EQUAL CH-MOV-CONV
          AND TG-COD (IDX-GLO) EQUAL CH-MOV-COD
          AND TG-DATA (IDX-GLO) EQUAL CH-MOV-DATA
             MOVE "SIM" TO ACHOU-GLOSA
          ELSE
             SET IDX-GLO UP BY 1.

       LER-REC.
          READ RECURSOS
             AT END
             MOVE HIGH-VALUES TO CH-REC.

          IF CH-REC EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE CONV-REC TO CH-REC-CONV
             MOVE COD-REC  TO CH-REC-COD
             MOVE DATA-REC TO CH-REC-DATA.

       LER-MOV.
          READ MOVREC
             AT END
             MOVE HIGH-VALUES TO CH-MOV.

          IF CH-MOV EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE CONV-MREC TO CH-MOV-CONV
             MOVE COD-MREC  TO CH-MOV-COD
             MOVE DATA-MREC TO CH-MOV-DATA.

       LER-RES.
          READ RESPREC
             AT END
             MOVE HIGH-VALUES TO CH-RES.

          IF CH-RES EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE CONV-RRES TO CH-RES-CONV
             MOVE COD-RRES  TO CH-RES-COD
             MOVE DATA-RRES TO CH-RES-DATA.

       PRINCIPAL.
          PERFORM ACHA-MENOR.
          MOVE "NAO" TO TEM-RECURSO.
          IF CH-REC EQUAL CH-MENOR
             MOVE REG-REC TO REG-RECN
             MOVE "SIM"   TO TEM-RECURSO
             PERFORM LER-REC.
          PERFORM APLICA-ABERTURA
             UNTIL CH-MOV NOT EQUAL CH-MENOR.
          PERFORM APLICA-RESPOSTA
             UNTIL CH-RES NOT EQUAL CH-MENOR.
          IF TEM-RECURSO EQUAL "SIM"
             WRITE REG-RECN
             ADD 1 TO CT-GRAVADOS.

       ACHA-MENOR.
          MOVE CH-REC  TO  CH-MENOR.
          IF CH-MOV  LESS THAN  CH-MENOR
             MOVE CH-MOV  TO  CH-MENOR.
          IF CH-RES  LESS THAN  CH-MENOR
             MOVE CH-RES  TO  CH-MENOR.

      *    UM UNICO RECURSO POR GLOSA, ABERTO OU JA ENCERRADO.
       APLICA-ABERTURA.
          MOVE CONV-MREC TO CONV-REL.
          MOVE COD-MREC  TO COD-REL.
          MOVE DATA-MREC TO DATA-REL.
          PERFORM LOCALIZA-GLOSA.
          MOVE DD-PRAZO-MREC   TO DTC-DIA.
          MOVE MM-PRAZO-MREC   TO DTC-MES.
          MOVE AAAA-PRAZO-MREC TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF TEM-RECURSO EQUAL "SIM"
             MOVE "JA EXISTE RECURSO PARA ESTA GLOSA"
                TO MENSAGEM-SAI
             PERFORM RECUSA-MOVIMENTO
          ELSE IF ACHOU-GLOSA EQUAL "NAO"
             MOVE "GLOSA DEFINITIVA NAO ENCONTRADA" TO MENSAGEM-SAI
             PERFORM RECUSA-MOVIMENTO
          ELSE IF JUSTIF-MREC NOT NUMERIC
               OR JUSTIF-MREC EQUAL ZEROS
             MOVE "JUSTIFICATIVA NAO INFORMADA" TO MENSAGEM-SAI
             PERFORM RECUSA-MOVIMENTO
          ELSE IF DTC-VALIDO EQUAL "N"
               OR DTC-NUM-DIAS LESS THAN WS-DIAS-ATU
             MOVE "PRAZO DE RESPOSTA INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA-MOVIMENTO
          ELSE
             PERFORM ABRE-RECURSO.
          PERFORM LER-MOV.

       ABRE-RECURSO.
          MOVE CONV-MREC           TO CONV-RECN.
          MOVE COD-MREC            TO COD-RECN.
          MOVE DATA-MREC           TO DATA-RECN.
          MOVE TG-VALOR (IDX-GLO)  TO VALOR-RECN.
          MOVE TG-MOTIVO (IDX-GLO) TO MOTIVO-RECN.
          MOVE JUSTIF-MREC         TO JUSTIF-RECN.
          MOVE WS-DATA-HOJE-N      TO DATA-ABERT-RECN.
          MOVE PRAZO-MREC          TO PRAZO-RECN.
          MOVE "A"                 TO SIT-RECN.
          MOVE ZEROS               TO VALOR-RECUP-RECN
                                      DATA-RESP-RECN.
          MOVE "SIM"               TO TEM-RECURSO.
          ADD 1 TO CT-ABERTOS.
          MOVE "RECURSO ABERTO" TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       APLICA-RESPOSTA.
          MOVE CONV-RRES TO CONV-REL.
          MOVE COD-RRES  TO COD-REL.
          MOVE DATA-RRES TO DATA-REL.
          IF TEM-RECURSO EQUAL "NAO"
             MOVE "RESPOSTA SEM RECURSO ABERTO" TO MENSAGEM-SAI
             PERFORM RECUSA-MOVIMENTO
          ELSE IF SIT-RECN NOT EQUAL "A"
             MOVE "RECURSO JA ENCERRADO" TO MENSAGEM-SAI
             PERFORM RECUSA-MOVIMENTO
          ELSE IF RESULT-RRES EQUAL "D"
             PERFORM RECURSO-DEFERIDO
          ELSE IF RESULT-RRES EQUAL "P"
             PERFORM RECURSO-PARCIAL
          ELSE IF RESULT-RRES EQUAL "N"
             PERFORM RECURSO-INDEFERIDO
          ELSE
             MOVE "RESULTADO DA RESPOSTA INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA-MOVIMENTO.
          PERFORM LER-RES.

       RECURSO-DEFERIDO.
          MOVE "D"            TO SIT-RECN.
          MOVE VALOR-RECN     TO VALOR-RECUP-RECN.
          MOVE WS-DATA-HOJE-N TO DATA-RESP-RECN.
          MOVE VALOR-RECN     TO VALOR-REFAT.
          PERFORM GRAVA-REFATURAMENTO.
          ADD 1 TO CT-DEFERIDOS.
          MOVE "RECURSO DEFERIDO - REFATURAR" TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       RECURSO-PARCIAL.
          IF VALOR-ACEITO-RRES NOT NUMERIC
          OR VALOR-ACEITO-RRES EQUAL ZEROS
          OR VALOR-ACEITO-RRES NOT LESS THAN VALOR-RECN
             MOVE "VALOR ACEITO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA-MOVIMENTO
          ELSE
             MOVE "P"               TO SIT-RECN
             MOVE VALOR-ACEITO-RRES TO VALOR-RECUP-RECN
             MOVE WS-DATA-HOJE-N    TO DATA-RESP-RECN
             MOVE VALOR-ACEITO-RRES TO VALOR-REFAT
             PERFORM GRAVA-REFATURAMENTO
             COMPUTE VALOR-DIF = VALOR-RECN - VALOR-ACEITO-RRES
             MOVE VALOR-DIF TO VALOR-PERDA
             PERFORM GRAVA-PERDA
             ADD 1 TO CT-PARCIAIS
             MOVE "RECURSO DEFERIDO EM PARTE" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.

       RECURSO-INDEFERIDO.
          MOVE "N"            TO SIT-RECN.
          MOVE ZEROS          TO VALOR-RECUP-RECN.
          MOVE WS-DATA-HOJE-N TO DATA-RESP-RECN.
          MOVE VALOR-RECN     TO VALOR-PERDA.
          PERFORM GRAVA-PERDA.
          ADD 1 TO CT-INDEFERIDOS.
          MOVE "RECURSO INDEFERIDO - PERDA" TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       GRAVA-REFATURAMENTO.
          MOVE CONV-RECN   TO CONV-REFAT.
          MOVE COD-RECN    TO COD-REFAT.
          MOVE DATA-RECN   TO DATA-REFAT.
          MOVE MOTIVO-RECN TO MOTIVO-REFAT.
          WRITE REG-REFAT.
          ADD VALOR-REFAT TO VALOR-RECUPERADO.

       GRAVA-PERDA.
          MOVE CONV-RECN      TO CONV-PERDA.
          MOVE COD-RECN       TO COD-PERDA.
          MOVE DATA-RECN      TO DATA-PERDA.
          MOVE MOTIVO-RECN    TO MOTIVO-PERDA.
          MOVE WS-DATA-HOJE-N TO DATA-BAIXA-PERDA.
          MOVE "R"            TO ORIGEM-PERDA.
          WRITE REG-PERDA.
          ADD VALOR-PERDA TO VALOR-PERDIDO.

       RECUSA-MOVIMENTO.
          ADD 1 TO CT-REJEITADOS.
          PERFORM IMPRIME-D0.

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

       FIM.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE RECURSOS
                MOVREC
                RESPREC
                RECURSOSN
                REFATREC
                PERDCLI
                RELOCREC.

       IMPRIME-TOTAIS.
          MOVE CT-ABERTOS       TO TOT-ABE-SAI.
          MOVE CT-DEFERIDOS     TO TOT-DEF-SAI.
          MOVE CT-PARCIAIS      TO TOT-PAR-SAI.
          MOVE CT-INDEFERIDOS   TO TOT-IND-SAI.
          MOVE CT-REJEITADOS    TO TOT-REJ-SAI.
          MOVE VALOR-RECUPERADO TO VAL-REC-SAI.
          MOVE VALOR-PERDIDO    TO VAL-PER-SAI.

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

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM06EX16"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE-N TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-REJEITADOS  TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
