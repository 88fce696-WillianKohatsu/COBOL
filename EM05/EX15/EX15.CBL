       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX15.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        BAIXAR NO CADASTRO DE SOCIOS (CADSOC1) O
      *                RETORNO BANCARIO DO DEBITO AUTOMATICO
      *                (RETDEB.DAT). CADA RETORNO E CONFERIDO COM O
      *                DETALHE ENVIADO NA REMESSA REMDEB.DAT PELO
      *                NUM-DET; RETORNO SEM DETALHE NA REMESSA OU
      *                SEM SOCIO SAI NO RELATORIO DE EXCECOES.
      *                DEBITO EFETUADO (OCORRENCIA 1) E BAIXADO COMO
      *                NO EM05/EX02, INCLUSIVE O PLANO DE
      *                PARCELAMENTO (PARCELAS.DAT -> PARCELASN.DAT),
      *                E ABATIDO DO ACUMULADO DE CTLSOCIO.DAT.
      *                DEBITO NAO EFETUADO (2 SALDO INSUFICIENTE,
      *                3 CONTA ENCERRADA) DEIXA O SOCIO EM ATRASO
      *                (COD-ENT = 2) E E GRAVADO EM DEBREJ.DAT PARA
      *                SAIR EM BOLETO NO PROXIMO EM05/EX01. AS
      *                FALHAS CONSECUTIVAS POR SOCIO FICAM EM
      *                FALDEB.DAT (GERA FALDEBN.DAT); AO ATINGIR O
      *                LIMITE DE PARMDEB.DAT (PADRAO 3), OU DE
      *                IMEDIATO NA CONTA ENCERRADA, O MANDATO E
      *                SUSPENSO (SIT-DEB = "S" EM DEBAUTN.DAT) E O
      *                SOCIO SAI NA LISTA DE CONTATO TELEFONICO.
      *                O DEBITO BAIXADO FICA REGISTRADO EM BAIXAS.DAT
      *                (ORIGEM "D") PARA O ESTORNO DO EM05/EX16.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL-PC.
       OBJECT-COMPUTER. DELL-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RETDEB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT REMDEB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CADSOC1N ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL DEBAUT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT DEBAUTN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT DEBREJ ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL FALDEB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT FALDEBN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARMDEB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARCELAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT PARCELASN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT CTLSOCIO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL BAIXAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RELRETDB ASSIGN TO DISK.

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

       FD RETDEB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RETDEB.DAT".

       01 REG-RDB.
          02 NUM-RDB            PIC 9(06).
          02 OCORR-RDB          PIC 9(01).
          02 VALOR-RDB          PIC 9(09)V9(02).

       FD REMDEB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "REMDEB.DAT".

       01 REG-DREM-DET.
          02 TIPO-DET           PIC X(01).
          02 NUM-DET            PIC 9(06).
          02 NOME-DET           PIC X(30).
          02 BANCO-DET          PIC 9(03).
          02 AGENCIA-DET        PIC 9(04).
          02 CONTA-DET          PIC 9(10).
          02 VALOR-DET          PIC 9(09)V9(02).
          02 DATA-VENC-DET      PIC 9(08).
          02 FILLER             PIC X(15).

       FD CADSOC1N
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSOC1N.DAT".

       01 REG-ATU.
          02 COD-ATU            PIC 9(02).
          02 NUM-ATU            PIC 9(06).
          02 NOME-ATU           PIC X(30).
          02 VALOR-ATU          PIC 9(09)V9(02).
          02 DATA-VENC-ATU      PIC 9(08).

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

       FD DEBAUTN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEBAUTN.DAT".

       01 REG-DEBN.
          02 NUM-DEBN           PIC 9(06).
          02 BANCO-DEBN         PIC 9(03).
          02 AGENCIA-DEBN       PIC 9(04).
          02 CONTA-DEBN         PIC 9(10).
          02 DATA-MAND-DEBN     PIC 9(08).
          02 SIT-DEBN           PIC X(01).

       FD DEBREJ
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEBREJ.DAT".

       01 REG-DREJ.
          02 NUM-DREJ           PIC 9(06).
          02 OCORR-DREJ         PIC 9(01).
          02 DATA-DREJ          PIC 9(08).

       FD FALDEB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FALDEB.DAT".

       01 REG-FAL.
          02 NUM-FAL            PIC 9(06).
          02 QTD-FAL            PIC 9(02).
          02 DATA-FAL           PIC 9(08).

       FD FALDEBN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FALDEBN.DAT".

       01 REG-FALN.
          02 NUM-FALN           PIC 9(06).
          02 QTD-FALN           PIC 9(02).
          02 DATA-FALN          PIC 9(08).

       FD PARMDEB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMDEB.DAT".

       01 REG-PARMDEB.
          02 MAX-FALHAS-PDB     PIC 9(02).

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

       FD PARCELASN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARCELASN.DAT".

       01 REG-PARCN.
          02 NUM-PARCN          PIC 9(06).
          02 SEQ-PARCN          PIC 9(02).
          02 QTD-PARCN          PIC 9(02).
          02 VALOR-PARCN        PIC 9(09)V9(02).
          02 DATA-VENC-PARCN    PIC 9(08).
          02 SIT-PARCN          PIC X(01).

       FD CTLSOCIO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTLSOCIO.DAT".

       01 REG-CTL.
          02 TOTAL-ACUM-CTL     PIC 9(15)V99.

       FD BAIXAS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "BAIXAS.DAT".

       01 REG-BXA.
          02 NUM-BXA            PIC 9(06).
          02 DATA-BXA           PIC 9(08).
          02 ORIGEM-BXA         PIC X(01).
          02 VALOR-BXA          PIC 9(09)V9(02).
          02 COD-ANT-BXA        PIC 9(02).
          02 VALOR-ANT-BXA      PIC 9(09)V9(02).
          02 SEQ-PARC-BXA       PIC 9(02).
          02 VALOR-PARC-BXA     PIC 9(09)V9(02).
          02 QUITOU-PARC-BXA    PIC X(01).

       FD RELRETDB
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
       77 CH-SOC          PIC X(06)    VALUE SPACES.
       77 CH-RDB          PIC X(06)    VALUE SPACES.
       77 CT-LIN          PIC 9(002)   VALUE 45.
       77 CT-PAG          PIC 9(002)   VALUE ZEROS.
       77 TOTAL-DEBITADOS PIC 9(05)    VALUE ZEROS.
       77 TOTAL-PARCIAIS  PIC 9(05)    VALUE ZEROS.
       77 TOTAL-NAO-DEB   PIC 9(05)    VALUE ZEROS.
       77 TOTAL-SUSPENSOS PIC 9(05)    VALUE ZEROS.
       77 TOTAL-REJEITADOS PIC 9(05)   VALUE ZEROS.
       77 TOTAL-SEM-SOCIO PIC 9(05)    VALUE ZEROS.
       77 TOTAL-SEM-REM   PIC 9(05)    VALUE ZEROS.
       77 TOTAL-RECEBIDO  PIC 9(15)V99 VALUE ZEROS.
       77 TOTAL-ACUMULADO PIC 9(15)V99 VALUE ZEROS.
       77 CT-LIDOS        PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS     PIC 9(07)    VALUE ZEROS.
       77 FIM-PARC        PIC X(03)    VALUE "NAO".
       77 FIM-REM         PIC X(03)    VALUE "NAO".
       77 FIM-DEB         PIC X(03)    VALUE "NAO".
       77 FIM-FAL         PIC X(03)    VALUE "NAO".
       77 QTD-PARCELAS    PIC 9(04)    VALUE ZEROS.
       77 QTD-REMESSA     PIC 9(04)    VALUE ZEROS.
       77 QTD-MANDATOS    PIC 9(04)    VALUE ZEROS.
       77 QTD-FALHAS      PIC 9(04)    VALUE ZEROS.
       77 QTD-LIGAR       PIC 9(04)    VALUE ZEROS.
       77 TEM-PLANO       PIC X(03)    VALUE "NAO".
       77 TEM-REMESSA     PIC X(03)    VALUE "NAO".
       77 TEM-MANDATO     PIC X(03)    VALUE "NAO".
       77 TEM-FALHA       PIC X(03)    VALUE "NAO".
       77 SALDO-RECEBER   PIC 9(09)V99 VALUE ZEROS.
       77 SALDO-PLANO     PIC 9(09)V99 VALUE ZEROS.
       77 TOTAL-PARC-BXA  PIC 9(05)    VALUE ZEROS.
       77 TOTAL-PLANOS-Q  PIC 9(05)    VALUE ZEROS.
       77 MAX-FALHAS      PIC 9(02)    VALUE ZEROS.
       77 COD-ANTES       PIC 9(02)    VALUE ZEROS.
       77 VALOR-ANTES     PIC 9(09)V99 VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 DFC-PARM.
          02 DFC-DATA         PIC 9(08).
          02 DFC-FECHADO      PIC X(01).
          02 DFC-LIBERADO     PIC X(01).

       01 TAB-PARCELAS.
          02 PARC-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PARC.
             03 TP-NUM         PIC 9(06).
             03 TP-SEQ         PIC 9(02).
             03 TP-QTD         PIC 9(02).
             03 TP-VALOR       PIC 9(09)V9(02).
             03 TP-DATA-VENC   PIC 9(08).
             03 TP-SIT         PIC X(01).

       01 TAB-REMESSA.
          02 REM-OCR  OCCURS 2000 TIMES INDEXED BY IDX-REM.
             03 TR-NUM         PIC 9(06).
             03 TR-BANCO       PIC 9(03).
             03 TR-AGENCIA     PIC 9(04).
             03 TR-CONTA       PIC 9(10).
             03 TR-VALOR       PIC 9(09)V9(02).

       01 TAB-MANDATOS.
          02 MAND-OCR  OCCURS 2000 TIMES INDEXED BY IDX-MAND.
             03 TM-NUM         PIC 9(06).
             03 TM-BANCO       PIC 9(03).
             03 TM-AGENCIA     PIC 9(04).
             03 TM-CONTA       PIC 9(10).
             03 TM-DATA-MAND   PIC 9(08).
             03 TM-SIT         PIC X(01).

       01 TAB-FALHAS.
          02 FAL-OCR  OCCURS 2000 TIMES INDEXED BY IDX-FAL.
             03 TF-NUM         PIC 9(06).
             03 TF-QTD         PIC 9(02).
             03 TF-DATA        PIC 9(08).

       01 TAB-LIGAR.
          02 LIG-OCR  OCCURS 500 TIMES INDEXED BY IDX-LIG.
             03 TL-NUM         PIC 9(06).
             03 TL-NOME        PIC X(30).
             03 TL-BANCO       PIC 9(03).
             03 TL-QTD         PIC 9(02).
             03 TL-OCORR       PIC 9(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(38) VALUE
             "BAIXA DO RETORNO DE DEBITO AUTOMATICO".
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(15) VALUE "NUMERO DO SOCIO".
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(42) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(08)  VALUE SPACES.
          02 NUM-REL         PIC 9(06).
          02 FILLER          PIC X(11)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(15)  VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "MANDATOS SUSPENSOS - LIGAR PARA O SOCIO".
          02 FILLER          PIC X(35) VALUE SPACES.

       01 CAB-04.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "NUMERO".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "NOME DO SOCIO".
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "BANCO".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "FALHAS".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "MOTIVO".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 DETALHE-LIG.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 NUM-LIG         PIC 9(06).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 NOME-LIG        PIC X(30).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 BANCO-LIG       PIC 9(03).
          02 FILLER          PIC X(06) VALUE SPACES.
          02 QTD-LIG         PIC Z9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 MOTIVO-LIG      PIC X(17).

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "DEBITOS EFETUADOS:            ".
          02 TOT-DEB-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "DEBITOS COM SALDO EM ABERTO:  ".
          02 TOT-PARC-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "DEBITOS NAO EFETUADOS:        ".
          02 TOT-NDEB-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "MANDATOS SUSPENSOS:           ".
          02 TOT-SUSP-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "RETORNOS REJEITADOS:          ".
          02 TOT-REJ-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "RETORNOS SEM SOCIO:           ".
          02 TOT-SEM-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "RETORNOS FORA DA REMESSA:     ".
          02 TOT-SREM-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "VALOR TOTAL DEBITADO:         ".
          02 TOT-RECEB-SAI   PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-09.
          02 FILLER          PIC X(30) VALUE
             "NOVO ACUMULADO DE CONTROLE:   ".
          02 TOT-ACUM-SAI    PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-10.
          02 FILLER          PIC X(30) VALUE
             "PARCELAS BAIXADAS:            ".
          02 TOT-PBXA-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-11.
          02 FILLER          PIC X(30) VALUE
             "PLANOS QUITADOS:              ".
          02 TOT-PQUI-SAI    PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM05-EX15.

       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL
           CH-SOC EQUAL CH-RDB AND
           CH-RDB EQUAL HIGH-VALUES.
       PERFORM FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM VERIFICA-DIA-FECHADO.
          PERFORM LE-LIMITE.
          PERFORM LE-CONTROLE.
          PERFORM CARREGA-PARCELAS.
          PERFORM CARREGA-REMESSA.
          PERFORM CARREGA-MANDATOS.
          PERFORM CARREGA-FALHAS.
          OPEN INPUT  CADSOC1
                      RETDEB
               OUTPUT CADSOC1N
                      DEBREJ
                      RELRETDB.
          OPEN EXTEND BAIXAS.
          PERFORM LER-SOC.
          PERFORM LER-RDB.

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

       VERIFICA-DIA-FECHADO.
          MOVE WS-DATA-HOJE TO DFC-DATA.
          CALL "DIAFECH" USING DFC-PARM.
          IF DFC-FECHADO EQUAL "S"
          AND DFC-LIBERADO NOT EQUAL "S"
             DISPLAY "EM05/EX15: DATA DE MOVIMENTO JA FECHADA"
             DISPLAY "REPROCESSAMENTO EXIGE PERFIL F"
             MOVE 8 TO RETURN-CODE
             STOP RUN.

       LE-LIMITE.
          OPEN INPUT PARMDEB.
          READ PARMDEB
             AT END
             MOVE ZEROS TO REG-PARMDEB.
          MOVE MAX-FALHAS-PDB TO MAX-FALHAS.
          CLOSE PARMDEB.
          IF MAX-FALHAS EQUAL ZEROS
             MOVE 3 TO MAX-FALHAS.

       LE-CONTROLE.
          OPEN INPUT CTLSOCIO.
          READ CTLSOCIO
             AT END
             MOVE ZEROS TO REG-CTL.
          MOVE TOTAL-ACUM-CTL TO TOTAL-ACUMULADO.
          CLOSE CTLSOCIO.

       CARREGA-PARCELAS.
          MOVE "NAO" TO FIM-PARC.
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
             MOVE NUM-PARC       TO TP-NUM (IDX-PARC)
             MOVE SEQ-PARC       TO TP-SEQ (IDX-PARC)
             MOVE QTD-PARC       TO TP-QTD (IDX-PARC)
             MOVE VALOR-PARC     TO TP-VALOR (IDX-PARC)
             MOVE DATA-VENC-PARC TO TP-DATA-VENC (IDX-PARC)
             MOVE SIT-PARC       TO TP-SIT (IDX-PARC).

       CARREGA-REMESSA.
          OPEN INPUT REMDEB.
          PERFORM LE-1-REMESSA
             UNTIL FIM-REM EQUAL "SIM".
          CLOSE REMDEB.

       LE-1-REMESSA.
          READ REMDEB
             AT END
             MOVE "SIM" TO FIM-REM.
          IF FIM-REM EQUAL "NAO"
          AND TIPO-DET EQUAL "1"
          AND QTD-REMESSA LESS THAN 2000
             ADD 1 TO QTD-REMESSA
             SET IDX-REM TO QTD-REMESSA
             MOVE NUM-DET     TO TR-NUM (IDX-REM)
             MOVE BANCO-DET   TO TR-BANCO (IDX-REM)
             MOVE AGENCIA-DET TO TR-AGENCIA (IDX-REM)
             MOVE CONTA-DET   TO TR-CONTA (IDX-REM)
             MOVE VALOR-DET   TO TR-VALOR (IDX-REM).

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
          AND QTD-MANDATOS LESS THAN 2000
             ADD 1 TO QTD-MANDATOS
             SET IDX-MAND TO QTD-MANDATOS
             MOVE NUM-DEB       TO TM-NUM (IDX-MAND)
             MOVE BANCO-DEB     TO TM-BANCO (IDX-MAND)
             MOVE AGENCIA-DEB   TO TM-AGENCIA (IDX-MAND)
             MOVE CONTA-DEB     TO TM-CONTA (IDX-MAND)
             MOVE DATA-MAND-DEB TO TM-DATA-MAND (IDX-MAND)
             MOVE SIT-DEB       TO TM-SIT (IDX-MAND).

       CARREGA-FALHAS.
          OPEN INPUT FALDEB.
          PERFORM LE-1-FALHA
             UNTIL FIM-FAL EQUAL "SIM".
          CLOSE FALDEB.

       LE-1-FALHA.
          READ FALDEB
             AT END
             MOVE "SIM" TO FIM-FAL.
          IF FIM-FAL EQUAL "NAO"
          AND QTD-FALHAS LESS THAN 2000
             ADD 1 TO QTD-FALHAS
             SET IDX-FAL TO QTD-FALHAS
             MOVE NUM-FAL  TO TF-NUM (IDX-FAL)
             MOVE QTD-FAL  TO TF-QTD (IDX-FAL)
             MOVE DATA-FAL TO TF-DATA (IDX-FAL).

       LER-SOC.
          READ CADSOC1
             AT END
             MOVE HIGH-VALUES TO CH-SOC.

          IF CH-SOC EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE NUM-ENT TO CH-SOC.

       LER-RDB.
          READ RETDEB
             AT END
             MOVE HIGH-VALUES TO CH-RDB.

          IF CH-RDB EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE NUM-RDB TO CH-RDB.

       PRINCIPAL.
          IF CH-SOC EQUAL TO CH-RDB
             PERFORM IGUAL
             PERFORM LER-SOC
             PERFORM LER-RDB
          ELSE IF CH-SOC LESS THAN CH-RDB
             PERFORM GRAVA-SOC
             PERFORM LER-SOC
          ELSE
             PERFORM RETORNO-SEM-SOCIO
             PERFORM LER-RDB.

       IGUAL.
          PERFORM LOCALIZA-REMESSA.
          IF TEM-REMESSA EQUAL "NAO"
             PERFORM RETORNO-FORA-REMESSA
          ELSE IF OCORR-RDB EQUAL 1
             PERFORM DEBITO-EFETUADO
          ELSE IF OCORR-RDB EQUAL 2 OR 3
             PERFORM DEBITO-NAO-EFETUADO
          ELSE
             PERFORM RETORNO-REJEITADO.

       LOCALIZA-REMESSA.
          MOVE "NAO" TO TEM-REMESSA.
          SET IDX-REM TO 1.
          PERFORM LOCALIZA-1-REMESSA
             UNTIL IDX-REM GREATER THAN QTD-REMESSA
                OR TEM-REMESSA EQUAL "SIM".

       LOCALIZA-1-REMESSA.
          IF TR-NUM (IDX-REM) EQUAL NUM-RDB
             MOVE "SIM" TO TEM-REMESSA
          ELSE
             SET IDX-REM UP BY 1.

       DEBITO-EFETUADO.
          MOVE COD-ENT   TO COD-ANTES.
          MOVE VALOR-ENT TO VALOR-ANTES.
          PERFORM LOCALIZA-FALHA.
          IF TEM-FALHA EQUAL "SIM"
             MOVE ZEROS TO TF-QTD (IDX-FAL).
          PERFORM LOCALIZA-PLANO.
          IF TEM-PLANO EQUAL "SIM"
             PERFORM BAIXA-PLANO
          ELSE
             PERFORM BAIXA-DEBITO.
          ADD VALOR-RDB TO TOTAL-RECEBIDO.
          PERFORM GRAVA-SOC.

       LOCALIZA-PLANO.
          MOVE "NAO" TO TEM-PLANO.
          SET IDX-PARC TO 1.
          PERFORM LOCALIZA-1-PARCELA
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS
                OR TEM-PLANO EQUAL "SIM".

       LOCALIZA-1-PARCELA.
          IF TP-NUM (IDX-PARC) EQUAL NUM-ENT
          AND TP-SIT (IDX-PARC) EQUAL "A"
             MOVE "SIM" TO TEM-PLANO
          ELSE
             SET IDX-PARC UP BY 1.

       BAIXA-PLANO.
          MOVE VALOR-RDB TO SALDO-RECEBER.
          SET IDX-PARC TO 1.
          PERFORM BAIXA-1-PARCELA
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS
                OR SALDO-RECEBER EQUAL ZEROS.
          PERFORM APURA-SALDO-PLANO.
          IF SALDO-PLANO EQUAL ZEROS
             MOVE 1     TO COD-ENT
             MOVE ZEROS TO VALOR-ENT
             ADD 1 TO TOTAL-PLANOS-Q
             ADD 1 TO TOTAL-DEBITADOS
          ELSE
             MOVE SALDO-PLANO TO VALOR-ENT
             ADD 1 TO TOTAL-PARCIAIS.

       BAIXA-1-PARCELA.
          IF TP-NUM (IDX-PARC) EQUAL NUM-ENT
          AND TP-SIT (IDX-PARC) EQUAL "A"
             MOVE TP-SEQ (IDX-PARC) TO SEQ-PARC-BXA
             IF SALDO-RECEBER NOT LESS THAN TP-VALOR (IDX-PARC)
                MOVE TP-VALOR (IDX-PARC) TO VALOR-PARC-BXA
                MOVE "S" TO QUITOU-PARC-BXA
                SUBTRACT TP-VALOR (IDX-PARC) FROM SALDO-RECEBER
                MOVE "P" TO TP-SIT (IDX-PARC)
                ADD 1 TO TOTAL-PARC-BXA
             ELSE
                MOVE SALDO-RECEBER TO VALOR-PARC-BXA
                MOVE "N" TO QUITOU-PARC-BXA
                SUBTRACT SALDO-RECEBER FROM TP-VALOR (IDX-PARC)
                MOVE ZEROS TO SALDO-RECEBER
             END-IF
             PERFORM GRAVA-BAIXA
          END-IF.
          IF SALDO-RECEBER GREATER THAN ZEROS
             SET IDX-PARC UP BY 1.

       APURA-SALDO-PLANO.
          MOVE ZEROS TO SALDO-PLANO.
          SET IDX-PARC TO 1.
          PERFORM SOMA-1-PARCELA
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS.

       SOMA-1-PARCELA.
          IF TP-NUM (IDX-PARC) EQUAL NUM-ENT
          AND (TP-SIT (IDX-PARC) EQUAL "A" OR "Q")
             ADD TP-VALOR (IDX-PARC) TO SALDO-PLANO.
          SET IDX-PARC UP BY 1.

       BAIXA-DEBITO.
          MOVE ZEROS     TO SEQ-PARC-BXA.
          MOVE ZEROS     TO VALOR-PARC-BXA.
          MOVE SPACES    TO QUITOU-PARC-BXA.
          PERFORM GRAVA-BAIXA.
          IF VALOR-RDB NOT LESS THAN TR-VALOR (IDX-REM)
             MOVE 1 TO COD-ENT
             ADD  1 TO TOTAL-DEBITADOS
          ELSE IF VALOR-RDB LESS THAN VALOR-ENT
             SUBTRACT VALOR-RDB FROM VALOR-ENT
             ADD  1 TO TOTAL-PARCIAIS
          ELSE
             MOVE 1     TO COD-ENT
             MOVE ZEROS TO VALOR-ENT
             ADD  1 TO TOTAL-DEBITADOS.

       GRAVA-BAIXA.
          MOVE NUM-ENT         TO NUM-BXA.
          MOVE WS-DATA-HOJE    TO DATA-BXA.
          MOVE "D"             TO ORIGEM-BXA.
          MOVE VALOR-RDB       TO VALOR-BXA.
          MOVE COD-ANTES       TO COD-ANT-BXA.
          MOVE VALOR-ANTES     TO VALOR-ANT-BXA.
          WRITE REG-BXA.

       DEBITO-NAO-EFETUADO.
          ADD 1 TO TOTAL-NAO-DEB.
          IF COD-ENT EQUAL 1
             MOVE 2 TO COD-ENT.
          MOVE NUM-ENT      TO NUM-DREJ.
          MOVE OCORR-RDB    TO OCORR-DREJ.
          MOVE WS-DATA-HOJE TO DATA-DREJ.
          WRITE REG-DREJ.
          PERFORM CONTA-FALHA.
          MOVE NUM-ENT TO NUM-REL.
          IF OCORR-RDB EQUAL 2
             MOVE "DEBITO NAO EFETUADO - SALDO INSUFIC."
                TO MENSAGEM-SAI
          ELSE
             MOVE "DEBITO NAO EFETUADO - CONTA ENCERRADA"
                TO MENSAGEM-SAI.
          PERFORM ERRO-D0.
          IF OCORR-RDB EQUAL 3
             PERFORM SUSPENDE-MANDATO
          ELSE IF TEM-FALHA EQUAL "SIM"
          AND TF-QTD (IDX-FAL) NOT LESS THAN MAX-FALHAS
             PERFORM SUSPENDE-MANDATO.
          PERFORM GRAVA-SOC.

       LOCALIZA-FALHA.
          MOVE "NAO" TO TEM-FALHA.
          SET IDX-FAL TO 1.
          PERFORM LOCALIZA-1-FALHA
             UNTIL IDX-FAL GREATER THAN QTD-FALHAS
                OR TEM-FALHA EQUAL "SIM".

       LOCALIZA-1-FALHA.
          IF TF-NUM (IDX-FAL) EQUAL NUM-ENT
             MOVE "SIM" TO TEM-FALHA
          ELSE
             SET IDX-FAL UP BY 1.

       CONTA-FALHA.
          PERFORM LOCALIZA-FALHA.
          IF TEM-FALHA EQUAL "NAO"
          AND QTD-FALHAS LESS THAN 2000
             ADD 1 TO QTD-FALHAS
             SET IDX-FAL TO QTD-FALHAS
             MOVE NUM-ENT TO TF-NUM (IDX-FAL)
             MOVE ZEROS   TO TF-QTD (IDX-FAL)
             MOVE "SIM"   TO TEM-FALHA.
          IF TEM-FALHA EQUAL "SIM"
             IF TF-QTD (IDX-FAL) LESS THAN 99
                ADD 1 TO TF-QTD (IDX-FAL)
             END-IF
             MOVE WS-DATA-HOJE TO TF-DATA (IDX-FAL).

       SUSPENDE-MANDATO.
          MOVE "NAO" TO TEM-MANDATO.
          SET IDX-MAND TO 1.
          PERFORM LOCALIZA-1-MANDATO
             UNTIL IDX-MAND GREATER THAN QTD-MANDATOS
                OR TEM-MANDATO EQUAL "SIM".
          IF TEM-MANDATO EQUAL "SIM"
          AND TM-SIT (IDX-MAND) EQUAL "A"
             MOVE "S" TO TM-SIT (IDX-MAND)
             ADD 1 TO TOTAL-SUSPENSOS
             MOVE NUM-ENT TO NUM-REL
             MOVE "MANDATO DE DEBITO SUSPENSO" TO MENSAGEM-SAI
             PERFORM ERRO-D0
             PERFORM ANOTA-LIGACAO.

       LOCALIZA-1-MANDATO.
          IF TM-NUM (IDX-MAND) EQUAL NUM-ENT
             MOVE "SIM" TO TEM-MANDATO
          ELSE
             SET IDX-MAND UP BY 1.

       ANOTA-LIGACAO.
          IF QTD-LIGAR LESS THAN 500
             ADD 1 TO QTD-LIGAR
             SET IDX-LIG TO QTD-LIGAR
             MOVE NUM-ENT            TO TL-NUM (IDX-LIG)
             MOVE NOME-ENT           TO TL-NOME (IDX-LIG)
             MOVE TM-BANCO (IDX-MAND) TO TL-BANCO (IDX-LIG)
             MOVE OCORR-RDB          TO TL-OCORR (IDX-LIG)
             IF TEM-FALHA EQUAL "SIM"
                MOVE TF-QTD (IDX-FAL) TO TL-QTD (IDX-LIG)
             ELSE
                MOVE 1 TO TL-QTD (IDX-LIG).

       RETORNO-REJEITADO.
          ADD 1 TO TOTAL-REJEITADOS.
          MOVE NUM-RDB TO NUM-REL.
          MOVE "RETORNO REJEITADO PELO BANCO" TO MENSAGEM-SAI.
          PERFORM ERRO-D0.
          PERFORM GRAVA-SOC.

       RETORNO-FORA-REMESSA.
          ADD 1 TO TOTAL-SEM-REM.
          MOVE NUM-RDB TO NUM-REL.
          MOVE "RETORNO SEM DETALHE NA REMESSA REMDEB" TO MENSAGEM-SAI.
          PERFORM ERRO-D0.
          PERFORM GRAVA-SOC.

       RETORNO-SEM-SOCIO.
          ADD 1 TO TOTAL-SEM-SOCIO.
          MOVE NUM-RDB TO NUM-REL.
          MOVE "RETORNO SEM SOCIO CORRESPONDENTE" TO MENSAGEM-SAI.
          PERFORM ERRO-D0.

       GRAVA-SOC.
          MOVE COD-ENT        TO COD-ATU.
          MOVE NUM-ENT        TO NUM-ATU.
          MOVE NOME-ENT       TO NOME-ATU.
          MOVE VALOR-ENT      TO VALOR-ATU.
          MOVE DATA-VENC-ENT  TO DATA-VENC-ATU.
          WRITE REG-ATU.
          ADD 1 TO CT-GRAVADOS.

       ERRO-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM ERRO-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       ERRO-CAB.
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
          PERFORM IMPRIME-LIGACOES.
          PERFORM REGRAVA-PARCELAS.
          PERFORM REGRAVA-MANDATOS.
          PERFORM REGRAVA-FALHAS.
          PERFORM GRAVA-CONTROLE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADSOC1
                RETDEB
                CADSOC1N
                DEBREJ
                RELRETDB
                BAIXAS.

       IMPRIME-LIGACOES.
          IF QTD-LIGAR GREATER THAN ZEROS
             WRITE REG-ATR FROM CAB-03
                AFTER ADVANCING 3 LINES
             WRITE REG-ATR FROM CAB-04
                AFTER ADVANCING 2 LINES
             WRITE REG-ATR FROM JUMP-LINHA
                AFTER ADVANCING 1 LINE
             PERFORM IMPRIME-1-LIGACAO
                VARYING IDX-LIG FROM 1 BY 1
                UNTIL IDX-LIG GREATER THAN QTD-LIGAR.

       IMPRIME-1-LIGACAO.
          MOVE TL-NUM (IDX-LIG)   TO NUM-LIG.
          MOVE TL-NOME (IDX-LIG)  TO NOME-LIG.
          MOVE TL-BANCO (IDX-LIG) TO BANCO-LIG.
          MOVE TL-QTD (IDX-LIG)   TO QTD-LIG.
          IF TL-OCORR (IDX-LIG) EQUAL 3
             MOVE "CONTA ENCERRADA"  TO MOTIVO-LIG
          ELSE
             MOVE "FALHAS SEGUIDAS"  TO MOTIVO-LIG.
          WRITE REG-ATR FROM DETALHE-LIG
             AFTER ADVANCING 1 LINE.

       REGRAVA-PARCELAS.
          OPEN OUTPUT PARCELASN.
          PERFORM GRAVA-1-PARCELA
             VARYING IDX-PARC FROM 1 BY 1
             UNTIL IDX-PARC GREATER THAN QTD-PARCELAS.
          CLOSE PARCELASN.

       GRAVA-1-PARCELA.
          MOVE TP-NUM (IDX-PARC)       TO NUM-PARCN.
          MOVE TP-SEQ (IDX-PARC)       TO SEQ-PARCN.
          MOVE TP-QTD (IDX-PARC)       TO QTD-PARCN.
          MOVE TP-VALOR (IDX-PARC)     TO VALOR-PARCN.
          MOVE TP-DATA-VENC (IDX-PARC) TO DATA-VENC-PARCN.
          MOVE TP-SIT (IDX-PARC)       TO SIT-PARCN.
          WRITE REG-PARCN.

       REGRAVA-MANDATOS.
          OPEN OUTPUT DEBAUTN.
          PERFORM GRAVA-1-MANDATO
             VARYING IDX-MAND FROM 1 BY 1
             UNTIL IDX-MAND GREATER THAN QTD-MANDATOS.
          CLOSE DEBAUTN.

       GRAVA-1-MANDATO.
          MOVE TM-NUM (IDX-MAND)       TO NUM-DEBN.
          MOVE TM-BANCO (IDX-MAND)     TO BANCO-DEBN.
          MOVE TM-AGENCIA (IDX-MAND)   TO AGENCIA-DEBN.
          MOVE TM-CONTA (IDX-MAND)     TO CONTA-DEBN.
          MOVE TM-DATA-MAND (IDX-MAND) TO DATA-MAND-DEBN.
          MOVE TM-SIT (IDX-MAND)       TO SIT-DEBN.
          WRITE REG-DEBN.

       REGRAVA-FALHAS.
          OPEN OUTPUT FALDEBN.
          PERFORM GRAVA-1-FALHA
             VARYING IDX-FAL FROM 1 BY 1
             UNTIL IDX-FAL GREATER THAN QTD-FALHAS.
          CLOSE FALDEBN.

       GRAVA-1-FALHA.
          IF TF-QTD (IDX-FAL) GREATER THAN ZEROS
             MOVE TF-NUM (IDX-FAL)  TO NUM-FALN
             MOVE TF-QTD (IDX-FAL)  TO QTD-FALN
             MOVE TF-DATA (IDX-FAL) TO DATA-FALN
             WRITE REG-FALN.

       IMPRIME-TOTAIS.
          MOVE TOTAL-DEBITADOS  TO TOT-DEB-SAI.
          MOVE TOTAL-PARCIAIS   TO TOT-PARC-SAI.
          MOVE TOTAL-NAO-DEB    TO TOT-NDEB-SAI.
          MOVE TOTAL-SUSPENSOS  TO TOT-SUSP-SAI.
          MOVE TOTAL-REJEITADOS TO TOT-REJ-SAI.
          MOVE TOTAL-SEM-SOCIO  TO TOT-SEM-SAI.
          MOVE TOTAL-SEM-REM    TO TOT-SREM-SAI.
          MOVE TOTAL-RECEBIDO   TO TOT-RECEB-SAI.

          IF TOTAL-RECEBIDO GREATER THAN TOTAL-ACUMULADO
             MOVE ZEROS TO TOTAL-ACUMULADO
          ELSE
             SUBTRACT TOTAL-RECEBIDO FROM TOTAL-ACUMULADO.
          MOVE TOTAL-ACUMULADO  TO TOT-ACUM-SAI.
          MOVE TOTAL-PARC-BXA   TO TOT-PBXA-SAI.
          MOVE TOTAL-PLANOS-Q   TO TOT-PQUI-SAI.

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
          WRITE REG-ATR FROM ROD-10
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-11
             AFTER ADVANCING 1 LINE.

       GRAVA-CONTROLE.
          OPEN OUTPUT CTLSOCIO.
          MOVE TOTAL-ACUMULADO TO TOTAL-ACUM-CTL.
          WRITE REG-CTL.
          CLOSE CTLSOCIO.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM05EX15"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS =
             TOTAL-REJEITADOS + TOTAL-SEM-SOCIO + TOTAL-SEM-REM.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
