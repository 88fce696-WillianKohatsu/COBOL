       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX19.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        PROGRAMA DE FIDELIDADE POR CPF. LE OS CUPONS
      *                DO PDV (POSVENDA.DAT, EM ORDEM DE LOJA E
      *                CUPOM) QUE TRAZEM O CPF DO CLIENTE E ACUMULA
      *                PONTOS PELO VALOR DO CUPOM CONFORME
      *                PARMFID.DAT (VALOR QUE VALE UM LOTE DE
      *                PONTOS, PONTOS POR LOTE, VALOR MINIMO DO
      *                CUPOM, "S" PARA NAO PONTUAR PRODUTO EM
      *                PROMOCAO DE PROMOCAO.DAT E VALIDADE DOS
      *                PONTOS EM MESES). CPF QUE NAO CONSTA EM
      *                REGPESSOA.DAT COMO PESSOA FISICA OU QUE ESTA
      *                NA LISTA DE BLOQUEIO WATCHLST.DAT FICA FORA
      *                DO PROGRAMA - NAO PONTUA NEM RESGATA. APLICA
      *                OS RESGATES DO DIA (RESGFID.DAT: CPF,
      *                PONTOS, LOJA E CUPOM) CONTRA O SALDO. PONTOS
      *                ACUMULADOS HA MAIS DE N MESES E AINDA NAO
      *                USADOS EXPIRAM - OS RESGATES CONSOMEM SEMPRE
      *                OS PONTOS MAIS ANTIGOS. O SALDO POR CLIENTE
      *                (SALDOFID.DAT, EM ORDEM DE CPF) GERA
      *                SALDOFIN.DAT E O HISTORICO DE MOVIMENTOS
      *                MOVFID.DAT ("A" ACUMULO, "R" RESGATE, "E"
      *                EXPIRACAO) GERA MOVFIDN.DAT COM OS DO DIA NO
      *                FIM. O EXTRATO MENSAL E O EM11/EX20.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  POSVENDA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL RESGFID  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMFID  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PROMOCAO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  REGPESSOA  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  RANDOM
          RECORD KEY  IS  DOC-PES.

          SELECT OPTIONAL WATCHLST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL SALDOFID  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  SALDOFIN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL MOVFID  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVFIDN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELFID  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD POSVENDA
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "POSVENDA.DAT".

       01 REG-POS.
          02 CUPOM-POS          PIC 9(06).
          02 LOJA-POS           PIC 9(02).
          02 COD-POS            PIC 9(07).
          02 QTDE-POS           PIC 9(05).
          02 VALOR-POS          PIC 9(07)V99.
          02 CPF-POS            PIC 9(11).

       FD RESGFID
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RESGFID.DAT".

       01 REG-RSG.
          02 CPF-RSG            PIC 9(11).
          02 PONTOS-RSG         PIC 9(07).
          02 LOJA-RSG           PIC 9(02).
          02 CUPOM-RSG          PIC 9(06).

       FD PARMFID
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMFID.DAT".

       01 REG-PARMFID.
          02 VALOR-BASE-PARM    PIC 9(05)V99.
          02 PONTOS-BASE-PARM   PIC 9(03).
          02 MINIMO-PARM        PIC 9(05)V99.
          02 EXCLUI-PROMO-PARM  PIC X(01).
          02 VALIDADE-PARM      PIC 9(02).

       FD PROMOCAO
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PROMOCAO.DAT".

       01  REG-PROMO.
          02 COD-PROMO              PIC 9(07).
          02 PRECO-PROMO            PIC 9(05)V99.
          02 PCT-DESC-PROMO         PIC 9(03).
          02 DATA-INI-PROMO         PIC 9(08).
          02 DATA-FIM-PROMO         PIC 9(08).

       FD REGPESSOA
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "REGPESSOA.DAT".

       01  REG-PES.
          02 DOC-PES                PIC 9(14).
          02 TIPO-PES               PIC X(01).
          02 NOME-PES               PIC X(30).
          02 ESTADO-PES             PIC X(02).
          02 CIDADE-PES             PIC X(30).
          02 EMAIL-PES              PIC X(30).
          02 CEP-PES                PIC 9(08).
          02 TELEFONE-PES           PIC 9(10).
          02 SIT-RFB-PES            PIC X(01).
          02 DATA-RFB-PES           PIC 9(08).

       FD WATCHLST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "WATCHLST.DAT".

       01  REG-WATCH.
          02 DOC-WATCH              PIC 9(14).
          02 MOTIVO-WATCH           PIC X(30).

       FD SALDOFID
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SALDOFID.DAT".

       01 REG-SFI.
          02 CPF-SFI            PIC 9(11).
          02 SALDO-SFI          PIC 9(07).
          02 ACUM-SFI           PIC 9(09).
          02 RESG-SFI           PIC 9(09).
          02 EXPIR-SFI          PIC 9(09).
          02 DATA-ULT-SFI       PIC 9(08).

       FD SALDOFIN
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SALDOFIN.DAT".

       01 REG-SFN.
          02 CPF-SFN            PIC 9(11).
          02 SALDO-SFN          PIC 9(07).
          02 ACUM-SFN           PIC 9(09).
          02 RESG-SFN           PIC 9(09).
          02 EXPIR-SFN          PIC 9(09).
          02 DATA-ULT-SFN       PIC 9(08).

       FD MOVFID
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVFID.DAT".

       01 REG-MFI.
          02 DATA-MFI           PIC 9(08).
          02 CPF-MFI            PIC 9(11).
          02 TIPO-MFI           PIC X(01).
          02 PONTOS-MFI         PIC 9(07).
          02 LOJA-MFI           PIC 9(02).
          02 CUPOM-MFI          PIC 9(06).
          02 VALOR-MFI          PIC 9(09)V99.

       FD MOVFIDN
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVFIDN.DAT".

       01 REG-MFN.
          02 DATA-MFN           PIC 9(08).
          02 CPF-MFN            PIC 9(11).
          02 TIPO-MFN           PIC X(01).
          02 PONTOS-MFN         PIC 9(07).
          02 LOJA-MFN           PIC 9(02).
          02 CUPOM-MFN          PIC 9(06).
          02 VALOR-MFN          PIC 9(09)V99.

       FD RELFID
          LABEL  RECORD  IS  OMITTED.

       01 REG-ATR            PIC X(80).

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
       77 FIM-POS            PIC X(03)    VALUE "NAO".
       77 FIM-RSG            PIC X(03)    VALUE "NAO".
       77 FIM-PRO            PIC X(03)    VALUE "NAO".
       77 FIM-WAT            PIC X(03)    VALUE "NAO".
       77 FIM-SFI            PIC X(03)    VALUE "NAO".
       77 FIM-MFI            PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 VALOR-BASE         PIC 9(05)V99 VALUE 1,00.
       77 PONTOS-BASE        PIC 9(03)    VALUE 001.
       77 VALOR-MINIMO       PIC 9(05)V99 VALUE ZEROS.
       77 EXCLUI-PROMO       PIC X(01)    VALUE "S".
       77 VALIDADE-MESES     PIC 9(02)    VALUE 12.
       77 DATA-HOJE-NUM      PIC 9(08)    VALUE ZEROS.
       77 DATA-DMA           PIC 9(08)    VALUE ZEROS.
       77 QTD-CLIS           PIC 9(04)    VALUE ZEROS.
       77 QTD-PROMOS         PIC 9(04)    VALUE ZEROS.
       77 QTD-WATCH          PIC 9(03)    VALUE ZEROS.
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 IDX-CLI-ACH        PIC 9(04)    VALUE ZEROS.
       77 POS-INS            PIC 9(04)    VALUE ZEROS.
       77 CPF-NOVO           PIC 9(11)    VALUE ZEROS.
       77 DOC-LISTADO        PIC X(03)    VALUE "NAO".
       77 PESSOA-EXISTE      PIC X(03)    VALUE "NAO".
       77 EM-PROMOCAO        PIC X(03)    VALUE "NAO".
       77 TEM-CUPOM          PIC X(03)    VALUE "NAO".
       77 LOJA-CUPOM-ATU     PIC 9(02)    VALUE ZEROS.
       77 CUPOM-ATU          PIC 9(06)    VALUE ZEROS.
       77 CPF-CUPOM          PIC 9(11)    VALUE ZEROS.
       77 VALOR-CUPOM        PIC 9(09)V99 VALUE ZEROS.
       77 VALOR-ELEGIVEL     PIC 9(09)V99 VALUE ZEROS.
       77 QTDE-BASES         PIC 9(09)    VALUE ZEROS.
       77 PONTOS-CUPOM       PIC 9(07)    VALUE ZEROS.
       77 A-EXPIRAR          PIC S9(09)   VALUE ZEROS.
       77 CT-CUPONS          PIC 9(05)    VALUE ZEROS.
       77 CT-COM-CPF         PIC 9(05)    VALUE ZEROS.
       77 CT-PONTUADOS       PIC 9(05)    VALUE ZEROS.
       77 CT-CPF-RECUSADO    PIC 9(05)    VALUE ZEROS.
       77 CT-RSG-LIDOS       PIC 9(05)    VALUE ZEROS.
       77 CT-RSG-ACEITOS     PIC 9(05)    VALUE ZEROS.
       77 CT-RSG-RECUSADOS   PIC 9(05)    VALUE ZEROS.
       77 CT-EXPIRADOS       PIC 9(05)    VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(05)    VALUE ZEROS.
       77 TOT-ACUMULADO      PIC 9(09)    VALUE ZEROS.
       77 TOT-RESGATADO      PIC 9(09)    VALUE ZEROS.
       77 TOT-EXPIRADO       PIC 9(09)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

      *    ACUMULO FEITO ATE ESTA DATA JA VENCEU (HOJE MENOS N MESES).
       01 DATA-CORTE.
          02 ANO-CORTE     PIC 9(04).
          02 MES-CORTE     PIC 99.
          02 DIA-CORTE     PIC 99.

      *    MANTIDA EM ORDEM DE CPF NA INCLUSAO. TCLI-VENCIVEL SOMA O
      *    QUE FOI ACUMULADO ATE A DATA DE CORTE.
       01 TAB-CLIENTES.
          02 CLI-OCR  OCCURS 2000 TIMES INDEXED BY IDX-CLI.
             03 TCLI-CPF       PIC 9(11).
             03 TCLI-SALDO     PIC 9(07).
             03 TCLI-ACUM      PIC 9(09).
             03 TCLI-RESG      PIC 9(09).
             03 TCLI-EXPIR     PIC 9(09).
             03 TCLI-ULT       PIC 9(08).
             03 TCLI-VENCIVEL  PIC 9(09).

       01 TAB-PROMO.
          02 PRO-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PRO
             PIC 9(07).

       01 TAB-WATCH.
          02 WAT-OCR  OCCURS 200 TIMES INDEXED BY IDX-WAT.
             03 TW-DOC         PIC 9(14).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "PROGRAMA DE FIDELIDADE".
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(11) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "CPF".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE "LJ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "CUPOM".
          02 FILLER          PIC X(07) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "PONTOS".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(25) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CPF-DET         PIC 9(11).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 LOJA-DET        PIC 9(02).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CUPOM-DET       PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VALOR-DET       PIC ZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PONTOS-DET      PIC ZZZZZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-DET    PIC X(32).
          02 FILLER          PIC X(01) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "CUPONS LIDOS:                 ".
          02 CONT-CUP        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "CUPONS COM CPF:               ".
          02 CONT-CPF        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "CUPONS PONTUADOS:             ".
          02 CONT-PTO        PIC ZZZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 PONTOS-ACU-SAI  PIC ZZZZZZZZ9.
          02 FILLER          PIC X(32) VALUE " PONTOS".

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "CUPONS COM CPF FORA DO PROG.: ".
          02 CONT-REC        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "RESGATES ACEITOS:             ".
          02 CONT-RSA        PIC ZZZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 PONTOS-RSG-SAI  PIC ZZZZZZZZ9.
          02 FILLER          PIC X(32) VALUE " PONTOS".

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "RESGATES RECUSADOS:           ".
          02 CONT-RSR        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "CLIENTES COM PONTOS EXPIRADOS:".
          02 CONT-EXP        PIC ZZZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 PONTOS-EXP-SAI  PIC ZZZZZZZZ9.
          02 FILLER          PIC X(32) VALUE " PONTOS".

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "CLIENTES NO PROGRAMA:         ".
          02 CONT-CLI        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       EM11-EX19.
          PERFORM INICIO.
          PERFORM COPIA-HISTORICO.
          PERFORM EXPIRA-PONTOS
             VARYING IDX-CLI FROM 1 BY 1
             UNTIL IDX-CLI GREATER THAN QTD-CLIS.
          PERFORM ACUMULA-CUPONS.
          PERFORM PROCESSA-RESGATES.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-PROMOCOES.
          PERFORM CARREGA-WATCHLIST.
          PERFORM CARREGA-SALDOS.
          OPEN INPUT REGPESSOA
               OUTPUT RELFID.
          COMPUTE DATA-DMA =
             WS-DIA-HOJE * 1000000 + WS-MES-HOJE * 10000
             + WS-ANO-HOJE.
          MOVE DATA-DMA TO DATA-CAB.
          PERFORM IMPRIME-CAB.

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
          MOVE WS-DATA-HOJE TO DATA-HOJE-NUM.

       LE-PARAMETRO.
          OPEN INPUT PARMFID.
          READ PARMFID
             AT END
             MOVE ZEROS TO REG-PARMFID.
          IF VALOR-BASE-PARM GREATER THAN ZEROS
             MOVE VALOR-BASE-PARM TO VALOR-BASE.
          IF PONTOS-BASE-PARM GREATER THAN ZEROS
             MOVE PONTOS-BASE-PARM TO PONTOS-BASE.
          IF MINIMO-PARM GREATER THAN ZEROS
             MOVE MINIMO-PARM TO VALOR-MINIMO.
          IF EXCLUI-PROMO-PARM EQUAL "S" OR "N"
             MOVE EXCLUI-PROMO-PARM TO EXCLUI-PROMO.
          IF VALIDADE-PARM GREATER THAN ZEROS
             MOVE VALIDADE-PARM TO VALIDADE-MESES.
          CLOSE PARMFID.
          MOVE WS-ANO-HOJE TO ANO-CORTE.
          MOVE WS-DIA-HOJE TO DIA-CORTE.
          COMPUTE MES-CORTE = WS-MES-HOJE.
          PERFORM VOLTA-1-MES VALIDADE-MESES TIMES.

       VOLTA-1-MES.
          IF MES-CORTE EQUAL 1
             MOVE 12 TO MES-CORTE
             SUBTRACT 1 FROM ANO-CORTE
          ELSE
             SUBTRACT 1 FROM MES-CORTE.

       CARREGA-PROMOCOES.
          OPEN INPUT PROMOCAO.
          PERFORM LE-1-PROMOCAO
             UNTIL FIM-PRO EQUAL "SIM".
          CLOSE PROMOCAO.

       LE-1-PROMOCAO.
          READ PROMOCAO
             AT END
             MOVE "SIM" TO FIM-PRO.
          IF FIM-PRO EQUAL "NAO"
          AND QTD-PROMOS LESS THAN 1000
          AND DATA-INI-PROMO NOT GREATER THAN DATA-HOJE-NUM
          AND DATA-FIM-PROMO NOT LESS THAN DATA-HOJE-NUM
             ADD 1 TO QTD-PROMOS
             SET IDX-PRO TO QTD-PROMOS
             MOVE COD-PROMO TO PRO-OCR (IDX-PRO).

       CARREGA-WATCHLIST.
          OPEN INPUT WATCHLST.
          PERFORM LE-1-WATCH
             UNTIL FIM-WAT EQUAL "SIM".
          CLOSE WATCHLST.

       LE-1-WATCH.
          READ WATCHLST
             AT END
             MOVE "SIM" TO FIM-WAT.
          IF FIM-WAT EQUAL "NAO"
          AND QTD-WATCH LESS THAN 200
             ADD 1 TO QTD-WATCH
             SET IDX-WAT TO QTD-WATCH
             MOVE DOC-WATCH TO TW-DOC (IDX-WAT).

       CARREGA-SALDOS.
          OPEN INPUT SALDOFID.
          PERFORM LE-1-SALDO
             UNTIL FIM-SFI EQUAL "SIM".
          CLOSE SALDOFID.

       LE-1-SALDO.
          READ SALDOFID
             AT END
             MOVE "SIM" TO FIM-SFI.
          IF FIM-SFI EQUAL "NAO"
             MOVE CPF-SFI TO CPF-NOVO
             PERFORM ACHA-CLIENTE
             MOVE SALDO-SFI    TO TCLI-SALDO (IDX-CLI-ACH)
             MOVE ACUM-SFI     TO TCLI-ACUM (IDX-CLI-ACH)
             MOVE RESG-SFI     TO TCLI-RESG (IDX-CLI-ACH)
             MOVE EXPIR-SFI    TO TCLI-EXPIR (IDX-CLI-ACH)
             MOVE DATA-ULT-SFI TO TCLI-ULT (IDX-CLI-ACH).

      *    ACHA O CLIENTE DE CPF-NOVO; SE NAO EXISTE, INCLUI NA
      *    POSICAO CERTA DESLOCANDO OS SEGUINTES.
       ACHA-CLIENTE.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-CLIENTE
             VARYING IDX-CLI FROM 1 BY 1
             UNTIL IDX-CLI GREATER THAN QTD-CLIS
                OR ACHOU EQUAL "SIM".
          IF ACHOU EQUAL "NAO"
             IF QTD-CLIS LESS THAN 2000
                PERFORM INCLUI-CLIENTE
             ELSE
                MOVE QTD-CLIS TO IDX-CLI-ACH.

       BUSCA-1-CLIENTE.
          IF TCLI-CPF (IDX-CLI) EQUAL CPF-NOVO
             SET IDX-CLI-ACH TO IDX-CLI
             MOVE "SIM" TO ACHOU.

       INCLUI-CLIENTE.
          COMPUTE POS-INS = QTD-CLIS + 1.
          MOVE "NAO" TO ACHOU.
          PERFORM ACHA-POSICAO
             VARYING IDX-CLI FROM 1 BY 1
             UNTIL IDX-CLI GREATER THAN QTD-CLIS
                OR ACHOU EQUAL "SIM".
          PERFORM DESLOCA-1-CLIENTE
             VARYING IDX-CLI FROM QTD-CLIS BY -1
             UNTIL IDX-CLI LESS THAN POS-INS.
          ADD 1 TO QTD-CLIS.
          MOVE POS-INS  TO IDX-CLI-ACH.
          MOVE CPF-NOVO TO TCLI-CPF (IDX-CLI-ACH).
          MOVE ZEROS    TO TCLI-SALDO (IDX-CLI-ACH)
                           TCLI-ACUM (IDX-CLI-ACH)
                           TCLI-RESG (IDX-CLI-ACH)
                           TCLI-EXPIR (IDX-CLI-ACH)
                           TCLI-ULT (IDX-CLI-ACH)
                           TCLI-VENCIVEL (IDX-CLI-ACH).

       ACHA-POSICAO.
          IF TCLI-CPF (IDX-CLI) GREATER THAN CPF-NOVO
             SET POS-INS TO IDX-CLI
             MOVE "SIM" TO ACHOU.

       DESLOCA-1-CLIENTE.
          MOVE CLI-OCR (IDX-CLI) TO CLI-OCR (IDX-CLI + 1).

      *    COPIA O HISTORICO PARA A NOVA GERACAO SOMANDO, POR
      *    CLIENTE, O ACUMULO QUE JA PASSOU DA VALIDADE.
       COPIA-HISTORICO.
          OPEN INPUT MOVFID
               OUTPUT MOVFIDN.
          PERFORM COPIA-1-MOVIMENTO
             UNTIL FIM-MFI EQUAL "SIM".
          CLOSE MOVFID.

       COPIA-1-MOVIMENTO.
          READ MOVFID
             AT END
             MOVE "SIM" TO FIM-MFI.
          IF FIM-MFI EQUAL "NAO"
             WRITE REG-MFN FROM REG-MFI
             IF TIPO-MFI EQUAL "A"
             AND DATA-MFI NOT GREATER THAN DATA-CORTE
                MOVE CPF-MFI TO CPF-NOVO
                PERFORM ACHA-CLIENTE
                ADD PONTOS-MFI TO TCLI-VENCIVEL (IDX-CLI-ACH).

      *    O QUE VENCEU E AINDA NAO FOI RESGATADO NEM EXPIRADO.
       EXPIRA-PONTOS.
          COMPUTE A-EXPIRAR = TCLI-VENCIVEL (IDX-CLI)
             - TCLI-RESG (IDX-CLI) - TCLI-EXPIR (IDX-CLI).
          IF A-EXPIRAR GREATER THAN TCLI-SALDO (IDX-CLI)
             MOVE TCLI-SALDO (IDX-CLI) TO A-EXPIRAR.
          IF A-EXPIRAR GREATER THAN ZEROS
             ADD 1 TO CT-EXPIRADOS
             ADD A-EXPIRAR TO TOT-EXPIRADO
                              TCLI-EXPIR (IDX-CLI)
             SUBTRACT A-EXPIRAR FROM TCLI-SALDO (IDX-CLI)
             MOVE TCLI-CPF (IDX-CLI) TO CPF-MFN
             MOVE "E"       TO TIPO-MFN
             MOVE A-EXPIRAR TO PONTOS-MFN
             MOVE ZEROS     TO LOJA-MFN
                               CUPOM-MFN
                               VALOR-MFN
             PERFORM GRAVA-MOVIMENTO
             MOVE TCLI-CPF (IDX-CLI) TO CPF-DET
             MOVE ZEROS     TO LOJA-DET
                               CUPOM-DET
                               VALOR-DET
             MOVE A-EXPIRAR TO PONTOS-DET
             MOVE "PONTOS EXPIRADOS" TO MENSAGEM-DET
             PERFORM IMPRIME-DETALHE.

       GRAVA-MOVIMENTO.
          MOVE WS-DATA-HOJE TO DATA-MFN.
          WRITE REG-MFN.
          ADD 1 TO CT-GRAVADOS.

       ACUMULA-CUPONS.
          OPEN INPUT POSVENDA.
          PERFORM LE-VENDA.
          PERFORM SOMA-1-ITEM
             UNTIL FIM-POS EQUAL "SIM".
          IF TEM-CUPOM EQUAL "SIM"
             PERFORM FECHA-CUPOM.
          CLOSE POSVENDA.

       LE-VENDA.
          READ POSVENDA
             AT END
             MOVE "SIM" TO FIM-POS.

       SOMA-1-ITEM.
          IF TEM-CUPOM EQUAL "SIM"
             IF LOJA-POS NOT EQUAL LOJA-CUPOM-ATU
             OR CUPOM-POS NOT EQUAL CUPOM-ATU
                PERFORM FECHA-CUPOM
             END-IF
          END-IF.
          IF TEM-CUPOM EQUAL "NAO"
             MOVE "SIM"     TO TEM-CUPOM
             MOVE LOJA-POS  TO LOJA-CUPOM-ATU
             MOVE CUPOM-POS TO CUPOM-ATU
             MOVE ZEROS     TO CPF-CUPOM
                               VALOR-CUPOM
                               VALOR-ELEGIVEL.
          IF CPF-POS NUMERIC
          AND CPF-POS GREATER THAN ZEROS
          AND CPF-CUPOM EQUAL ZEROS
             MOVE CPF-POS TO CPF-CUPOM.
          ADD VALOR-POS TO VALOR-CUPOM.
          MOVE "NAO" TO EM-PROMOCAO.
          IF EXCLUI-PROMO EQUAL "S"
             PERFORM BUSCA-1-PROMOCAO
                VARYING IDX-PRO FROM 1 BY 1
                UNTIL IDX-PRO GREATER THAN QTD-PROMOS
                   OR EM-PROMOCAO EQUAL "SIM".
          IF EM-PROMOCAO EQUAL "NAO"
             ADD VALOR-POS TO VALOR-ELEGIVEL.
          PERFORM LE-VENDA.

       BUSCA-1-PROMOCAO.
          IF PRO-OCR (IDX-PRO) EQUAL COD-POS
             MOVE "SIM" TO EM-PROMOCAO.

       FECHA-CUPOM.
          MOVE "NAO" TO TEM-CUPOM.
          ADD 1 TO CT-CUPONS.
          IF CPF-CUPOM GREATER THAN ZEROS
             ADD 1 TO CT-COM-CPF
             MOVE CPF-CUPOM      TO CPF-DET
             MOVE LOJA-CUPOM-ATU TO LOJA-DET
             MOVE CUPOM-ATU      TO CUPOM-DET
             MOVE VALOR-CUPOM    TO VALOR-DET
             MOVE ZEROS          TO PONTOS-DET
             MOVE CPF-CUPOM      TO CPF-NOVO
             PERFORM VERIFICA-CPF
             IF MENSAGEM-DET EQUAL SPACES
                PERFORM PONTUA-CUPOM
             ELSE
                ADD 1 TO CT-CPF-RECUSADO
                PERFORM IMPRIME-DETALHE.

      *    DEIXA A MENSAGEM EM BRANCO QUANDO O CPF PODE PARTICIPAR.
       VERIFICA-CPF.
          MOVE SPACES TO MENSAGEM-DET.
          MOVE "NAO" TO DOC-LISTADO.
          PERFORM VERIFICA-1-WATCH
             VARYING IDX-WAT FROM 1 BY 1
             UNTIL IDX-WAT GREATER THAN QTD-WATCH
                OR DOC-LISTADO EQUAL "SIM".
          IF DOC-LISTADO EQUAL "SIM"
             MOVE "CPF NA LISTA DE BLOQUEIO" TO MENSAGEM-DET
          ELSE
             PERFORM VERIFICA-PESSOA
             IF PESSOA-EXISTE EQUAL "NAO"
                MOVE "CPF NAO CONSTA EM REGPESSOA"
                   TO MENSAGEM-DET
             ELSE IF TIPO-PES NOT EQUAL "F"
                MOVE "DOCUMENTO NAO E PESSOA FISICA"
                   TO MENSAGEM-DET.

       VERIFICA-1-WATCH.
          IF TW-DOC (IDX-WAT) EQUAL CPF-NOVO
             MOVE "SIM" TO DOC-LISTADO.

       VERIFICA-PESSOA.
          MOVE "SIM"    TO PESSOA-EXISTE.
          MOVE SPACES   TO TIPO-PES.
          MOVE CPF-NOVO TO DOC-PES.
          READ REGPESSOA
             INVALID KEY
             MOVE "NAO" TO PESSOA-EXISTE.

       PONTUA-CUPOM.
          MOVE ZEROS TO PONTOS-CUPOM.
          IF VALOR-ELEGIVEL NOT LESS THAN VALOR-MINIMO
             COMPUTE QTDE-BASES = VALOR-ELEGIVEL / VALOR-BASE
             COMPUTE PONTOS-CUPOM = QTDE-BASES * PONTOS-BASE
                ON SIZE ERROR
                MOVE ZEROS TO PONTOS-CUPOM.
          IF PONTOS-CUPOM GREATER THAN ZEROS
             ADD 1 TO CT-PONTUADOS
             ADD PONTOS-CUPOM TO TOT-ACUMULADO
             PERFORM ACHA-CLIENTE
             ADD PONTOS-CUPOM TO TCLI-SALDO (IDX-CLI-ACH)
                                 TCLI-ACUM (IDX-CLI-ACH)
             MOVE WS-DATA-HOJE   TO TCLI-ULT (IDX-CLI-ACH)
             MOVE CPF-CUPOM      TO CPF-MFN
             MOVE "A"            TO TIPO-MFN
             MOVE PONTOS-CUPOM   TO PONTOS-MFN
             MOVE LOJA-CUPOM-ATU TO LOJA-MFN
             MOVE CUPOM-ATU      TO CUPOM-MFN
             MOVE VALOR-CUPOM    TO VALOR-MFN
             PERFORM GRAVA-MOVIMENTO.

       PROCESSA-RESGATES.
          OPEN INPUT RESGFID.
          PERFORM LE-RESGATE.
          PERFORM APLICA-RESGATE
             UNTIL FIM-RSG EQUAL "SIM".
          CLOSE RESGFID.

       LE-RESGATE.
          READ RESGFID
             AT END
             MOVE "SIM" TO FIM-RSG.

       APLICA-RESGATE.
          ADD 1 TO CT-RSG-LIDOS.
          MOVE CPF-RSG    TO CPF-DET
                             CPF-NOVO.
          MOVE LOJA-RSG   TO LOJA-DET.
          MOVE CUPOM-RSG  TO CUPOM-DET.
          MOVE ZEROS      TO VALOR-DET.
          MOVE PONTOS-RSG TO PONTOS-DET.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-CLIENTE
             VARYING IDX-CLI FROM 1 BY 1
             UNTIL IDX-CLI GREATER THAN QTD-CLIS
                OR ACHOU EQUAL "SIM".
          PERFORM VERIFICA-CPF.
          IF PONTOS-RSG NOT NUMERIC
          OR PONTOS-RSG EQUAL ZEROS
             MOVE "RESGATE SEM PONTOS" TO MENSAGEM-DET
          ELSE IF MENSAGEM-DET NOT EQUAL SPACES
             NEXT SENTENCE
          ELSE IF ACHOU EQUAL "NAO"
             MOVE "CLIENTE SEM SALDO NO PROGRAMA" TO MENSAGEM-DET
          ELSE IF TCLI-SALDO (IDX-CLI-ACH) LESS THAN PONTOS-RSG
             MOVE "SALDO DE PONTOS INSUFICIENTE" TO MENSAGEM-DET.
          IF MENSAGEM-DET EQUAL SPACES
             PERFORM BAIXA-RESGATE
          ELSE
             ADD 1 TO CT-RSG-RECUSADOS.
          PERFORM IMPRIME-DETALHE.
          PERFORM LE-RESGATE.

       BAIXA-RESGATE.
          ADD 1 TO CT-RSG-ACEITOS.
          ADD PONTOS-RSG TO TOT-RESGATADO
                            TCLI-RESG (IDX-CLI-ACH).
          SUBTRACT PONTOS-RSG FROM TCLI-SALDO (IDX-CLI-ACH).
          MOVE WS-DATA-HOJE TO TCLI-ULT (IDX-CLI-ACH).
          MOVE CPF-RSG    TO CPF-MFN.
          MOVE "R"        TO TIPO-MFN.
          MOVE PONTOS-RSG TO PONTOS-MFN.
          MOVE LOJA-RSG   TO LOJA-MFN.
          MOVE CUPOM-RSG  TO CUPOM-MFN.
          MOVE ZEROS      TO VALOR-MFN.
          PERFORM GRAVA-MOVIMENTO.
          MOVE "RESGATE ACEITO" TO MENSAGEM-DET.

       IMPRIME-DETALHE.
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

       TERMINO.
          OPEN OUTPUT SALDOFIN.
          PERFORM GRAVA-1-SALDO
             VARYING IDX-CLI FROM 1 BY 1
             UNTIL IDX-CLI GREATER THAN QTD-CLIS.
          CLOSE SALDOFIN
                MOVFIDN.
          MOVE CT-CUPONS        TO CONT-CUP.
          MOVE CT-COM-CPF       TO CONT-CPF.
          MOVE CT-PONTUADOS     TO CONT-PTO.
          MOVE TOT-ACUMULADO    TO PONTOS-ACU-SAI.
          MOVE CT-CPF-RECUSADO  TO CONT-REC.
          MOVE CT-RSG-ACEITOS   TO CONT-RSA.
          MOVE TOT-RESGATADO    TO PONTOS-RSG-SAI.
          MOVE CT-RSG-RECUSADOS TO CONT-RSR.
          MOVE CT-EXPIRADOS     TO CONT-EXP.
          MOVE TOT-EXPIRADO     TO PONTOS-EXP-SAI.
          MOVE QTD-CLIS         TO CONT-CLI.
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
          CLOSE REGPESSOA
                RELFID.

       GRAVA-1-SALDO.
          MOVE TCLI-CPF (IDX-CLI)   TO CPF-SFN.
          MOVE TCLI-SALDO (IDX-CLI) TO SALDO-SFN.
          MOVE TCLI-ACUM (IDX-CLI)  TO ACUM-SFN.
          MOVE TCLI-RESG (IDX-CLI)  TO RESG-SFN.
          MOVE TCLI-EXPIR (IDX-CLI) TO EXPIR-SFN.
          MOVE TCLI-ULT (IDX-CLI)   TO DATA-ULT-SFN.
          WRITE REG-SFN.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX19"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          COMPUTE RL-LIDOS = CT-CUPONS + CT-RSG-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS =
             CT-CPF-RECUSADO + CT-RSG-RECUSADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
