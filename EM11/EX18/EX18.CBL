       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX18.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        FECHAMENTO DOS CAIXAS. CASA O TOTAL VENDIDO
      *                POR CUPOM (CUPOMCX.DAT) COM OS PAGAMENTOS
      *                ACEITOS (PAGTOCX.DAT), AMBOS GERADOS PELO
      *                EM11/EX05 EM ORDEM DE LOJA E CUPOM, E APURA
      *                POR LOJA, CAIXA E OPERADOR A VENDA, OS
      *                PAGAMENTOS POR FORMA (DINHEIRO, CREDITO,
      *                DEBITO, PIX E VALE) E O DINHEIRO CONTADO NO
      *                FECHAMENTO (FECHCX.DAT: LOJA, CAIXA,
      *                OPERADOR, VALOR CONTADO). A VENDA DO CUPOM
      *                VAI PARA O CAIXA DO PRIMEIRO PAGAMENTO;
      *                CUPOM SEM PAGAMENTO (CAIXA 000), PAGAMENTO
      *                SEM CUPOM E CUPOM PAGO A MAIS OU A MENOS SAEM
      *                NAS OCORRENCIAS. FALTA OU SOBRA DE DINHEIRO
      *                (CONTADO MENOS DINHEIRO RECEBIDO) E
      *                DIFERENCA ENTRE VENDA E PAGAMENTOS ACIMA DA
      *                TOLERANCIA DE PARMCX.DAT SAEM DESTACADAS. O
      *                RESULTADO DE CADA CAIXA E ACRESCIDO AO
      *                HISTORICO HISTCX.DAT; OPERADOR COM DIFERENCA
      *                FORA DA TOLERANCIA EM MAIS DIAS QUE O LIMITE
      *                DE PARMCX.DAT DENTRO DA JANELA DE DIAS SAI NA
      *                LISTA DE REINCIDENTES. LIGAR COM DATECALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CUPOMCX  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  PAGTOCX  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL FECHCX  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMCX  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTCX  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELCAIXA  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CUPOMCX
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CUPOMCX.DAT".

       01 REG-CUP.
          02 CHAVE-CUP.
             03 LOJA-CUP        PIC 9(02).
             03 CUPOM-CUP       PIC 9(06).
          02 VALOR-CUP          PIC 9(09)V99.

       FD PAGTOCX
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PAGTOCX.DAT".

       01 REG-PGT.
          02 CUPOM-PGT          PIC 9(06).
          02 LOJA-PGT           PIC 9(02).
          02 CAIXA-PGT          PIC 9(03).
          02 OPERADOR-PGT       PIC 9(05).
          02 FORMA-PGT          PIC X(01).
          02 VALOR-PGT          PIC 9(07)V99.

       FD FECHCX
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FECHCX.DAT".

       01 REG-FCX.
          02 LOJA-FCX           PIC 9(02).
          02 CAIXA-FCX          PIC 9(03).
          02 OPERADOR-FCX       PIC 9(05).
          02 CONTADO-FCX        PIC 9(09)V99.

       FD PARMCX
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMCX.DAT".

       01 REG-PARMCX.
          02 TOLERANCIA-PARM    PIC 9(05)V99.
          02 DIAS-HIST-PARM     PIC 9(03).
          02 LIMITE-REINC-PARM  PIC 9(02).

       FD HISTCX
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTCX.DAT".

       01 REG-HCX.
          02 DATA-HCX.
             03 AAAA-HCX        PIC 9(04).
             03 MM-HCX          PIC 9(02).
             03 DD-HCX          PIC 9(02).
          02 LOJA-HCX           PIC 9(02).
          02 CAIXA-HCX          PIC 9(03).
          02 OPERADOR-HCX       PIC 9(05).
          02 VENDAS-HCX         PIC 9(09)V99.
          02 PAGTOS-HCX         PIC 9(09)V99.
          02 DINHEIRO-HCX       PIC 9(09)V99.
          02 CONTADO-HCX        PIC 9(09)V99.
          02 DIF-CAIXA-HCX      PIC 9(09)V99.
          02 SINAL-CAIXA-HCX    PIC X(01).
          02 DIF-PAGTO-HCX      PIC 9(09)V99.
          02 SINAL-PAGTO-HCX    PIC X(01).
          02 FORA-TOL-HCX       PIC X(01).

       FD RELCAIXA
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
       77 CH-CUP             PIC X(08)    VALUE SPACES.
       77 CH-PGT             PIC X(08)    VALUE SPACES.
       77 CH-ATUAL           PIC X(08)    VALUE SPACES.
       77 FIM-FCX            PIC X(03)    VALUE "NAO".
       77 FIM-HCX            PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 TOLERANCIA         PIC 9(05)V99 VALUE 5,00.
       77 DIAS-HIST          PIC 9(03)    VALUE 030.
       77 LIMITE-REINC       PIC 9(02)    VALUE 03.
       77 QTD-CAIXAS         PIC 9(04)    VALUE ZEROS.
       77 QTD-OPERS          PIC 9(04)    VALUE ZEROS.
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 IDX-CX-ACH         PIC 9(04)    VALUE ZEROS.
       77 IDX-OPE-ACH        PIC 9(04)    VALUE ZEROS.
       77 POS-INS            PIC 9(04)    VALUE ZEROS.
       77 PRIMEIRO-PGT       PIC X(03)    VALUE "SIM".
       77 CHAVE-NOVA         PIC 9(10)    VALUE ZEROS.
       77 SOMA-CUPOM         PIC 9(09)V99 VALUE ZEROS.
       77 IDX-FORMA          PIC 9(01)    VALUE ZEROS.
       77 JUL-HOJE           PIC 9(08)    VALUE ZEROS.
       77 JUL-CORTE          PIC 9(08)    VALUE ZEROS.
       77 DATA-HOJE-NUM      PIC 9(08)    VALUE ZEROS.
       77 DATA-DMA           PIC 9(08)    VALUE ZEROS.
       77 TOTAL-PAGTOS       PIC 9(09)V99 VALUE ZEROS.
       77 DIF-CAIXA          PIC S9(09)V99 VALUE ZEROS.
       77 DIF-PAGTO          PIC S9(09)V99 VALUE ZEROS.
       77 FORA-TOL           PIC X(03)    VALUE "NAO".
       77 LOJA-CONTROL       PIC 9(02)    VALUE ZEROS.
       77 TEM-LOJA           PIC X(03)    VALUE "NAO".
       77 LJ-VENDAS          PIC 9(11)V99 VALUE ZEROS.
       77 LJ-PAGTOS          PIC 9(11)V99 VALUE ZEROS.
       77 LJ-DINHEIRO        PIC 9(11)V99 VALUE ZEROS.
       77 LJ-CONTADO         PIC 9(11)V99 VALUE ZEROS.
       77 LJ-DIF-CAIXA       PIC S9(11)V99 VALUE ZEROS.
       77 CT-CUPONS          PIC 9(05)    VALUE ZEROS.
       77 CT-PAGTOS          PIC 9(05)    VALUE ZEROS.
       77 CT-OCORRENCIAS     PIC 9(05)    VALUE ZEROS.
       77 CT-FORA-TOL        PIC 9(05)    VALUE ZEROS.
       77 CT-REINCIDENTES    PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 CHAVE-PAGTO.
          02 CHP-LOJA      PIC 9(02).
          02 CHP-CUPOM     PIC 9(06).

       01 CHAVE-CAIXA.
          02 CHC-LOJA      PIC 9(02).
          02 CHC-CAIXA     PIC 9(03).
          02 CHC-OPERADOR  PIC 9(05).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

      *    MANTIDA EM ORDEM DE LOJA + CAIXA + OPERADOR NA INCLUSAO.
      *    FORMAS: 1 DINHEIRO, 2 CREDITO, 3 DEBITO, 4 PIX, 5 VALE.
       01 TAB-CAIXAS.
          02 CX-OCR  OCCURS 500 TIMES INDEXED BY IDX-CX.
             03 TCX-CHAVE      PIC 9(10).
             03 TCX-CHAVE-R REDEFINES TCX-CHAVE.
                04 TCX-LOJA    PIC 9(02).
                04 TCX-CAIXA   PIC 9(03).
                04 TCX-OPER    PIC 9(05).
             03 TCX-VENDAS     PIC 9(09)V99.
             03 TCX-FORMA      PIC 9(09)V99 OCCURS 5 TIMES.
             03 TCX-CONTADO    PIC 9(09)V99.
             03 TCX-DECLAROU   PIC X(03).

      *    OCORRENCIAS FORA DA TOLERANCIA NA JANELA, POR OPERADOR.
       01 TAB-OPERS.
          02 OPE-OCR  OCCURS 500 TIMES INDEXED BY IDX-OPE.
             03 TOPE-COD       PIC 9(05).
             03 TOPE-OCORR     PIC 9(04).
             03 TOPE-HOJE      PIC X(03).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE
             "FECHAMENTO DOS CAIXAS".
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE "LJ".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "CX.".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "OPER.".
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "VENDAS".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "PAGAMENTOS".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "DINHEIRO".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "CONTADO".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "DIF.CAIXA".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "SITUACAO".
          02 FILLER          PIC X(03) VALUE SPACES.

       01 DET-CAIXA.
          02 LOJA-DET        PIC 9(02).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CAIXA-DET       PIC 9(03).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 OPER-DET        PIC 9(05).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VENDAS-DET      PIC ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PAGTOS-DET      PIC ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DINHEIRO-DET    PIC ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CONTADO-DET     PIC ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DIF-CAIXA-DET   PIC -ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 SITUACAO-DET    PIC X(08).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 REINC-DET       PIC X(01).
          02 FILLER          PIC X(01) VALUE SPACES.

       01 DET-FORMAS.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "CRED ".
          02 CREDITO-DET     PIC ZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "DEB ".
          02 DEBITO-DET      PIC ZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "PIX ".
          02 PIX-DET         PIC ZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALE ".
          02 VALE-DET        PIC ZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "DIF.PGTO ".
          02 DIF-PAGTO-DET   PIC -ZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 DET-LOJA.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "TOTAL LJ ".
          02 LOJA-TOT        PIC 9(02).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VENDAS-TOT      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PAGTOS-TOT      PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DINHEIRO-TOT    PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CONTADO-TOT     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DIF-CAIXA-TOT   PIC -ZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "OCORRENCIAS NA CONFERENCIA DOS CUPONS".
          02 FILLER          PIC X(37) VALUE SPACES.

       01 DET-OCOR.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 LOJA-OCO        PIC 9(02).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CUPOM-OCO       PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VENDA-OCO       PIC ZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PAGO-OCO        PIC ZZZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-OCO    PIC X(30).
          02 FILLER          PIC X(13) VALUE SPACES.

       01 CAB-04.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(50) VALUE
             "OPERADORES COM DIFERENCA REPETIDA NA JANELA DE".
          02 DIAS-CAB        PIC ZZ9.
          02 FILLER          PIC X(05) VALUE " DIAS".
          02 FILLER          PIC X(19) VALUE SPACES.

       01 DET-REINC.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "OPERADOR ".
          02 OPER-REI        PIC 9(05).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 OCORR-REI       PIC ZZZ9.
          02 FILLER          PIC X(30) VALUE
             " DIAS COM DIFERENCA FORA DA TO".
          02 FILLER          PIC X(08) VALUE "LERANCIA".
          02 FILLER          PIC X(15) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "CUPONS CONFERIDOS:            ".
          02 CONT-CUP        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS CONFERIDOS:        ".
          02 CONT-PGT        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "OCORRENCIAS NOS CUPONS:       ".
          02 CONT-OCO        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "CAIXAS FORA DA TOLERANCIA:    ".
          02 CONT-FOR        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "OPERADORES REINCIDENTES:      ".
          02 CONT-REI        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       EM11-EX18.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL CH-CUP EQUAL HIGH-VALUES
               AND CH-PGT EQUAL HIGH-VALUES.
          PERFORM CARREGA-FECHAMENTOS.
          PERFORM CARREGA-HISTORICO.
          PERFORM IMPRIME-CAIXAS.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-PARAMETRO.
          OPEN INPUT CUPOMCX
                     PAGTOCX
               OUTPUT RELCAIXA.
          COMPUTE DATA-DMA =
             WS-DIA-HOJE * 1000000 + WS-MES-HOJE * 10000
             + WS-ANO-HOJE.
          MOVE DATA-DMA TO DATA-CAB.
          PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 2 TO CT-LIN.
          PERFORM LER-CUP.
          PERFORM LER-PGT.

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
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO JUL-HOJE.

       LE-PARAMETRO.
          OPEN INPUT PARMCX.
          READ PARMCX
             AT END
             MOVE ZEROS TO REG-PARMCX.
          IF TOLERANCIA-PARM GREATER THAN ZEROS
             MOVE TOLERANCIA-PARM TO TOLERANCIA.
          IF DIAS-HIST-PARM GREATER THAN ZEROS
             MOVE DIAS-HIST-PARM TO DIAS-HIST.
          IF LIMITE-REINC-PARM GREATER THAN ZEROS
             MOVE LIMITE-REINC-PARM TO LIMITE-REINC.
          CLOSE PARMCX.
          COMPUTE JUL-CORTE = JUL-HOJE - DIAS-HIST.

       LER-CUP.
          READ CUPOMCX
             AT END
             MOVE HIGH-VALUES TO CH-CUP.
          IF CH-CUP NOT EQUAL HIGH-VALUES
             MOVE CHAVE-CUP TO CH-CUP.

       LER-PGT.
          READ PAGTOCX
             AT END
             MOVE HIGH-VALUES TO CH-PGT.
          IF CH-PGT NOT EQUAL HIGH-VALUES
             MOVE LOJA-PGT  TO CHP-LOJA
             MOVE CUPOM-PGT TO CHP-CUPOM
             MOVE CHAVE-PAGTO TO CH-PGT.

       PRINCIPAL.
          IF CH-CUP EQUAL CH-PGT
             PERFORM CASA-CUPOM
             PERFORM LER-CUP
          ELSE IF CH-CUP LESS THAN CH-PGT
             PERFORM CUPOM-SEM-PAGAMENTO
             PERFORM LER-CUP
          ELSE
             PERFORM PAGAMENTO-SEM-CUPOM
             PERFORM LER-PGT.

      *    A VENDA DO CUPOM FICA NO CAIXA DO PRIMEIRO PAGAMENTO.
       CASA-CUPOM.
          ADD 1 TO CT-CUPONS.
          MOVE CH-CUP TO CH-ATUAL.
          MOVE "SIM"  TO PRIMEIRO-PGT.
          MOVE ZEROS  TO SOMA-CUPOM.
          PERFORM SOMA-1-PAGAMENTO
             UNTIL CH-PGT NOT EQUAL CH-ATUAL.
          IF SOMA-CUPOM NOT EQUAL VALOR-CUP
             MOVE LOJA-CUP   TO LOJA-OCO
             MOVE CUPOM-CUP  TO CUPOM-OCO
             MOVE VALOR-CUP  TO VENDA-OCO
             MOVE SOMA-CUPOM TO PAGO-OCO
             IF SOMA-CUPOM LESS THAN VALOR-CUP
                MOVE "CUPOM PAGO A MENOR" TO MENSAGEM-OCO
             ELSE
                MOVE "CUPOM PAGO A MAIOR" TO MENSAGEM-OCO
             END-IF
             PERFORM IMPRIME-OCORRENCIA.

       SOMA-1-PAGAMENTO.
          ADD 1 TO CT-PAGTOS.
          MOVE LOJA-PGT     TO CHC-LOJA.
          MOVE CAIXA-PGT    TO CHC-CAIXA.
          MOVE OPERADOR-PGT TO CHC-OPERADOR.
          PERFORM ACHA-CAIXA.
          IF PRIMEIRO-PGT EQUAL "SIM"
             MOVE "NAO" TO PRIMEIRO-PGT
             ADD VALOR-CUP TO TCX-VENDAS (IDX-CX-ACH).
          PERFORM ACUMULA-FORMA.
          ADD VALOR-PGT TO SOMA-CUPOM.
          PERFORM LER-PGT.

       CUPOM-SEM-PAGAMENTO.
          ADD 1 TO CT-CUPONS.
          MOVE LOJA-CUP TO CHC-LOJA.
          MOVE ZEROS    TO CHC-CAIXA
                           CHC-OPERADOR.
          PERFORM ACHA-CAIXA.
          ADD VALOR-CUP TO TCX-VENDAS (IDX-CX-ACH).
          MOVE LOJA-CUP  TO LOJA-OCO.
          MOVE CUPOM-CUP TO CUPOM-OCO.
          MOVE VALOR-CUP TO VENDA-OCO.
          MOVE ZEROS     TO PAGO-OCO.
          MOVE "CUPOM SEM PAGAMENTO" TO MENSAGEM-OCO.
          PERFORM IMPRIME-OCORRENCIA.

       PAGAMENTO-SEM-CUPOM.
          ADD 1 TO CT-PAGTOS.
          MOVE LOJA-PGT     TO CHC-LOJA.
          MOVE CAIXA-PGT    TO CHC-CAIXA.
          MOVE OPERADOR-PGT TO CHC-OPERADOR.
          PERFORM ACHA-CAIXA.
          PERFORM ACUMULA-FORMA.
          MOVE LOJA-PGT  TO LOJA-OCO.
          MOVE CUPOM-PGT TO CUPOM-OCO.
          MOVE ZEROS     TO VENDA-OCO.
          MOVE VALOR-PGT TO PAGO-OCO.
          MOVE "PAGAMENTO SEM CUPOM DE VENDA" TO MENSAGEM-OCO.
          PERFORM IMPRIME-OCORRENCIA.

       ACUMULA-FORMA.
          IF FORMA-PGT EQUAL "D"
             MOVE 1 TO IDX-FORMA
          ELSE IF FORMA-PGT EQUAL "C"
             MOVE 2 TO IDX-FORMA
          ELSE IF FORMA-PGT EQUAL "B"
             MOVE 3 TO IDX-FORMA
          ELSE IF FORMA-PGT EQUAL "P"
             MOVE 4 TO IDX-FORMA
          ELSE
             MOVE 5 TO IDX-FORMA.
          ADD VALOR-PGT TO TCX-FORMA (IDX-CX-ACH, IDX-FORMA).

      *    ACHA O CAIXA DA CHAVE-CAIXA; SE NAO EXISTE, INCLUI NA
      *    POSICAO CERTA DESLOCANDO OS SEGUINTES.
       ACHA-CAIXA.
          MOVE CHAVE-CAIXA TO CHAVE-NOVA.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-CAIXA
             VARYING IDX-CX FROM 1 BY 1
             UNTIL IDX-CX GREATER THAN QTD-CAIXAS
                OR ACHOU EQUAL "SIM".
          IF ACHOU EQUAL "NAO"
             IF QTD-CAIXAS LESS THAN 500
                PERFORM INCLUI-CAIXA
             ELSE
                MOVE QTD-CAIXAS TO IDX-CX-ACH.

       BUSCA-1-CAIXA.
          IF TCX-CHAVE (IDX-CX) EQUAL CHAVE-NOVA
             SET IDX-CX-ACH TO IDX-CX
             MOVE "SIM" TO ACHOU.

       INCLUI-CAIXA.
          COMPUTE POS-INS = QTD-CAIXAS + 1.
          MOVE "NAO" TO ACHOU.
          PERFORM ACHA-POSICAO
             VARYING IDX-CX FROM 1 BY 1
             UNTIL IDX-CX GREATER THAN QTD-CAIXAS
                OR ACHOU EQUAL "SIM".
          PERFORM DESLOCA-1-CAIXA
             VARYING IDX-CX FROM QTD-CAIXAS BY -1
             UNTIL IDX-CX LESS THAN POS-INS.
          ADD 1 TO QTD-CAIXAS.
          MOVE POS-INS    TO IDX-CX-ACH.
          MOVE CHAVE-NOVA TO TCX-CHAVE (IDX-CX-ACH).
          MOVE ZEROS      TO TCX-VENDAS (IDX-CX-ACH)
                             TCX-FORMA (IDX-CX-ACH, 1)
                             TCX-FORMA (IDX-CX-ACH, 2)
                             TCX-FORMA (IDX-CX-ACH, 3)
                             TCX-FORMA (IDX-CX-ACH, 4)
                             TCX-FORMA (IDX-CX-ACH, 5)
                             TCX-CONTADO (IDX-CX-ACH).
          MOVE "NAO"      TO TCX-DECLAROU (IDX-CX-ACH).

       ACHA-POSICAO.
          IF TCX-CHAVE (IDX-CX) GREATER THAN CHAVE-NOVA
             SET POS-INS TO IDX-CX
             MOVE "SIM" TO ACHOU.

       DESLOCA-1-CAIXA.
          MOVE CX-OCR (IDX-CX) TO CX-OCR (IDX-CX + 1).

       IMPRIME-OCORRENCIA.
          ADD 1 TO CT-OCORRENCIAS.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DET-OCOR
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CARREGA-FECHAMENTOS.
          OPEN INPUT FECHCX.
          PERFORM LE-1-FECHAMENTO
             UNTIL FIM-FCX EQUAL "SIM".
          CLOSE FECHCX.

       LE-1-FECHAMENTO.
          READ FECHCX
             AT END
             MOVE "SIM" TO FIM-FCX.
          IF FIM-FCX EQUAL "NAO"
             MOVE LOJA-FCX     TO CHC-LOJA
             MOVE CAIXA-FCX    TO CHC-CAIXA
             MOVE OPERADOR-FCX TO CHC-OPERADOR
             PERFORM ACHA-CAIXA
             ADD CONTADO-FCX TO TCX-CONTADO (IDX-CX-ACH)
             MOVE "SIM" TO TCX-DECLAROU (IDX-CX-ACH).

      *    SO CONTA DIAS ANTERIORES A HOJE DENTRO DA JANELA, PARA
      *    UMA REEXECUCAO DO DIA NAO INFLAR A CONTAGEM.
       CARREGA-HISTORICO.
          OPEN INPUT HISTCX.
          PERFORM LE-1-HISTORICO
             UNTIL FIM-HCX EQUAL "SIM".
          CLOSE HISTCX.

       LE-1-HISTORICO.
          READ HISTCX
             AT END
             MOVE "SIM" TO FIM-HCX.
          IF FIM-HCX EQUAL "NAO"
          AND FORA-TOL-HCX EQUAL "S"
          AND DATA-HCX LESS THAN DATA-HOJE-NUM
             MOVE DD-HCX   TO DTC-DIA
             MOVE MM-HCX   TO DTC-MES
             MOVE AAAA-HCX TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             IF DTC-NUM-DIAS GREATER THAN JUL-CORTE
                PERFORM CONTA-OCORRENCIA.

       CONTA-OCORRENCIA.
          PERFORM ACHA-OPERADOR.
          IF IDX-OPE-ACH GREATER THAN ZEROS
             ADD 1 TO TOPE-OCORR (IDX-OPE-ACH).

       ACHA-OPERADOR.
          MOVE "NAO" TO ACHOU.
          MOVE ZEROS TO IDX-OPE-ACH.
          PERFORM BUSCA-1-OPERADOR
             VARYING IDX-OPE FROM 1 BY 1
             UNTIL IDX-OPE GREATER THAN QTD-OPERS
                OR ACHOU EQUAL "SIM".
          IF ACHOU EQUAL "NAO"
          AND QTD-OPERS LESS THAN 500
             ADD 1 TO QTD-OPERS
             SET IDX-OPE TO QTD-OPERS
             SET IDX-OPE-ACH TO IDX-OPE
             MOVE OPERADOR-HCX TO TOPE-COD (IDX-OPE)
             MOVE ZEROS        TO TOPE-OCORR (IDX-OPE)
             MOVE "NAO"        TO TOPE-HOJE (IDX-OPE).

       BUSCA-1-OPERADOR.
          IF TOPE-COD (IDX-OPE) EQUAL OPERADOR-HCX
             SET IDX-OPE-ACH TO IDX-OPE
             MOVE "SIM" TO ACHOU.

       IMPRIME-CAIXAS.
          MOVE 45 TO CT-LIN.
          OPEN EXTEND HISTCX.
          PERFORM IMPRIME-1-CAIXA
             VARYING IDX-CX FROM 1 BY 1
             UNTIL IDX-CX GREATER THAN QTD-CAIXAS.
          IF TEM-LOJA EQUAL "SIM"
             PERFORM FECHA-LOJA.
          CLOSE HISTCX.
          PERFORM IMPRIME-REINCIDENTES.

       IMPRIME-1-CAIXA.
          IF TEM-LOJA EQUAL "NAO"
          OR TCX-LOJA (IDX-CX) NOT EQUAL LOJA-CONTROL
             PERFORM ABRE-LOJA.
          COMPUTE TOTAL-PAGTOS =
             TCX-FORMA (IDX-CX, 1) + TCX-FORMA (IDX-CX, 2)
             + TCX-FORMA (IDX-CX, 3) + TCX-FORMA (IDX-CX, 4)
             + TCX-FORMA (IDX-CX, 5).
          COMPUTE DIF-PAGTO = TOTAL-PAGTOS - TCX-VENDAS (IDX-CX).
          COMPUTE DIF-CAIXA =
             TCX-CONTADO (IDX-CX) - TCX-FORMA (IDX-CX, 1).
          PERFORM CLASSIFICA-CAIXA.
          ADD TCX-VENDAS (IDX-CX)   TO LJ-VENDAS.
          ADD TOTAL-PAGTOS          TO LJ-PAGTOS.
          ADD TCX-FORMA (IDX-CX, 1) TO LJ-DINHEIRO.
          ADD TCX-CONTADO (IDX-CX)  TO LJ-CONTADO.
          ADD DIF-CAIXA             TO LJ-DIF-CAIXA.
          PERFORM IMPRIME-DETALHE.
          IF TCX-CAIXA (IDX-CX) GREATER THAN ZEROS
             PERFORM GRAVA-HISTORICO.

      *    FALTA/SOBRA DE DINHEIRO PESA MAIS QUE A DIFERENCA ENTRE
      *    VENDA E PAGAMENTOS NA SITUACAO IMPRESSA.
       CLASSIFICA-CAIXA.
          MOVE "NAO"    TO FORA-TOL.
          MOVE "OK"     TO SITUACAO-DET.
          MOVE SPACES   TO REINC-DET.
          IF DIF-PAGTO GREATER THAN TOLERANCIA
          OR DIF-PAGTO LESS THAN ZEROS - TOLERANCIA
             MOVE "SIM"      TO FORA-TOL
             MOVE "DIVERG."  TO SITUACAO-DET.
          IF DIF-CAIXA GREATER THAN TOLERANCIA
             MOVE "SIM"      TO FORA-TOL
             MOVE "SOBRA"    TO SITUACAO-DET
          ELSE IF DIF-CAIXA LESS THAN ZEROS - TOLERANCIA
             MOVE "SIM"      TO FORA-TOL
             MOVE "FALTA"    TO SITUACAO-DET.
          IF TCX-DECLAROU (IDX-CX) EQUAL "NAO"
          AND TCX-FORMA (IDX-CX, 1) GREATER THAN ZEROS
             MOVE "S/FECHAM" TO SITUACAO-DET.
          IF TCX-CAIXA (IDX-CX) EQUAL ZEROS
             MOVE "S/CAIXA"  TO SITUACAO-DET.
          IF FORA-TOL EQUAL "SIM"
             ADD 1 TO CT-FORA-TOL
             IF TCX-CAIXA (IDX-CX) GREATER THAN ZEROS
                PERFORM MARCA-REINCIDENCIA.

       MARCA-REINCIDENCIA.
          MOVE TCX-OPER (IDX-CX) TO OPERADOR-HCX.
          PERFORM ACHA-OPERADOR.
          IF IDX-OPE-ACH GREATER THAN ZEROS
             IF TOPE-HOJE (IDX-OPE-ACH) EQUAL "NAO"
                MOVE "SIM" TO TOPE-HOJE (IDX-OPE-ACH)
                ADD 1 TO TOPE-OCORR (IDX-OPE-ACH)
             END-IF
             IF TOPE-OCORR (IDX-OPE-ACH) NOT LESS THAN LIMITE-REINC
                MOVE "*" TO REINC-DET.

       ABRE-LOJA.
          IF TEM-LOJA EQUAL "SIM"
             PERFORM FECHA-LOJA.
          MOVE "SIM"             TO TEM-LOJA.
          MOVE TCX-LOJA (IDX-CX) TO LOJA-CONTROL.
          MOVE ZEROS TO LJ-VENDAS
                        LJ-PAGTOS
                        LJ-DINHEIRO
                        LJ-CONTADO
                        LJ-DIF-CAIXA.

       FECHA-LOJA.
          IF CT-LIN GREATER THAN 38
             PERFORM IMPRIME-CAB-CAIXAS.
          MOVE LOJA-CONTROL TO LOJA-TOT.
          MOVE LJ-VENDAS    TO VENDAS-TOT.
          MOVE LJ-PAGTOS    TO PAGTOS-TOT.
          MOVE LJ-DINHEIRO  TO DINHEIRO-TOT.
          MOVE LJ-CONTADO   TO CONTADO-TOT.
          MOVE LJ-DIF-CAIXA TO DIF-CAIXA-TOT.
          WRITE REG-ATR FROM DET-LOJA
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 2 TO CT-LIN.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN 38
             PERFORM IMPRIME-CAB-CAIXAS.
          MOVE TCX-LOJA (IDX-CX)     TO LOJA-DET.
          MOVE TCX-CAIXA (IDX-CX)    TO CAIXA-DET.
          MOVE TCX-OPER (IDX-CX)     TO OPER-DET.
          MOVE TCX-VENDAS (IDX-CX)   TO VENDAS-DET.
          MOVE TOTAL-PAGTOS          TO PAGTOS-DET.
          MOVE TCX-FORMA (IDX-CX, 1) TO DINHEIRO-DET.
          MOVE TCX-CONTADO (IDX-CX)  TO CONTADO-DET.
          MOVE DIF-CAIXA             TO DIF-CAIXA-DET.
          MOVE TCX-FORMA (IDX-CX, 2) TO CREDITO-DET.
          MOVE TCX-FORMA (IDX-CX, 3) TO DEBITO-DET.
          MOVE TCX-FORMA (IDX-CX, 4) TO PIX-DET.
          MOVE TCX-FORMA (IDX-CX, 5) TO VALE-DET.
          MOVE DIF-PAGTO             TO DIF-PAGTO-DET.
          WRITE REG-ATR FROM DET-CAIXA
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM DET-FORMAS
             AFTER ADVANCING 1 LINE.
          ADD 2 TO CT-LIN.

       GRAVA-HISTORICO.
          MOVE WS-DATA-HOJE          TO DATA-HCX.
          MOVE TCX-LOJA (IDX-CX)     TO LOJA-HCX.
          MOVE TCX-CAIXA (IDX-CX)    TO CAIXA-HCX.
          MOVE TCX-OPER (IDX-CX)     TO OPERADOR-HCX.
          MOVE TCX-VENDAS (IDX-CX)   TO VENDAS-HCX.
          MOVE TOTAL-PAGTOS          TO PAGTOS-HCX.
          MOVE TCX-FORMA (IDX-CX, 1) TO DINHEIRO-HCX.
          MOVE TCX-CONTADO (IDX-CX)  TO CONTADO-HCX.
          MOVE DIF-CAIXA             TO DIF-CAIXA-HCX.
          IF DIF-CAIXA LESS THAN ZEROS
             MOVE "-" TO SINAL-CAIXA-HCX
          ELSE
             MOVE "+" TO SINAL-CAIXA-HCX.
          MOVE DIF-PAGTO             TO DIF-PAGTO-HCX.
          IF DIF-PAGTO LESS THAN ZEROS
             MOVE "-" TO SINAL-PAGTO-HCX
          ELSE
             MOVE "+" TO SINAL-PAGTO-HCX.
          IF FORA-TOL EQUAL "SIM"
             MOVE "S" TO FORA-TOL-HCX
          ELSE
             MOVE "N" TO FORA-TOL-HCX.
          WRITE REG-HCX.

       IMPRIME-REINCIDENTES.
          IF CT-LIN GREATER THAN 36
             PERFORM IMPRIME-CAB.
          MOVE DIAS-HIST TO DIAS-CAB.
          WRITE REG-ATR FROM CAB-04
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 4 TO CT-LIN.
          PERFORM IMPRIME-1-REINCIDENTE
             VARYING IDX-OPE FROM 1 BY 1
             UNTIL IDX-OPE GREATER THAN QTD-OPERS.

       IMPRIME-1-REINCIDENTE.
          IF TOPE-HOJE (IDX-OPE) EQUAL "SIM"
          AND TOPE-OCORR (IDX-OPE) NOT LESS THAN LIMITE-REINC
             ADD 1 TO CT-REINCIDENTES
             IF CT-LIN GREATER THAN 39
                PERFORM IMPRIME-CAB
             END-IF
             MOVE TOPE-COD (IDX-OPE)   TO OPER-REI
             MOVE TOPE-OCORR (IDX-OPE) TO OCORR-REI
             WRITE REG-ATR FROM DET-REINC
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN.

       IMPRIME-CAB-CAIXAS.
          PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 2 TO CT-LIN.

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO CT-LIN.

       TERMINO.
          MOVE CT-CUPONS       TO CONT-CUP.
          MOVE CT-PAGTOS       TO CONT-PGT.
          MOVE CT-OCORRENCIAS  TO CONT-OCO.
          MOVE CT-FORA-TOL     TO CONT-FOR.
          MOVE CT-REINCIDENTES TO CONT-REI.
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
          PERFORM GRAVA-RUNLOG.
          CLOSE CUPOMCX
                PAGTOCX
                RELCAIXA.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX18"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          COMPUTE RL-LIDOS = CT-CUPONS + CT-PAGTOS.
          MOVE QTD-CAIXAS     TO RL-GRAVADOS.
          MOVE CT-OCORRENCIAS TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
