       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX13.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        REMESSA DE PAGAMENTO A FORNECEDORES. LE O
      *                CONTAS A PAGAR (PAGAR.DAT, ALIMENTADO PELO
      *                EM11/EX07) E SELECIONA OS TITULOS EM ABERTO
      *                (SIT-PAG BRANCO, OU "J" REJEITADO NO ULTIMO
      *                RETORNO) COM VENCIMENTO ATE A DATA LIMITE DE
      *                PARMPAG.DAT (AAAAMMDD; SEM ELA, A DATA DO
      *                MOVIMENTO). O VENCIMENTO QUE CAI EM FIM DE
      *                SEMANA OU FERIADO E ROLADO PARA O PROXIMO DIA
      *                UTIL PELA ROTINA DIAUTIL ANTES DA COMPARACAO.
      *                TITULO VENCIDO E PAGO NA DATA DO MOVIMENTO
      *                (TAMBEM ROLADA). OS TITULOS SAO CLASSIFICADOS
      *                E AGRUPADOS POR FORNECEDOR E DATA DE
      *                PAGAMENTO: CADA GRUPO E UM DETALHE DE
      *                REMPAG.DAT COM CNPJ E DADOS BANCARIOS DE
      *                FORNECED.DAT. O ARQUIVO LEVA HEADER COM
      *                NUMERO DE SEQUENCIA PROPRIO (CTLRPAG.DAT) E
      *                TRAILER COM QUANTIDADE, VALOR TOTAL E TOTAL
      *                DE CONFERENCIA (SOMA DOS CNPJ). O TITULO QUE
      *                ENTRA NA REMESSA SAI EM PAGARN.DAT COM
      *                SIT-PAG "R", O NUMERO DA REMESSA E A DATA DE
      *                PAGAMENTO, E SO VOLTA A SER PAGO SE O RETORNO
      *                (EM11/EX14) O REJEITAR - NADA E PAGO DUAS
      *                VEZES. FORNECEDOR NAO CADASTRADO OU SEM DADOS
      *                BANCARIOS DEIXA O TITULO EM ABERTO NA LISTA
      *                DE RETIDOS DO RELATORIO. PAGA-SE O VALOR DO
      *                TITULO MENOS O ABATIMENTO DAS NOTAS DE DEBITO
      *                DE DEVOLUCAO (EM11/EX16); TITULO COMPENSADO
      *                POR INTEIRO ("C") JA ESTA QUITADO. TITULO DE
      *                FORNECEDOR COM CNPJ BAIXADO NA RECEITA FEDERAL
      *                (SIT-RFB-FORN "B", DO EM12/EX14) TAMBEM FICA
      *                RETIDO.
      *                LIGAR COM DIAUTIL E DATECALC.
      *                PAGAR.DAT LEVA A DATA DE LANCAMENTO DO ITEM
      *                (DATA-LANC-PAG, DO EM11/EX07), COPIADA PARA
      *                PAGARN.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL PAGAR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  PAGARN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  FORNECED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMPAG  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTLRPAG  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN  TO DISK.

          SELECT  REMPAG  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELPAG  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PAGAR
          LABEL  RECORD ARE STANDARD
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
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PAGARN.DAT".

       01 REG-PAGN              PIC X(88).

       FD FORNECED
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "FORNECED.DAT".

       01  REG-FORN.
          02 COD-FORN               PIC 9(03).
          02 NOME-FORN              PIC X(20).
          02 PRAZO-FORN             PIC 9(03).
          02 CNPJ-FORN              PIC 9(14).
          02 ENDERECO-FORN          PIC X(30).
          02 CIDADE-FORN            PIC X(20).
          02 UF-FORN                PIC X(02).
          02 CEP-FORN               PIC 9(08).
          02 CONTATO-FORN           PIC X(20).
          02 TELEFONE-FORN          PIC 9(10).
          02 BANCO-FORN             PIC 9(03).
          02 AGENCIA-FORN           PIC 9(04).
          02 CONTA-FORN             PIC X(10).
          02 SIT-FORN               PIC X(01).
          02 SIT-RFB-FORN           PIC X(01).
          02 DATA-RFB-FORN          PIC 9(08).

       FD PARMPAG
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PARMPAG.DAT".

       01  REG-PARMPAG.
          02 DATA-LIMITE-PPG        PIC 9(08).

       FD CTLRPAG
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CTLRPAG.DAT".

       01  REG-CTLRPAG.
          02 SEQ-REMPAG-CTL         PIC 9(06).

       SD TRAB.
       01 REG-TRAB.
          02 FORN-TRAB       PIC 9(03).
          02 DATA-PAGTO-TRAB PIC 9(08).
          02 NUM-NF-TRAB     PIC 9(09).
          02 VALOR-TRAB      PIC 9(11)V99.

       FD REMPAG
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "REMPAG.DAT".

       01 REG-PREM-HDR.
          02 TIPO-HDR        PIC X(01).
          02 EMPRESA-HDR     PIC X(30).
          02 CNPJ-HDR        PIC 9(14).
          02 DATA-GER-HDR    PIC 9(08).
          02 SEQ-HDR         PIC 9(06).
          02 FILLER          PIC X(27).

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

       01 REG-PREM-TRL.
          02 TIPO-TRL        PIC X(01).
          02 QTDE-TRL        PIC 9(06).
          02 VALOR-TOTAL-TRL PIC 9(15)V99.
          02 HASH-TRL        PIC 9(18).
          02 FILLER          PIC X(44).

       FD RELPAG
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
       77 FIM-PAG            PIC X(03)    VALUE "NAO".
       77 FIM-FOR            PIC X(03)    VALUE "NAO".
       77 FIM-SORT           PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 QTD-FORNS          PIC 9(02)    VALUE ZEROS.
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 IDX-FOR-ACH        PIC 9(02)    VALUE ZEROS.
       77 FORN-BUSCA         PIC 9(03)    VALUE ZEROS.
       77 DATA-DMA           PIC 9(08)    VALUE ZEROS.
       77 SEQ-REMPAG         PIC 9(06)    VALUE ZEROS.
       77 DATA-LIMITE        PIC 9(08)    VALUE ZEROS.
       77 DATA-PAGTO-HOJE    PIC 9(08)    VALUE ZEROS.
       77 DATA-VENC-UTIL     PIC 9(08)    VALUE ZEROS.
       77 MOTIVO-RETIDO      PIC X(30)    VALUE SPACES.
       77 TEM-GRUPO          PIC X(03)    VALUE "NAO".
       77 FORN-CONTROL       PIC 9(03)    VALUE ZEROS.
       77 DATA-CONTROL       PIC 9(08)    VALUE ZEROS.
       77 QTDE-TIT-GRUPO     PIC 9(04)    VALUE ZEROS.
       77 VALOR-GRUPO        PIC 9(11)V99 VALUE ZEROS.
       77 TOTAL-VALOR        PIC 9(15)V99 VALUE ZEROS.
       77 TOTAL-HASH         PIC 9(18)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(05)    VALUE ZEROS.
       77 CT-SELECIONADOS    PIC 9(05)    VALUE ZEROS.
       77 CT-PAGAMENTOS      PIC 9(05)    VALUE ZEROS.
       77 CT-RETIDOS         PIC 9(05)    VALUE ZEROS.
       77 CT-A-VENCER        PIC 9(05)    VALUE ZEROS.
       77 CT-EM-REMESSA      PIC 9(05)    VALUE ZEROS.
       77 CT-JA-PAGOS        PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 DATA-AMD.
          02 ANO-AMD          PIC 9(04).
          02 MES-AMD          PIC 9(02).
          02 DIA-AMD          PIC 9(02).

       01 DUT-PARM.
          02 DUT-DIA          PIC 9(02).
          02 DUT-MES          PIC 9(02).
          02 DUT-ANO          PIC 9(04).
          02 DUT-ROLADO       PIC X(01).
          02 DUT-VALIDO       PIC X(01).

       01 TAB-FORN.
          02 FORN-OCR  OCCURS 50 TIMES INDEXED BY IDX-FOR.
             03 TFORN-COD      PIC 9(03).
             03 TFORN-NOME     PIC X(20).
             03 TFORN-CNPJ     PIC 9(14).
             03 TFORN-BANCO    PIC 9(03).
             03 TFORN-AGENCIA  PIC 9(04).
             03 TFORN-CONTA    PIC X(10).
             03 TFORN-RFB      PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(36) VALUE
             "REMESSA DE PAGAMENTO A FORNECEDORES".
          02 FILLER          PIC X(06) VALUE "REM.: ".
          02 SEQ-CAB         PIC 9(06).
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(17) VALUE "DATA DO MOVIMENTO".
          02 FILLER          PIC X(02) VALUE ": ".
          02 DATA-MOV-CAB    PIC 99/99/9999.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(16) VALUE "VENCIMENTOS ATE:".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DATA-LIM-CAB    PIC 99/99/9999.
          02 FILLER          PIC X(16) VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "TITULOS RETIDOS - FORA DESTA REMESSA".
          02 FILLER          PIC X(37) VALUE SPACES.

       01 CAB-04.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "FORN".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "NOTA FISCAL".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "VENCIMENTO".
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "MOTIVO".
          02 FILLER          PIC X(24) VALUE SPACES.

       01 DET-RETIDO.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FORN-RET        PIC 9(03).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 NF-RET          PIC 9(09).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 VENC-RET        PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VALOR-RET       PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MOTIVO-RET      PIC X(30).

       01 CAB-05.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "PAGAMENTOS DA REMESSA".
          02 FILLER          PIC X(37) VALUE SPACES.

       01 CAB-06.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "PGTO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "FORN".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "PAGAMENTO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "TIT.".
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "VALOR".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(16) VALUE "BCO AG.  CONTA".

       01 DET-PAGTO.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NUM-PGT         PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FORN-PGT        PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-PGT        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DATA-PGT        PIC 99/99/9999.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 QTDE-PGT        PIC ZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VALOR-PGT       PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 BANCO-PGT       PIC 9(03).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 AGENCIA-PGT     PIC 9(04).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CONTA-PGT       PIC X(10).

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "TITULOS LIDOS:                ".
          02 CONT-LID        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "TITULOS PAGOS NESTA REMESSA:  ".
          02 CONT-SEL        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS GERADOS:           ".
          02 CONT-PGT        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "TITULOS RETIDOS:              ".
          02 CONT-RET        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "TITULOS A VENCER:             ".
          02 CONT-AVC        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "AGUARDANDO RETORNO DO BANCO:  ".
          02 CONT-REM        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "TITULOS JA QUITADOS:          ".
          02 CONT-JPG        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "VALOR TOTAL DA REMESSA:       ".
          02 VALOR-TOT-SAI   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(32) VALUE SPACES.

       PROCEDURE  DIVISION.

       EM11-EX13.

       ACCEPT WS-HORA-INICIO FROM TIME.
       PERFORM LE-DATA-MOVIMENTO.
       PERFORM LE-LIMITE.
       PERFORM CARREGA-FORNECEDORES.
       PERFORM LE-CONTROLE.
       SORT    TRAB
          ASCENDING  KEY  FORN-TRAB
          ASCENDING  KEY  DATA-PAGTO-TRAB
          ASCENDING  KEY  NUM-NF-TRAB
          INPUT  PROCEDURE  ROT-ENTRADA
          OUTPUT PROCEDURE  ROT-SAIDA.
       STOP RUN.

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
      *    TITULO VENCIDO E PAGO NO PRIMEIRO DIA UTIL A PARTIR DE HOJE.
          MOVE WS-DATA-HOJE TO DATA-AMD.
          PERFORM ROLA-DIA-UTIL.
          MOVE DATA-AMD     TO DATA-PAGTO-HOJE.

       LE-LIMITE.
          OPEN INPUT PARMPAG.
          READ PARMPAG
             AT END
             MOVE ZEROS TO REG-PARMPAG.
          CLOSE PARMPAG.
          IF DATA-LIMITE-PPG NUMERIC
          AND DATA-LIMITE-PPG GREATER THAN ZEROS
             MOVE DATA-LIMITE-PPG TO DATA-LIMITE
          ELSE
             MOVE WS-DATA-HOJE    TO DATA-LIMITE.

       CARREGA-FORNECEDORES.
          OPEN INPUT FORNECED.
          PERFORM LE-1-FORNECEDOR
             UNTIL FIM-FOR EQUAL "SIM".
          CLOSE FORNECED.

       LE-1-FORNECEDOR.
          READ FORNECED
             AT END
             MOVE "SIM" TO FIM-FOR.
          IF FIM-FOR EQUAL "NAO"
          AND QTD-FORNS LESS THAN 50
             ADD 1 TO QTD-FORNS
             SET IDX-FOR TO QTD-FORNS
             MOVE COD-FORN     TO TFORN-COD (IDX-FOR)
             MOVE NOME-FORN    TO TFORN-NOME (IDX-FOR)
             MOVE ZEROS        TO TFORN-CNPJ (IDX-FOR)
                                  TFORN-BANCO (IDX-FOR)
                                  TFORN-AGENCIA (IDX-FOR)
             MOVE CONTA-FORN   TO TFORN-CONTA (IDX-FOR)
             MOVE SIT-RFB-FORN TO TFORN-RFB (IDX-FOR)
             IF CNPJ-FORN NUMERIC
                MOVE CNPJ-FORN TO TFORN-CNPJ (IDX-FOR)
             END-IF
             IF BANCO-FORN NUMERIC
             AND AGENCIA-FORN NUMERIC
                MOVE BANCO-FORN   TO TFORN-BANCO (IDX-FOR)
                MOVE AGENCIA-FORN TO TFORN-AGENCIA (IDX-FOR).

       LE-CONTROLE.
          OPEN INPUT CTLRPAG.
          READ CTLRPAG
             AT END
             MOVE ZEROS TO REG-CTLRPAG.
          ADD 1 SEQ-REMPAG-CTL GIVING SEQ-REMPAG.
          CLOSE CTLRPAG.

       ROT-ENTRADA SECTION.
          PERFORM INICIO-ENTRADA.
          PERFORM PRINCIPAL-ENTRADA
                  UNTIL FIM-PAG EQUAL "SIM".
          PERFORM FIM-ENTRADA.

       INICIO-ENTRADA SECTION.
          OPEN INPUT  PAGAR
               OUTPUT PAGARN
                      RELPAG.
          MOVE SEQ-REMPAG   TO SEQ-CAB.
          MOVE WS-DATA-HOJE TO DATA-AMD.
          PERFORM FORMATA-DATA.
          MOVE DATA-DMA     TO DATA-MOV-CAB.
          MOVE DATA-LIMITE  TO DATA-AMD.
          PERFORM FORMATA-DATA.
          MOVE DATA-DMA     TO DATA-LIM-CAB.
          PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-04
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 4 TO CT-LIN.
          PERFORM LEITURA-ENTRADA.

       LEITURA-ENTRADA SECTION.
          READ PAGAR
          AT END
          MOVE "SIM" TO FIM-PAG.

       PRINCIPAL-ENTRADA SECTION.
          ADD 1 TO CT-LIDOS.
          IF ABATIMENTO-PAG NOT NUMERIC
             MOVE ZEROS TO ABATIMENTO-PAG.
          IF SIT-PAG EQUAL "P" OR "C"
             ADD 1 TO CT-JA-PAGOS
          ELSE IF SIT-PAG EQUAL "R"
             ADD 1 TO CT-EM-REMESSA
          ELSE
             PERFORM SELECIONA-TITULO.
          WRITE REG-PAGN FROM REG-PAG.
          PERFORM LEITURA-ENTRADA.

       SELECIONA-TITULO SECTION.
          MOVE AAAA-VENC-PAG TO ANO-AMD.
          MOVE MM-VENC-PAG   TO MES-AMD.
          MOVE DD-VENC-PAG   TO DIA-AMD.
          PERFORM ROLA-DIA-UTIL.
          MOVE DATA-AMD      TO DATA-VENC-UTIL.
          IF DUT-VALIDO NOT EQUAL "S"
             MOVE "VENCIMENTO INVALIDO" TO MOTIVO-RETIDO
             PERFORM IMPRIME-RETIDO
          ELSE IF DATA-VENC-UTIL GREATER THAN DATA-LIMITE
             ADD 1 TO CT-A-VENCER
          ELSE
             MOVE FORN-PAG TO FORN-BUSCA
             PERFORM BUSCA-FORNECEDOR
             IF ACHOU EQUAL "NAO"
                MOVE "FORNECEDOR NAO CADASTRADO" TO MOTIVO-RETIDO
                PERFORM IMPRIME-RETIDO
             ELSE IF TFORN-RFB (IDX-FOR-ACH) EQUAL "B"
                MOVE "FORNECEDOR COM CNPJ BAIXADO" TO MOTIVO-RETIDO
                PERFORM IMPRIME-RETIDO
             ELSE IF TFORN-BANCO (IDX-FOR-ACH) EQUAL ZEROS
             OR TFORN-AGENCIA (IDX-FOR-ACH) EQUAL ZEROS
             OR TFORN-CONTA (IDX-FOR-ACH) EQUAL SPACES
                MOVE "FORNECEDOR SEM DADOS BANCARIOS"
                   TO MOTIVO-RETIDO
                PERFORM IMPRIME-RETIDO
             ELSE
                PERFORM LIBERA-TITULO.

       LIBERA-TITULO SECTION.
          IF DATA-VENC-UTIL LESS THAN DATA-PAGTO-HOJE
             MOVE DATA-PAGTO-HOJE TO DATA-VENC-UTIL.
          MOVE "R"            TO SIT-PAG.
          MOVE SEQ-REMPAG     TO NUM-REM-PAG.
          MOVE DATA-VENC-UTIL TO DATA-PAGTO-PAG.
          MOVE FORN-PAG       TO FORN-TRAB.
          MOVE DATA-VENC-UTIL TO DATA-PAGTO-TRAB.
          MOVE NUM-NF-PAG     TO NUM-NF-TRAB.
          COMPUTE VALOR-TRAB = VALOR-PAG - ABATIMENTO-PAG.
          RELEASE REG-TRAB.
          ADD 1 TO CT-SELECIONADOS.

       ROLA-DIA-UTIL SECTION.
          MOVE DIA-AMD TO DUT-DIA.
          MOVE MES-AMD TO DUT-MES.
          MOVE ANO-AMD TO DUT-ANO.
          CALL "DIAUTIL" USING DUT-PARM.
          MOVE DUT-DIA TO DIA-AMD.
          MOVE DUT-MES TO MES-AMD.
          MOVE DUT-ANO TO ANO-AMD.

       FORMATA-DATA SECTION.
          COMPUTE DATA-DMA = DIA-AMD * 1000000
                           + MES-AMD * 10000
                           + ANO-AMD.

       BUSCA-FORNECEDOR SECTION.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-FORN
             VARYING IDX-FOR FROM 1 BY 1
             UNTIL IDX-FOR GREATER THAN QTD-FORNS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-FORN SECTION.
          IF TFORN-COD (IDX-FOR) EQUAL FORN-BUSCA
             SET IDX-FOR-ACH TO IDX-FOR
             MOVE "SIM" TO ACHOU.

       IMPRIME-RETIDO SECTION.
          ADD 1 TO CT-RETIDOS.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE FORN-PAG       TO FORN-RET.
          MOVE NUM-NF-PAG     TO NF-RET.
          MOVE DATA-VENC-PAG  TO DATA-DMA.
          MOVE DATA-DMA       TO VENC-RET.
          COMPUTE VALOR-RET = VALOR-PAG - ABATIMENTO-PAG.
          MOVE MOTIVO-RETIDO  TO MOTIVO-RET.
          WRITE REG-ATR FROM DET-RETIDO
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       FIM-ENTRADA SECTION.
          CLOSE PAGAR
                PAGARN.

       ROT-SAIDA SECTION.
          PERFORM INICIO-SAIDA.
          PERFORM PRINCIPAL-SAIDA
                  UNTIL FIM-SORT EQUAL "SIM".
          PERFORM FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT REMPAG.
          MOVE SPACES           TO REG-PREM-HDR.
          MOVE "0"              TO TIPO-HDR.
          MOVE "ASSOCIACAO ATLETICA CENTRAL"
                                TO EMPRESA-HDR.
          MOVE 12345678000195   TO CNPJ-HDR.
          MOVE WS-DATA-HOJE     TO DATA-GER-HDR.
          MOVE SEQ-REMPAG       TO SEQ-HDR.
          WRITE REG-PREM-HDR.
          IF CT-LIN GREATER THAN 36
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-05
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM CAB-06
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 5 TO CT-LIN.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-SORT.

       PRINCIPAL-SAIDA SECTION.
          IF TEM-GRUPO EQUAL "NAO"
          OR FORN-TRAB NOT EQUAL FORN-CONTROL
          OR DATA-PAGTO-TRAB NOT EQUAL DATA-CONTROL
             PERFORM ABRE-GRUPO.
          ADD 1          TO QTDE-TIT-GRUPO.
          ADD VALOR-TRAB TO VALOR-GRUPO.
          PERFORM LEITURA-SAIDA.

       ABRE-GRUPO SECTION.
          IF TEM-GRUPO EQUAL "SIM"
             PERFORM FECHA-GRUPO.
          MOVE "SIM"           TO TEM-GRUPO.
          MOVE FORN-TRAB       TO FORN-CONTROL.
          MOVE DATA-PAGTO-TRAB TO DATA-CONTROL.
          MOVE ZEROS           TO QTDE-TIT-GRUPO
                                  VALOR-GRUPO.

      *    UM DETALHE POR FORNECEDOR E DATA DE PAGAMENTO.
       FECHA-GRUPO SECTION.
          ADD 1 TO CT-PAGAMENTOS.
          MOVE FORN-CONTROL TO FORN-BUSCA.
          PERFORM BUSCA-FORNECEDOR.
          MOVE SPACES                      TO REG-PREM-DET.
          MOVE "1"                         TO TIPO-DET.
          MOVE CT-PAGAMENTOS               TO NUM-DET.
          MOVE FORN-CONTROL                TO FORN-DET.
          MOVE TFORN-CNPJ (IDX-FOR-ACH)    TO CNPJ-DET.
          MOVE TFORN-NOME (IDX-FOR-ACH)    TO NOME-DET.
          MOVE TFORN-BANCO (IDX-FOR-ACH)   TO BANCO-DET.
          MOVE TFORN-AGENCIA (IDX-FOR-ACH) TO AGENCIA-DET.
          MOVE TFORN-CONTA (IDX-FOR-ACH)   TO CONTA-DET.
          MOVE DATA-CONTROL                TO DATA-PAGTO-DET.
          MOVE QTDE-TIT-GRUPO              TO QTDE-TIT-DET.
          MOVE VALOR-GRUPO                 TO VALOR-DET.
          WRITE REG-PREM-DET.
          ADD VALOR-GRUPO               TO TOTAL-VALOR.
          ADD TFORN-CNPJ (IDX-FOR-ACH)  TO TOTAL-HASH.

          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE CT-PAGAMENTOS               TO NUM-PGT.
          MOVE FORN-CONTROL                TO FORN-PGT.
          MOVE TFORN-NOME (IDX-FOR-ACH)    TO NOME-PGT.
          MOVE DATA-CONTROL                TO DATA-AMD.
          PERFORM FORMATA-DATA.
          MOVE DATA-DMA                    TO DATA-PGT.
          MOVE QTDE-TIT-GRUPO              TO QTDE-PGT.
          MOVE VALOR-GRUPO                 TO VALOR-PGT.
          MOVE TFORN-BANCO (IDX-FOR-ACH)   TO BANCO-PGT.
          MOVE TFORN-AGENCIA (IDX-FOR-ACH) TO AGENCIA-PGT.
          MOVE TFORN-CONTA (IDX-FOR-ACH)   TO CONTA-PGT.
          WRITE REG-ATR FROM DET-PAGTO
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       FIM-SAIDA SECTION.
          IF TEM-GRUPO EQUAL "SIM"
             PERFORM FECHA-GRUPO.
          MOVE SPACES          TO REG-PREM-TRL.
          MOVE "9"             TO TIPO-TRL.
          MOVE CT-PAGAMENTOS   TO QTDE-TRL.
          MOVE TOTAL-VALOR     TO VALOR-TOTAL-TRL.
          MOVE TOTAL-HASH      TO HASH-TRL.
          WRITE REG-PREM-TRL.
          IF CT-PAGAMENTOS GREATER THAN ZEROS
             PERFORM GRAVA-CONTROLE.
          MOVE CT-LIDOS        TO CONT-LID.
          MOVE CT-SELECIONADOS TO CONT-SEL.
          MOVE CT-PAGAMENTOS   TO CONT-PGT.
          MOVE CT-RETIDOS      TO CONT-RET.
          MOVE CT-A-VENCER     TO CONT-AVC.
          MOVE CT-EM-REMESSA   TO CONT-REM.
          MOVE CT-JA-PAGOS     TO CONT-JPG.
          MOVE TOTAL-VALOR     TO VALOR-TOT-SAI.
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
          CLOSE REMPAG
                RELPAG.

       IMPRIME-CAB SECTION.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO CT-LIN.

       GRAVA-CONTROLE SECTION.
          OPEN OUTPUT CTLRPAG.
          MOVE SEQ-REMPAG TO SEQ-REMPAG-CTL.
          WRITE REG-CTLRPAG.
          CLOSE CTLRPAG.

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX13"      TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE    TO RL-DATA.
          MOVE WS-HORA-INICIO  TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS        TO RL-LIDOS.
          MOVE CT-SELECIONADOS TO RL-GRAVADOS.
          MOVE CT-RETIDOS      TO RL-REJEITADOS.
          MOVE "NORMAL"        TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
