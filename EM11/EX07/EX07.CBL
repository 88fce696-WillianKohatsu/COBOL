      *                FORNECEDOR (FORNECED.DAT). DIVERGENCIA DE
      *                PRECO OU QUANTIDADE FICA RETIDA NO RELATORIO
      *                PARA O COMPRADOR - NADA E APROVADO NO
      *                ESCURO. PAGAR.DAT E O CADASTRO ACUMULADO DE
      *                CONTAS A PAGAR: CADA EXECUCAO ACRESCENTA OS
      *                ITENS LIBERADOS EM ABERTO (SIT-PAG BRANCO),
      *                QUE SAO PAGOS PELA REMESSA DO EM11/EX13 E
      *                BAIXADOS PELO RETORNO DO EM11/EX14. O VALOR
      *                COMPENSADO POR NOTA DE DEBITO DE DEVOLUCAO
      *                (EM11/EX16) FICA EM ABATIMENTO-PAG. NOTA DE
      *                FORNECEDOR COM CNPJ BAIXADO NA RECEITA FEDERAL
      *                (SIT-RFB-FORN "B", DO EM12/EX14) NAO E
      *                LIBERADA E FICA RETIDA NO RELATORIO.
      *                O ITEM LIBERADO LEVA A DATA DO MOVIMENTO EM
      *                DATA-LANC-PAG, BASE DA CONTABILIZACAO DO
      *                EM11/EX23.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL PARMTOL  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PAGAR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELDIVNF  ASSIGN TO DISK.
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

       FD PARMTOL
          LABEL  RECORD ARE STANDARD
             03 DD-VENC-PAG     PIC 99.
             03 MM-VENC-PAG     PIC 99.
             03 AAAA-VENC-PAG   PIC 9(04).
          02 SIT-PAG            PIC X(01).
          02 NUM-REM-PAG        PIC 9(06).
          02 DATA-PAGTO-PAG     PIC 9(08).
          02 ABATIMENTO-PAG     PIC 9(11)V99.
          02 DATA-LANC-PAG      PIC 9(08).

       FD RELDIVNF
          LABEL RECORD IS OMITTED.
       77 CT-LIBERADAS     PIC 9(05)    VALUE ZEROS.
       77 CT-DIVERGENTES   PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-PEDIDO    PIC 9(05)    VALUE ZEROS.
       77 CT-CNPJ-BAIXADO  PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.

       01 TAB-ITENS.
          02 FOR-OCR  OCCURS 50 TIMES INDEXED BY IDX-FOR.
             03 TF-COD        PIC 9(03).
             03 TF-PRAZO      PIC 9(03).
             03 TF-RFB        PIC X(01).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 TOT-SEM-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "RETIDAS P/CNPJ BAIXADO (RFB): ".
          02 TOT-BXD-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM11-EX07.
          PERFORM CARREGA-ITENS-FECHADOS.
          PERFORM CARREGA-FORNECEDORES.
          OPEN INPUT NOTAFISC
             OUTPUT RELDIVNF.
          OPEN EXTEND PAGAR.
          PERFORM IMPRIME-CAB.
          PERFORM LEITURA.

             ADD 1 TO QTD-FORNS
             SET IDX-FOR TO QTD-FORNS
             MOVE COD-FORN   TO TF-COD (IDX-FOR)
             MOVE PRAZO-FORN TO TF-PRAZO (IDX-FOR)
             MOVE SIT-RFB-FORN TO TF-RFB (IDX-FOR).

       LEITURA.
          READ NOTAFISC
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             PERFORM BUSCA-PRAZO
             IF ACHOU-FORN EQUAL "SIM"
             AND TF-RFB (IDX-FOR) EQUAL "B"
                ADD 1 TO CT-CNPJ-BAIXADO
                MOVE "FORNECEDOR COM CNPJ BAIXADO"
                   TO MENSAGEM-SAI
                PERFORM IMPRIME-D0
             ELSE
                PERFORM LIBERA-PAGAMENTO.

       LIBERA-PAGAMENTO.
          ADD 1 TO CT-LIBERADAS.
          MOVE WS-DIA-VENC   TO DD-VENC-PAG.
          MOVE WS-MES-VENC   TO MM-VENC-PAG.
          MOVE WS-ANO-VENC   TO AAAA-VENC-PAG.
          MOVE SPACES        TO SIT-PAG.
          MOVE ZEROS         TO NUM-REM-PAG
                                DATA-PAGTO-PAG
                                ABATIMENTO-PAG.
          MOVE WS-DATA-HOJE  TO DATA-LANC-PAG.
          WRITE REG-PAG.
          MOVE "LIBERADA P/PAGAMENTO" TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.
          MOVE CT-LIBERADAS   TO TOT-LIB-SAI.
          MOVE CT-DIVERGENTES TO TOT-DIV-SAI.
          MOVE CT-SEM-PEDIDO  TO TOT-SEM-SAI.
          MOVE CT-CNPJ-BAIXADO TO TOT-BXD-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE NOTAFISC
                PAGAR
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-LIBERADAS   TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS =
             CT-DIVERGENTES + CT-SEM-PEDIDO + CT-CNPJ-BAIXADO.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
