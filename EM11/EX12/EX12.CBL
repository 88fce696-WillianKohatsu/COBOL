       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX12.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MANUTENCAO DO CADASTRO DE FORNECEDORES
      *                (FORNECED.DAT). APLICA MOVFORN.DAT (INCLUSAO
      *                "I", ALTERACAO "A", INATIVACAO "D" E
      *                REATIVACAO "R") EM LINHA BALANCEADA POR
      *                CODIGO, GERANDO FORNECN.DAT E O RELATORIO DE
      *                OCORRENCIAS. ALEM DO NOME E DO PRAZO DE
      *                PAGAMENTO O CADASTRO GUARDA CNPJ, ENDERECO,
      *                CONTATO E OS DADOS BANCARIOS PARA O PAGAMENTO.
      *                O CNPJ E CONFERIDO PELOS DIGITOS DO EM02/EX06
      *                E TEM DE CONSTAR EM REGPESSOA.DAT COMO PESSOA
      *                JURIDICA; BANCO, AGENCIA E CONTA VEM JUNTOS OU
      *                NAO VEM. NA ALTERACAO CAMPO EM BRANCO OU
      *                ZERADO SIGNIFICA "NAO ALTERAR ESTE CAMPO".
      *                FORNECEDOR INATIVO CONTINUA NO CADASTRO MAS
      *                NAO RECEBE PEDIDO DE COMPRA (EM11/EX04). CADA
      *                MOVIMENTO, ACEITO OU RECUSADO, VAI PARA O LOG
      *                AUDITFOR.LOG COM O OPERADOR E OS DADOS
      *                BANCARIOS ANTERIORES E NOVOS. A SITUACAO DO
      *                CNPJ NA RECEITA FEDERAL (SIT-RFB-FORN E SUA
      *                DATA) E GRAVADA PELO EM12/EX14 E VOLTA A BRANCO
      *                QUANDO O CNPJ DO FORNECEDOR E TROCADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL FORNECED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVFORN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  FORNECN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  REGPESSOA  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  RANDOM
          RECORD KEY  IS  DOC-PES.

          SELECT  AUDITFOR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL OPERADOR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELFORN  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD MOVFORN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "MOVFORN.DAT".

       01  REG-MOV.
          02 COD-MOV                PIC 9(03).
          02 TIPO-MOV               PIC X(01).
          02 NOME-MOV               PIC X(20).
          02 PRAZO-MOV              PIC 9(03).
          02 CNPJ-MOV               PIC 9(14).
          02 ENDERECO-MOV           PIC X(30).
          02 CIDADE-MOV             PIC X(20).
          02 UF-MOV                 PIC X(02).
          02 CEP-MOV                PIC 9(08).
          02 CONTATO-MOV            PIC X(20).
          02 TELEFONE-MOV           PIC 9(10).
          02 BANCO-MOV              PIC 9(03).
          02 AGENCIA-MOV            PIC 9(04).
          02 CONTA-MOV              PIC X(10).

       FD FORNECN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "FORNECN.DAT".

       01  REG-FORNN.
          02 COD-FORNN              PIC 9(03).
          02 NOME-FORNN             PIC X(20).
          02 PRAZO-FORNN            PIC 9(03).
          02 CNPJ-FORNN             PIC 9(14).
          02 ENDERECO-FORNN         PIC X(30).
          02 CIDADE-FORNN           PIC X(20).
          02 UF-FORNN               PIC X(02).
          02 CEP-FORNN              PIC 9(08).
          02 CONTATO-FORNN          PIC X(20).
          02 TELEFONE-FORNN         PIC 9(10).
          02 BANCO-FORNN            PIC 9(03).
          02 AGENCIA-FORNN          PIC 9(04).
          02 CONTA-FORNN            PIC X(10).
          02 SIT-FORNN              PIC X(01).
          02 SIT-RFB-FORNN          PIC X(01).
          02 DATA-RFB-FORNN         PIC 9(08).

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

       FD AUDITFOR
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "AUDITFOR.LOG".

       01 REG-AUDIT.
          02 AUDIT-DATA        PIC 9(08).
          02 AUDIT-HORA        PIC 9(08).
          02 AUDIT-COD         PIC 9(03).
          02 AUDIT-TIPO        PIC X(01).
          02 AUDIT-RESULTADO   PIC X(40).
          02 AUDIT-OPERADOR    PIC X(08).
          02 AUDIT-CNPJ        PIC 9(14).
          02 AUDIT-BANCO-ANT   PIC 9(03).
          02 AUDIT-AGENCIA-ANT PIC 9(04).
          02 AUDIT-CONTA-ANT   PIC X(10).
          02 AUDIT-BANCO-NOVO  PIC 9(03).
          02 AUDIT-AGENCIA-NOVO PIC 9(04).
          02 AUDIT-CONTA-NOVO  PIC X(10).

       FD OPERADOR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "OPERADOR.DAT".

       01 REG-OPER.
          02 OPER-RUN         PIC X(08).

       FD RELFORN
          LABEL  RECORD  IS  OMITTED.

       01 REG-ATR            PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 CT-LIN             PIC 9(002)   VALUE 45.
       77 CT-PAG             PIC 9(002)   VALUE ZEROS.
       77 CT-INCLUSAO        PIC 9(005)   VALUE ZEROS.
       77 CT-ALTERACAO       PIC 9(005)   VALUE ZEROS.
       77 CT-INATIVACAO      PIC 9(005)   VALUE ZEROS.
       77 CT-REATIVACAO      PIC 9(005)   VALUE ZEROS.
       77 CT-RECUSADOS       PIC 9(005)   VALUE ZEROS.
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.
       77 DADOS-OK           PIC X(03)    VALUE "NAO".
       77 PESSOA-EXISTE      PIC X(03)    VALUE "NAO".
       77 TEM-ANTERIOR       PIC X(03)    VALUE "NAO".
       77 MONTOU-NOVO        PIC X(03)    VALUE "NAO".
       77 OPERADOR-CORRENTE  PIC X(08)    VALUE SPACES.
       77 WS-DATA-AUDIT      PIC 9(08)    VALUE ZEROS.
       77 WS-HORA-AUDIT      PIC 9(08)    VALUE ZEROS.
       77 SOMA-CNPJ          PIC 9(05)    VALUE ZEROS.
       77 QUOC-CNPJ          PIC 99       VALUE ZEROS.
       77 RESTO-CNPJ         PIC 99       VALUE ZEROS.
       77 ADGT13             PIC 9        VALUE ZEROS.
       77 ADGT14             PIC 9        VALUE ZEROS.

       01 CH-FORN            PIC X(03)    VALUE SPACES.
       01 CH-FORN-R REDEFINES CH-FORN.
          02 CH-FORN-COD     PIC 9(03).

       01 CH-MOV             PIC X(03)    VALUE SPACES.
       01 CH-MOV-R REDEFINES CH-MOV.
          02 CH-MOV-COD      PIC 9(03).

       01 CNPJ-VERIF         PIC 9(14)    VALUE ZEROS.
       01 CNPJ-VERIF-R REDEFINES CNPJ-VERIF.
          05 DGT1            PIC 9(01).
          05 DGT2            PIC 9(01).
          05 DGT3            PIC 9(01).
          05 DGT4            PIC 9(01).
          05 DGT5            PIC 9(01).
          05 DGT6            PIC 9(01).
          05 DGT7            PIC 9(01).
          05 DGT8            PIC 9(01).
          05 DGT9            PIC 9(01).
          05 DGT10           PIC 9(01).
          05 DGT11           PIC 9(01).
          05 DGT12           PIC 9(01).
          05 DGT13           PIC 9(01).
          05 DGT14           PIC 9(01).

       01 UF-VERIF           PIC X(02)    VALUE SPACES.
          88 UF-VALIDA   VALUE "AC" "AL" "AP" "AM" "BA"
             "CE" "DF" "ES" "GO" "MA" "MT" "MS" "MG"
             "PA" "PB" "PR" "PE" "PI" "RJ" "RN" "RS"
             "RO" "RR" "SC" "SP" "SE" "TO".

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "MANUTENCAO DE FORNECEDORES     ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "FORN".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "TIPO".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME                ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(32) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(04)  VALUE SPACES.
          02 COD-REL         PIC 9(03).
          02 FILLER          PIC X(05)  VALUE SPACES.
          02 TIPO-REL        PIC X(01)  VALUE SPACES.
          02 FILLER          PIC X(04)  VALUE SPACES.
          02 NOME-REL        PIC X(20)  VALUE SPACES.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(01)  VALUE SPACES.

       01 ROD-INC.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "FORNECEDORES INCLUIDOS:       ".
          02 CONT-INC        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-ALT.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "FORNECEDORES ALTERADOS:       ".
          02 CONT-ALT        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-INA.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "FORNECEDORES INATIVADOS:      ".
          02 CONT-INA        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-REA.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "FORNECEDORES REATIVADOS:      ".
          02 CONT-REA        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-REC.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "MOVIMENTOS RECUSADOS:         ".
          02 CONT-REC        PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM11-EX12.

       PERFORM  INICIO.
       PERFORM  PRINCIPAL  UNTIL
           CH-FORN  EQUAL  CH-MOV  AND
           CH-MOV   EQUAL  HIGH-VALUES.
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-OPERADOR.
          OPEN INPUT  FORNECED
                      MOVFORN
                      REGPESSOA
               OUTPUT FORNECN
                      RELFORN.
          OPEN EXTEND AUDITFOR.
          PERFORM LER-FORN.
          PERFORM LER-MOV.

       LE-OPERADOR.
          OPEN INPUT OPERADOR.
          READ OPERADOR
             AT END
             MOVE SPACES TO OPER-RUN.
          MOVE OPER-RUN TO OPERADOR-CORRENTE.
          CLOSE OPERADOR.

       LER-FORN.
          READ FORNECED
             AT END
             MOVE HIGH-VALUES TO CH-FORN.

          IF CH-FORN  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE COD-FORN TO CH-FORN-COD.

       LER-MOV.
          READ MOVFORN
             AT END
             MOVE HIGH-VALUES TO CH-MOV.

          IF CH-MOV  EQUAL TO  HIGH-VALUES
             NEXT SENTENCE
          ELSE
             ADD 1 TO CT-LIDOS
             MOVE COD-MOV TO CH-MOV-COD.

       PRINCIPAL.
          IF CH-FORN  EQUAL TO  CH-MOV
             PERFORM IGUAL
             PERFORM LER-FORN
             PERFORM LER-MOV
          ELSE IF CH-FORN  LESS THAN  CH-MOV
             PERFORM GRAVA-FORN
             PERFORM LER-FORN
          ELSE
             PERFORM DECISAO
             PERFORM LER-MOV.

       DECISAO.
          MOVE "NAO" TO TEM-ANTERIOR
                        MONTOU-NOVO.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM INCLUI-FORN
          ELSE IF TIPO-MOV EQUAL "A" OR "D" OR "R"
             MOVE NOME-MOV TO NOME-REL
             MOVE "MOVIMENTO P/FORNECEDOR INEXISTENTE"
                TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             PERFORM TIPO-INVALIDO.

       IGUAL.
          MOVE "SIM" TO TEM-ANTERIOR.
          MOVE "NAO" TO MONTOU-NOVO.
          MOVE NOME-FORN TO NOME-REL.
          IF TIPO-MOV EQUAL TO "I"
             PERFORM GRAVA-FORN
             MOVE "INCLUSAO P/FORNECEDOR JA EXISTENTE"
                TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF TIPO-MOV EQUAL TO "A"
             PERFORM ALTERA-FORN
          ELSE IF TIPO-MOV EQUAL TO "D"
             PERFORM INATIVA-FORN
          ELSE IF TIPO-MOV EQUAL TO "R"
             PERFORM REATIVA-FORN
          ELSE
             PERFORM GRAVA-FORN
             PERFORM TIPO-INVALIDO.

       TIPO-INVALIDO.
          MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI.
          PERFORM RECUSA.

       INCLUI-FORN.
          MOVE SPACES   TO REG-FORNN.
          MOVE ZEROS    TO PRAZO-FORNN
                           CNPJ-FORNN
                           CEP-FORNN
                           TELEFONE-FORNN
                           BANCO-FORNN
                           AGENCIA-FORNN
                           DATA-RFB-FORNN.
          MOVE COD-MOV  TO COD-FORNN.
          MOVE "A"      TO SIT-FORNN.
          PERFORM APLICA-CAMPOS.
          MOVE "SIM"      TO MONTOU-NOVO.
          MOVE NOME-FORNN TO NOME-REL.
          PERFORM VALIDA-DADOS.
          IF DADOS-OK EQUAL "NAO"
             PERFORM RECUSA
          ELSE
             WRITE REG-FORNN
             ADD 1 TO CT-GRAVADOS
             ADD 1 TO CT-INCLUSAO
             MOVE "FORNECEDOR INCLUIDO" TO MENSAGEM-SAI
             PERFORM APLICA.

       ALTERA-FORN.
          PERFORM PREPARA-FORN.
          PERFORM APLICA-CAMPOS.
          PERFORM VALIDA-DADOS.
          IF DADOS-OK EQUAL "NAO"
             PERFORM RECUSA
             PERFORM GRAVA-FORN
          ELSE
             WRITE REG-FORNN
             ADD 1 TO CT-GRAVADOS
             ADD 1 TO CT-ALTERACAO
             MOVE "FORNECEDOR ALTERADO" TO MENSAGEM-SAI
             PERFORM APLICA.

       INATIVA-FORN.
          PERFORM PREPARA-FORN.
          IF SIT-FORN EQUAL "I"
             PERFORM GRAVA-FORN
             MOVE "FORNECEDOR JA ESTA INATIVO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             MOVE "I" TO SIT-FORNN
             WRITE REG-FORNN
             ADD 1 TO CT-GRAVADOS
             ADD 1 TO CT-INATIVACAO
             MOVE "FORNECEDOR INATIVADO" TO MENSAGEM-SAI
             PERFORM APLICA.

       REATIVA-FORN.
          PERFORM PREPARA-FORN.
          IF SIT-FORN NOT EQUAL "I"
             PERFORM GRAVA-FORN
             MOVE "FORNECEDOR JA ESTA ATIVO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             MOVE "A" TO SIT-FORNN
             WRITE REG-FORNN
             ADD 1 TO CT-GRAVADOS
             ADD 1 TO CT-REATIVACAO
             MOVE "FORNECEDOR REATIVADO" TO MENSAGEM-SAI
             PERFORM APLICA.

      *    REGISTRO ANTIGO, ANTERIOR AOS CAMPOS NOVOS, VEM COM
      *    BRANCOS NOS CAMPOS NUMERICOS; ZERA ANTES DE ALTERAR.
       PREPARA-FORN.
          MOVE REG-FORN TO REG-FORNN.
          MOVE "SIM"    TO MONTOU-NOVO.
          IF CNPJ-FORNN NOT NUMERIC
             MOVE ZEROS TO CNPJ-FORNN.
          IF CEP-FORNN NOT NUMERIC
             MOVE ZEROS TO CEP-FORNN.
          IF TELEFONE-FORNN NOT NUMERIC
             MOVE ZEROS TO TELEFONE-FORNN.
          IF BANCO-FORNN NOT NUMERIC
             MOVE ZEROS TO BANCO-FORNN.
          IF AGENCIA-FORNN NOT NUMERIC
             MOVE ZEROS TO AGENCIA-FORNN.
          IF SIT-FORNN NOT EQUAL "I"
             MOVE "A" TO SIT-FORNN.
          IF DATA-RFB-FORNN NOT NUMERIC
             MOVE ZEROS TO DATA-RFB-FORNN.

      *    SO OS CAMPOS INFORMADOS NO MOVIMENTO SUBSTITUEM OS DO
      *    CADASTRO.
       APLICA-CAMPOS.
          IF NOME-MOV NOT EQUAL SPACES
             MOVE NOME-MOV     TO NOME-FORNN.
          IF PRAZO-MOV NUMERIC
          AND PRAZO-MOV GREATER THAN ZEROS
             MOVE PRAZO-MOV    TO PRAZO-FORNN.
          IF CNPJ-MOV NUMERIC
          AND CNPJ-MOV GREATER THAN ZEROS
          AND CNPJ-MOV NOT EQUAL CNPJ-FORNN
             MOVE CNPJ-MOV     TO CNPJ-FORNN
             MOVE SPACES       TO SIT-RFB-FORNN
             MOVE ZEROS        TO DATA-RFB-FORNN.
          IF ENDERECO-MOV NOT EQUAL SPACES
             MOVE ENDERECO-MOV TO ENDERECO-FORNN.
          IF CIDADE-MOV NOT EQUAL SPACES
             MOVE CIDADE-MOV   TO CIDADE-FORNN.
          IF UF-MOV NOT EQUAL SPACES
             MOVE UF-MOV       TO UF-FORNN.
          IF CEP-MOV NUMERIC
          AND CEP-MOV GREATER THAN ZEROS
             MOVE CEP-MOV      TO CEP-FORNN.
          IF CONTATO-MOV NOT EQUAL SPACES
             MOVE CONTATO-MOV  TO CONTATO-FORNN.
          IF TELEFONE-MOV NUMERIC
          AND TELEFONE-MOV GREATER THAN ZEROS
             MOVE TELEFONE-MOV TO TELEFONE-FORNN.
          IF BANCO-MOV NUMERIC
          AND BANCO-MOV GREATER THAN ZEROS
             MOVE BANCO-MOV    TO BANCO-FORNN.
          IF AGENCIA-MOV NUMERIC
          AND AGENCIA-MOV GREATER THAN ZEROS
             MOVE AGENCIA-MOV  TO AGENCIA-FORNN.
          IF CONTA-MOV NOT EQUAL SPACES
             MOVE CONTA-MOV    TO CONTA-FORNN.

       VALIDA-DADOS.
          MOVE "SIM" TO DADOS-OK.
          MOVE CNPJ-FORNN TO CNPJ-VERIF.
          PERFORM VERIFICA-CNPJ.
          PERFORM VERIFICA-PESSOA.
          MOVE UF-FORNN TO UF-VERIF.
          IF NOME-FORNN EQUAL SPACES
             MOVE "NAO" TO DADOS-OK
             MOVE "NOME NAO INFORMADO" TO MENSAGEM-SAI
          ELSE IF PRAZO-FORNN NOT NUMERIC
             MOVE "NAO" TO DADOS-OK
             MOVE "PRAZO DE PAGAMENTO INVALIDO" TO MENSAGEM-SAI
          ELSE IF CNPJ-FORNN EQUAL ZEROS
             MOVE "NAO" TO DADOS-OK
             MOVE "CNPJ NAO INFORMADO" TO MENSAGEM-SAI
          ELSE IF (ADGT13 NOT EQUAL TO DGT13) OR
                  (ADGT14 NOT EQUAL TO DGT14)
             MOVE "NAO" TO DADOS-OK
             MOVE "CNPJ INVALIDO" TO MENSAGEM-SAI
          ELSE IF PESSOA-EXISTE EQUAL "NAO"
             MOVE "NAO" TO DADOS-OK
             MOVE "CNPJ NAO CONSTA EM REGPESSOA" TO MENSAGEM-SAI
          ELSE IF TIPO-PES NOT EQUAL "J"
             MOVE "NAO" TO DADOS-OK
             MOVE "CNPJ NAO E DE PESSOA JURIDICA" TO MENSAGEM-SAI
          ELSE IF UF-FORNN NOT EQUAL SPACES
          AND NOT UF-VALIDA
             MOVE "NAO" TO DADOS-OK
             MOVE "ESTADO INVALIDO" TO MENSAGEM-SAI
          ELSE IF (BANCO-FORNN GREATER THAN ZEROS OR
                   AGENCIA-FORNN GREATER THAN ZEROS OR
                   CONTA-FORNN NOT EQUAL SPACES)
          AND (BANCO-FORNN EQUAL ZEROS OR
               AGENCIA-FORNN EQUAL ZEROS OR
               CONTA-FORNN EQUAL SPACES)
             MOVE "NAO" TO DADOS-OK
             MOVE "DADOS BANCARIOS INCOMPLETOS" TO MENSAGEM-SAI.

       VERIFICA-CNPJ.
          COMPUTE SOMA-CNPJ = (DGT1 * 5) + (DGT2 * 4) +
          (DGT3 * 3) + (DGT4 * 2) + (DGT5 * 9) + (DGT6 * 8) +
          (DGT7 * 7) + (DGT8 * 6) + (DGT9 * 5) + (DGT10 * 4) +
          (DGT11 * 3) + (DGT12 * 2).

          DIVIDE SOMA-CNPJ BY 11 GIVING QUOC-CNPJ
             REMAINDER RESTO-CNPJ.

          IF RESTO-CNPJ LESS THAN 2
             MOVE 0 TO ADGT13
          ELSE
             SUBTRACT RESTO-CNPJ FROM 11 GIVING ADGT13.

          COMPUTE SOMA-CNPJ = (DGT1 * 6) + (DGT2 * 5) +
          (DGT3 * 4) + (DGT4 * 3) + (DGT5 * 2) + (DGT6 * 9) +
          (DGT7 * 8) + (DGT8 * 7) + (DGT9 * 6) + (DGT10 * 5) +
          (DGT11 * 4) + (DGT12 * 3) + (ADGT13 * 2).

          DIVIDE SOMA-CNPJ BY 11 GIVING QUOC-CNPJ
             REMAINDER RESTO-CNPJ.

          IF RESTO-CNPJ LESS THAN 2
             MOVE 0 TO ADGT14
          ELSE
             SUBTRACT RESTO-CNPJ FROM 11 GIVING ADGT14.

       VERIFICA-PESSOA.
          MOVE "SIM"      TO PESSOA-EXISTE.
          MOVE SPACES     TO TIPO-PES.
          MOVE CNPJ-FORNN TO DOC-PES.
          READ REGPESSOA
             INVALID KEY
             MOVE "NAO" TO PESSOA-EXISTE.

       GRAVA-FORN.
          MOVE REG-FORN TO REG-FORNN.
          WRITE REG-FORNN.
          ADD 1 TO CT-GRAVADOS.

       APLICA.
          PERFORM IMPRIME-D0.
          PERFORM GRAVA-AUDITORIA.

       RECUSA.
          ADD 1 TO CT-RECUSADOS.
          PERFORM IMPRIME-D0.
          PERFORM GRAVA-AUDITORIA.

       IMPRIME-D0.
          MOVE COD-MOV  TO COD-REL.
          MOVE TIPO-MOV TO TIPO-REL.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *    O LOG GUARDA OS DADOS BANCARIOS ANTES E DEPOIS DE CADA
      *    MOVIMENTO; NA RECUSA O "NOVO" E O QUE FOI PEDIDO.
       GRAVA-AUDITORIA.
          ACCEPT WS-DATA-AUDIT FROM DATE YYYYMMDD.
          ACCEPT WS-HORA-AUDIT FROM TIME.
          MOVE WS-DATA-AUDIT     TO AUDIT-DATA.
          MOVE WS-HORA-AUDIT     TO AUDIT-HORA.
          MOVE COD-MOV           TO AUDIT-COD.
          MOVE TIPO-MOV          TO AUDIT-TIPO.
          MOVE MENSAGEM-SAI      TO AUDIT-RESULTADO.
          MOVE OPERADOR-CORRENTE TO AUDIT-OPERADOR.
          MOVE ZEROS             TO AUDIT-CNPJ
                                    AUDIT-BANCO-ANT
                                    AUDIT-AGENCIA-ANT
                                    AUDIT-BANCO-NOVO
                                    AUDIT-AGENCIA-NOVO.
          MOVE SPACES            TO AUDIT-CONTA-ANT
                                    AUDIT-CONTA-NOVO.
          IF TEM-ANTERIOR EQUAL "SIM"
             PERFORM AUDITA-ANTERIOR.
          IF MONTOU-NOVO EQUAL "SIM"
             MOVE CNPJ-FORNN     TO AUDIT-CNPJ
             MOVE BANCO-FORNN    TO AUDIT-BANCO-NOVO
             MOVE AGENCIA-FORNN  TO AUDIT-AGENCIA-NOVO
             MOVE CONTA-FORNN    TO AUDIT-CONTA-NOVO.
          WRITE REG-AUDIT.

       AUDITA-ANTERIOR.
          IF CNPJ-FORN NUMERIC
             MOVE CNPJ-FORN      TO AUDIT-CNPJ.
          IF BANCO-FORN NUMERIC
             MOVE BANCO-FORN     TO AUDIT-BANCO-ANT.
          IF AGENCIA-FORN NUMERIC
             MOVE AGENCIA-FORN   TO AUDIT-AGENCIA-ANT.
          MOVE CONTA-FORN        TO AUDIT-CONTA-ANT.

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
          CLOSE FORNECED
                MOVFORN
                REGPESSOA
                FORNECN
                RELFORN
                AUDITFOR.

       IMPRIME-TOTAIS.
          MOVE CT-INCLUSAO       TO CONT-INC.
          MOVE CT-ALTERACAO      TO CONT-ALT.
          MOVE CT-INATIVACAO     TO CONT-INA.
          MOVE CT-REATIVACAO     TO CONT-REA.
          MOVE CT-RECUSADOS      TO CONT-REC.

          WRITE REG-ATR FROM JUMP-LINHA
              AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-INC
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-ALT
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-INA
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-REA
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-REC
              AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX12"     TO RL-PROGRAMA.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
