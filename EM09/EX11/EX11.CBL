       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX11.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        INSCRICAO DE CANDIDATOS DO VESTIBULAR E
      *                CONFIRMACAO DO PAGAMENTO DA TAXA. LE O
      *                MOVIMENTO MOVINSC.DAT: TIPO "I" INSCREVE
      *                (CPF COM DIGITOS CONFERIDOS COMO NO EM02/EX05,
      *                NOME, PRIMEIRA E SEGUNDA OPCAO EXISTENTES EM
      *                CURSOS.DAT E INDICADOR DE ATENDIMENTO
      *                ESPECIAL S/N E CATEGORIA DE COTA DECLARADA,
      *                0 = AMPLA CONCORRENCIA, 1 = ESCOLA PUBLICA,
      *                2 = BAIXA RENDA, 3 = PRETOS, PARDOS E
      *                INDIGENAS, 4 = PESSOA COM DEFICIENCIA),
      *                TIPO "P" CONFIRMA O PAGAMENTO
      *                DA TAXA DO CPF JA INSCRITO. CPF INSCRITO DUAS
      *                VEZES, PAGAMENTO DE CPF NAO INSCRITO OU JA
      *                PAGO E OPCAO INEXISTENTE SAO RECUSADOS NO
      *                RELATORIO. O CADASTRO INSCVEST.DAT E REGRAVADO
      *                INTEIRO COM O NUMERO DE INSCRICAO SEQUENCIAL;
      *                SO O CANDIDATO PAGO ENTRA NA ALOCACAO DE
      *                SALAS DO EM09/EX12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  MOVINSC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL INSCVEST ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CURSOS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELINSC  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MOVINSC
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVINSC.DAT".

       01 REG-MOV.
          02 TIPO-MOV        PIC X(01).
          02 CPF-MOV         PIC 9(11).
          02 NOME-MOV        PIC X(30).
          02 OPCAO1-MOV      PIC 9(03).
          02 OPCAO2-MOV      PIC 9(03).
          02 ESPECIAL-MOV    PIC X(01).
          02 DATA-PAG-MOV    PIC 9(08).
          02 COTA-MOV        PIC 9(01).

       FD INSCVEST
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "INSCVEST.DAT".

       01 REG-INSC.
          02 NUM-INSC        PIC 9(06).
          02 CPF-INSC        PIC 9(11).
          02 NOME-INSC       PIC X(30).
          02 OPCAO1-INSC     PIC 9(03).
          02 OPCAO2-INSC     PIC 9(03).
          02 ESPECIAL-INSC   PIC X(01).
          02 DATA-INSC       PIC 9(08).
          02 PAGO-INSC       PIC X(01).
          02 DATA-PAG-INSC   PIC 9(08).
          02 SALA-INSC       PIC X(05).
          02 CARTEIRA-INSC   PIC 9(03).
          02 COTA-INSC       PIC 9(01).

       FD CURSOS
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CURSOS.DAT".

       01 REG-CURSO.
          02 COD-CURSO       PIC 9(03).
          02 NOME-CURSO      PIC X(20).
          02 VAGAS-CURSO     PIC 9(04).
          02 RESERVA-CURSO   OCCURS 4 TIMES PIC 9(02).

       FD RELINSC
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
       77 FIM-MOV          PIC X(03)    VALUE "NAO".
       77 FIM-INSC         PIC X(03)    VALUE "NAO".
       77 FIM-CURSO        PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA     PIC X(03)    VALUE "NAO".
       77 ACHOU-INSC       PIC X(03)    VALUE "NAO".
       77 ACHOU-CURSO      PIC X(03)    VALUE "NAO".
       77 CURSO-BUSCA      PIC 9(03)    VALUE ZEROS.
       77 MENSAGEM         PIC X(30)    VALUE SPACES.
       77 QTD-INSCRITOS    PIC 9(04)    VALUE ZEROS.
       77 QTD-CURSOS       PIC 9(03)    VALUE ZEROS.
       77 MAIOR-NUMERO     PIC 9(06)    VALUE ZEROS.
       77 SOMA-CPF         PIC 9(05)    VALUE ZEROS.
       77 QUOC-CPF         PIC 99       VALUE ZEROS.
       77 RESTO-CPF        PIC 99       VALUE ZEROS.
       77 ACDGT10          PIC 9        VALUE ZEROS.
       77 ACDGT11          PIC 9        VALUE ZEROS.
       77 CPF-OK           PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-INSCRITOS     PIC 9(05)    VALUE ZEROS.
       77 CT-PAGOS         PIC 9(05)    VALUE ZEROS.
       77 CT-RECUSADOS     PIC 9(05)    VALUE ZEROS.

      *    IMAGEM DE INSCVEST.DAT, NO MESMO LAYOUT DE REG-INSC.
       01 TAB-INSCRITOS.
          02 INS-OCR  OCCURS 3000 TIMES INDEXED BY IDX-INS.
             03 TI-NUMERO      PIC 9(06).
             03 TI-CPF         PIC 9(11).
             03 TI-NOME        PIC X(30).
             03 TI-OPCAO1      PIC 9(03).
             03 TI-OPCAO2      PIC 9(03).
             03 TI-ESPECIAL    PIC X(01).
             03 TI-DATA-INSC   PIC 9(08).
             03 TI-PAGO        PIC X(01).
             03 TI-DATA-PAG    PIC 9(08).
             03 TI-SALA        PIC X(05).
             03 TI-CARTEIRA    PIC 9(03).
             03 TI-COTA        PIC 9(01).

       01 TAB-CURSOS.
          02 CUR-OCR  OCCURS 200 TIMES INDEXED BY IDX-CUR
                                 PIC 9(03).

       01 CPF-AUX.
          02 CDGT1           PIC 9(01).
          02 CDGT2           PIC 9(01).
          02 CDGT3           PIC 9(01).
          02 CDGT4           PIC 9(01).
          02 CDGT5           PIC 9(01).
          02 CDGT6           PIC 9(01).
          02 CDGT7           PIC 9(01).
          02 CDGT8           PIC 9(01).
          02 CDGT9           PIC 9(01).
          02 CDGT10          PIC 9(01).
          02 CDGT11          PIC 9(01).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "INSCRICOES DO VESTIBULAR       ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE "TP".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "CPF".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME DO CANDIDATO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "INSCR.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "OCORRIDO".
          02 FILLER          PIC X(23) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TIPO-REL        PIC X(01).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 CPF-REL         PIC 9(11).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NUM-REL         PIC ZZZZZ9 BLANK WHEN ZERO.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-REL    PIC X(30).
          02 FILLER          PIC X(01) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "INSCRICOES ACEITAS:           ".
          02 TOT-INS-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "PAGAMENTOS CONFIRMADOS:       ".
          02 TOT-PAG-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "MOVIMENTOS RECUSADOS:         ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "TOTAL DE INSCRITOS:           ".
          02 TOT-CAD-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(80) VALUE
             "INSCVEST.DAT EXCEDE A TABELA - NADA FOI ATUALIZADO".

       PROCEDURE DIVISION.

       EM09-EX11.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-MOV EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM CARREGA-CURSOS.
          PERFORM CARREGA-INSCRITOS.
          OPEN INPUT  MOVINSC
               OUTPUT RELINSC.
          PERFORM IMPRIME-CAB.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "SIM" TO FIM-MOV
          ELSE
             PERFORM LE-MOVIMENTO.

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

       CARREGA-CURSOS.
          OPEN INPUT CURSOS.
          PERFORM LE-1-CURSO
             UNTIL FIM-CURSO EQUAL "SIM".
          CLOSE CURSOS.

       LE-1-CURSO.
          READ CURSOS
             AT END
             MOVE "SIM" TO FIM-CURSO.
          IF FIM-CURSO EQUAL "NAO"
          AND QTD-CURSOS LESS THAN 200
             ADD 1 TO QTD-CURSOS
             SET IDX-CUR TO QTD-CURSOS
             MOVE COD-CURSO TO CUR-OCR (IDX-CUR).

       CARREGA-INSCRITOS.
          OPEN INPUT INSCVEST.
          PERFORM LE-1-INSCRITO
             UNTIL FIM-INSC EQUAL "SIM".
          CLOSE INSCVEST.

       LE-1-INSCRITO.
          READ INSCVEST
             AT END
             MOVE "SIM" TO FIM-INSC.
          IF FIM-INSC EQUAL "NAO"
             IF QTD-INSCRITOS LESS THAN 3000
                ADD 1 TO QTD-INSCRITOS
                SET IDX-INS TO QTD-INSCRITOS
                MOVE REG-INSC TO INS-OCR (IDX-INS)
                IF NUM-INSC GREATER THAN MAIOR-NUMERO
                   MOVE NUM-INSC TO MAIOR-NUMERO
                END-IF
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-INSC.

       LE-MOVIMENTO.
          READ MOVINSC
             AT END
             MOVE "SIM" TO FIM-MOV.
          IF FIM-MOV EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          MOVE SPACES TO MENSAGEM.
          MOVE ZEROS  TO NUM-REL.
          IF CPF-MOV NOT NUMERIC
             MOVE "CPF NAO NUMERICO" TO MENSAGEM
          ELSE
             PERFORM BUSCA-INSCRITO
             IF TIPO-MOV EQUAL "I"
                PERFORM CRITICA-INSCRICAO
             ELSE IF TIPO-MOV EQUAL "P"
                PERFORM CRITICA-PAGAMENTO
             ELSE
                MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM.
          IF MENSAGEM EQUAL SPACES
             IF TIPO-MOV EQUAL "I"
                PERFORM INCLUI-INSCRITO
             ELSE
                PERFORM CONFIRMA-PAGAMENTO
             END-IF
          ELSE
             ADD 1 TO CT-RECUSADOS.
          MOVE TIPO-MOV TO TIPO-REL.
          MOVE CPF-MOV  TO CPF-REL.
          MOVE NOME-MOV TO NOME-REL.
          MOVE MENSAGEM TO MENSAGEM-REL.
          PERFORM IMPRIME-D0.
          PERFORM LE-MOVIMENTO.

       CRITICA-INSCRICAO.
          PERFORM VERIFICA-CPF.
          IF CPF-OK EQUAL "NAO"
             MOVE "CPF INVALIDO" TO MENSAGEM
          ELSE IF ACHOU-INSC EQUAL "SIM"
             MOVE "CPF JA INSCRITO" TO MENSAGEM
             MOVE TI-NUMERO (IDX-INS) TO NUM-REL
          ELSE IF NOME-MOV EQUAL SPACES
             MOVE "NOME NAO INFORMADO" TO MENSAGEM
          ELSE IF ESPECIAL-MOV NOT EQUAL "S"
          AND ESPECIAL-MOV NOT EQUAL "N"
             MOVE "ATEND. ESPECIAL DEVE SER S/N" TO MENSAGEM
          ELSE IF COTA-MOV NOT NUMERIC
          OR COTA-MOV GREATER THAN 4
             MOVE "CATEGORIA DE COTA INVALIDA" TO MENSAGEM
          ELSE IF QTD-INSCRITOS NOT LESS THAN 3000
             MOVE "CADASTRO DE INSCRITOS CHEIO" TO MENSAGEM
          ELSE
             PERFORM CRITICA-OPCOES.

       CRITICA-OPCOES.
          IF OPCAO1-MOV NOT NUMERIC
             MOVE ZEROS TO OPCAO1-MOV.
          IF OPCAO2-MOV NOT NUMERIC
             MOVE ZEROS TO OPCAO2-MOV.
          MOVE OPCAO1-MOV TO CURSO-BUSCA.
          PERFORM BUSCA-CURSO.
          IF ACHOU-CURSO EQUAL "NAO"
             MOVE "PRIMEIRA OPCAO INEXISTENTE" TO MENSAGEM
          ELSE IF OPCAO2-MOV GREATER THAN ZEROS
             IF OPCAO2-MOV EQUAL OPCAO1-MOV
                MOVE "SEGUNDA OPCAO IGUAL A PRIMEIRA" TO MENSAGEM
             ELSE
                MOVE OPCAO2-MOV TO CURSO-BUSCA
                PERFORM BUSCA-CURSO
                IF ACHOU-CURSO EQUAL "NAO"
                   MOVE "SEGUNDA OPCAO INEXISTENTE" TO MENSAGEM.

       CRITICA-PAGAMENTO.
          IF ACHOU-INSC EQUAL "NAO"
             MOVE "PAGAMENTO DE CPF NAO INSCRITO" TO MENSAGEM
          ELSE IF TI-PAGO (IDX-INS) EQUAL "S"
             MOVE "TAXA JA PAGA" TO MENSAGEM
             MOVE TI-NUMERO (IDX-INS) TO NUM-REL
          ELSE IF DATA-PAG-MOV NOT NUMERIC
          OR DATA-PAG-MOV EQUAL ZEROS
             MOVE "DATA DE PAGAMENTO INVALIDA" TO MENSAGEM.

      *    DIGITOS VERIFICADORES DO CPF COMO NO EM02/EX05.
       VERIFICA-CPF.
          MOVE CPF-MOV TO CPF-AUX.
          COMPUTE SOMA-CPF = (CDGT1 * 10) + (CDGT2 * 9) +
          (CDGT3 * 8) + (CDGT4 * 7) + (CDGT5 * 6) + (CDGT6 * 5) +
          (CDGT7 * 4) + (CDGT8 * 3) + (CDGT9 * 2).

          DIVIDE SOMA-CPF BY 11 GIVING QUOC-CPF REMAINDER RESTO-CPF.

          IF RESTO-CPF LESS THAN 2
             MOVE 0 TO ACDGT10
          ELSE
             SUBTRACT RESTO-CPF FROM 11 GIVING ACDGT10.

          COMPUTE SOMA-CPF = (CDGT1 * 11) + (CDGT2 * 10) +
          (CDGT3 * 9) + (CDGT4 * 8) + (CDGT5 * 7) + (CDGT6 * 6) +
          (CDGT7 * 5) + (CDGT8 * 4) + (CDGT9 * 3) + (ACDGT10 * 2).

          DIVIDE SOMA-CPF BY 11 GIVING QUOC-CPF REMAINDER RESTO-CPF.

          IF RESTO-CPF LESS THAN 2
             MOVE 0 TO ACDGT11
          ELSE
             SUBTRACT RESTO-CPF FROM 11 GIVING ACDGT11.

          IF (ACDGT10 NOT EQUAL TO CDGT10) OR
             (ACDGT11 NOT EQUAL TO CDGT11)
          OR CPF-MOV EQUAL ZEROS
             MOVE "NAO" TO CPF-OK
          ELSE
             MOVE "SIM" TO CPF-OK.

       BUSCA-INSCRITO.
          MOVE "NAO" TO ACHOU-INSC.
          SET IDX-INS TO 1.
          PERFORM BUSCA-1-INSCRITO
             UNTIL IDX-INS GREATER THAN QTD-INSCRITOS
                OR ACHOU-INSC EQUAL "SIM".

       BUSCA-1-INSCRITO.
          IF TI-CPF (IDX-INS) EQUAL CPF-MOV
             MOVE "SIM" TO ACHOU-INSC
          ELSE
             SET IDX-INS UP BY 1.

       BUSCA-CURSO.
          MOVE "NAO" TO ACHOU-CURSO.
          SET IDX-CUR TO 1.
          PERFORM BUSCA-1-CURSO
             UNTIL IDX-CUR GREATER THAN QTD-CURSOS
                OR ACHOU-CURSO EQUAL "SIM".

       BUSCA-1-CURSO.
          IF CUR-OCR (IDX-CUR) EQUAL CURSO-BUSCA
             MOVE "SIM" TO ACHOU-CURSO
          ELSE
             SET IDX-CUR UP BY 1.

       INCLUI-INSCRITO.
          ADD 1 TO QTD-INSCRITOS.
          ADD 1 TO MAIOR-NUMERO.
          ADD 1 TO CT-INSCRITOS.
          SET IDX-INS TO QTD-INSCRITOS.
          MOVE MAIOR-NUMERO   TO TI-NUMERO (IDX-INS).
          MOVE CPF-MOV        TO TI-CPF (IDX-INS).
          MOVE NOME-MOV       TO TI-NOME (IDX-INS).
          MOVE OPCAO1-MOV     TO TI-OPCAO1 (IDX-INS).
          MOVE OPCAO2-MOV     TO TI-OPCAO2 (IDX-INS).
          MOVE ESPECIAL-MOV   TO TI-ESPECIAL (IDX-INS).
          MOVE COTA-MOV       TO TI-COTA (IDX-INS).
          MOVE WS-DATA-HOJE-N TO TI-DATA-INSC (IDX-INS).
          MOVE "N"            TO TI-PAGO (IDX-INS).
          MOVE ZEROS          TO TI-DATA-PAG (IDX-INS)
                                 TI-CARTEIRA (IDX-INS).
          MOVE SPACES         TO TI-SALA (IDX-INS).
          MOVE MAIOR-NUMERO   TO NUM-REL.
          MOVE "INSCRITO"     TO MENSAGEM.

       CONFIRMA-PAGAMENTO.
          ADD 1 TO CT-PAGOS.
          MOVE "S"                 TO TI-PAGO (IDX-INS).
          MOVE DATA-PAG-MOV        TO TI-DATA-PAG (IDX-INS).
          MOVE TI-NUMERO (IDX-INS) TO NUM-REL.
          MOVE "PAGAMENTO CONFIRMADO" TO MENSAGEM.

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

       TERMINO.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-05
                AFTER ADVANCING 2 LINES
          ELSE
             PERFORM REGRAVA-INSCRITOS.
          MOVE CT-INSCRITOS  TO TOT-INS-SAI.
          MOVE CT-PAGOS      TO TOT-PAG-SAI.
          MOVE CT-RECUSADOS  TO TOT-REC-SAI.
          MOVE QTD-INSCRITOS TO TOT-CAD-SAI.
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
          PERFORM GRAVA-RUNLOG.
          CLOSE MOVINSC
                RELINSC.

       REGRAVA-INSCRITOS.
          OPEN OUTPUT INSCVEST.
          PERFORM GRAVA-1-INSCRITO
             VARYING IDX-INS FROM 1 BY 1
             UNTIL IDX-INS GREATER THAN QTD-INSCRITOS.
          CLOSE INSCVEST.

       GRAVA-1-INSCRITO.
          MOVE INS-OCR (IDX-INS) TO REG-INSC.
          WRITE REG-INSC.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM09EX11"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          COMPUTE RL-GRAVADOS = CT-INSCRITOS + CT-PAGOS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
