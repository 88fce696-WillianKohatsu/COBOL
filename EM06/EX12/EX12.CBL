      *                E O RELATORIO DE OCORRENCIAS. UMA TROCA DE
      *                TELEFONE PASSA A SER UMA UNICA ALTERACAO
      *                AQUI, EM VEZ DE EDITAR CADA CONSULTA ABERTA.
      *                O CPF DO PACIENTE (USADO NO RECIBO ANUAL DE
      *                DESPESAS MEDICAS, EM06/EX21) E CONFERIDO PELOS
      *                DIGITOS VERIFICADORES COMO NO EM02/EX05; CPF
      *                INVALIDO E GRAVADO ZERADO E SAI NO RELATORIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 COD-PAC            PIC 9(03).
          02 NOME-PAC           PIC X(20).
          02 TELE-PAC           PIC 9(11).
          02 CPF-PAC            PIC 9(11).

       FD MOVPAC
          LABEL RECORD ARE  STANDARD
          02 TIPO-MOV           PIC X(01).
          02 NOME-MOV           PIC X(20).
          02 TELE-MOV           PIC 9(11).
          02 CPF-MOV            PIC 9(11).

       FD CADPACN
          LABEL RECORD ARE  STANDARD
          02 COD-PACN           PIC 9(03).
          02 NOME-PACN          PIC X(20).
          02 TELE-PACN          PIC 9(11).
          02 CPF-PACN           PIC 9(11).

       FD RELOCPAC
          LABEL RECORD IS OMITTED.
       77 CT-E-DESCONHECIDO  PIC 9(005)   VALUE ZEROS.
       77 CT-E-JA-EXISTE     PIC 9(005)   VALUE ZEROS.
       77 CT-E-TIPO          PIC 9(005)   VALUE ZEROS.
       77 CT-E-CPF           PIC 9(005)   VALUE ZEROS.
       77 SOMA-CPF           PIC 9(005)   VALUE ZEROS.
       77 QUOC-CPF           PIC 99       VALUE ZEROS.
       77 RESTO-CPF          PIC 99       VALUE ZEROS.
       77 ACDGT10            PIC 9        VALUE ZEROS.
       77 ACDGT11            PIC 9        VALUE ZEROS.
       77 CPF-OK             PIC X(03)    VALUE "NAO".
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.

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

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

          02 CONT-E-TIP      PIC ZZZZ9.
          02 FILLER          PIC X(38)  VALUE SPACES.

       01 ROD-E-CPF.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(31)  VALUE
             "CPF INVALIDO (GRAVADO ZERADO): ".
          02 CONT-E-CPF      PIC ZZZZ9.
          02 FILLER          PIC X(38)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM06-EX12.
             ADD 1 TO CT-E-JA-EXISTE
             PERFORM IMPRIME-D0
          ELSE IF TIPO-MOV EQUAL TO "A"
             PERFORM CONFERE-CPF
             MOVE NOME-MOV TO NOME-PAC
             MOVE TELE-MOV TO TELE-PAC
             MOVE CPF-MOV  TO CPF-PAC
             PERFORM GRAVA-PAC
             ADD 1 TO CT-ALTERACAO
             MOVE COD-MOV  TO COD-REL
          PERFORM IMPRIME-D0.

       INCLUI-PACIENTE.
          PERFORM CONFERE-CPF.
          MOVE COD-MOV  TO COD-PACN.
          MOVE NOME-MOV TO NOME-PACN.
          MOVE TELE-MOV TO TELE-PACN.
          MOVE CPF-MOV  TO CPF-PACN.
          WRITE REG-PACN.
          ADD 1 TO CT-GRAVADOS.
          ADD 1 TO CT-INCLUSAO.
          MOVE COD-PAC  TO COD-PACN.
          MOVE NOME-PAC TO NOME-PACN.
          MOVE TELE-PAC TO TELE-PACN.
          MOVE CPF-PAC  TO CPF-PACN.
          WRITE REG-PACN.
          ADD 1 TO CT-GRAVADOS.

      *    CPF NAO INFORMADO (ZERO) E ACEITO; CPF INFORMADO COM
      *    DIGITO ERRADO E ZERADO E AVISADO NO RELATORIO.
       CONFERE-CPF.
          IF CPF-MOV NOT NUMERIC
             MOVE ZEROS TO CPF-MOV.
          IF CPF-MOV GREATER THAN ZEROS
             PERFORM VERIFICA-CPF
             IF CPF-OK EQUAL "NAO"
                MOVE ZEROS    TO CPF-MOV
                ADD 1         TO CT-E-CPF
                MOVE COD-MOV  TO COD-REL
                MOVE TIPO-MOV TO TIPO-REL
                MOVE "CPF INVALIDO - GRAVADO SEM CPF"
                   TO MENSAGEM-SAI
                PERFORM IMPRIME-D0.

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
             MOVE "NAO" TO CPF-OK
          ELSE
             MOVE "SIM" TO CPF-OK.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE CT-E-DESCONHECIDO TO CONT-E-DES.
          MOVE CT-E-JA-EXISTE    TO CONT-E-EXI.
          MOVE CT-E-TIPO         TO CONT-E-TIP.
          MOVE CT-E-CPF          TO CONT-E-CPF.

          WRITE REG-ATR FROM JUMP-LINHA
              AFTER ADVANCING 2 LINES.
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-TIP
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-CPF
              AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
