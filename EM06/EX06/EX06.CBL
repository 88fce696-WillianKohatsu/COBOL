      *                LEVA CRM E O PERCENTUAL DE PRODUCAO PAGO AO
      *                MEDICO, USADO NO RELATORIO EM06/EX07. O
      *                CODIGO DO MEDICO E CRITICADO NA ENTRADA DE
      *                CONSULTAS DO EM04/EX03. CPF E CONTA BANCARIA
      *                (BANCO, AGENCIA E CONTA) SAO OS DADOS DE
      *                PAGAMENTO DO REPASSE MEDICO (EM06/EX18). A
      *                GRADE SEMANAL DE ATENDIMENTO (POR DIA DA
      *                SEMANA, 1 = DOMINGO A 7 = SABADO: HORA DE
      *                INICIO E DE FIM EM HHMM E DURACAO DA CONSULTA
      *                EM MINUTOS; DIA SEM ATENDIMENTO FICA ZERADO)
      *                E CRITICADA AQUI E ABRE AS VAGAS DA AGENDA
      *                PELO EM06/EX20.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 NOME-MED           PIC X(30).
          02 CRM-MED            PIC 9(06).
          02 PCT-MED            PIC 9(03).
          02 CPF-MED            PIC 9(11).
          02 BANCO-MED          PIC 9(03).
          02 AGENCIA-MED        PIC 9(04).
          02 CONTA-MED          PIC 9(10).
          02 GRADE-MED.
             03 DIA-GRADE-MED OCCURS 7 TIMES.
                04 HORA-INI-MED PIC 9(04).
                04 HORA-FIM-MED PIC 9(04).
                04 DURACAO-MED  PIC 9(03).

       FD MOVMED
          LABEL RECORD ARE  STANDARD
          02 NOME-MOV           PIC X(30).
          02 CRM-MOV            PIC 9(06).
          02 PCT-MOV            PIC 9(03).
          02 CPF-MOV            PIC 9(11).
          02 BANCO-MOV          PIC 9(03).
          02 AGENCIA-MOV        PIC 9(04).
          02 CONTA-MOV          PIC 9(10).
          02 GRADE-MOV.
             03 DIA-GRADE-MOV OCCURS 7 TIMES.
                04 HORA-INI-MOV PIC 9(04).
                04 HORA-FIM-MOV PIC 9(04).
                04 DURACAO-MOV  PIC 9(03).

       FD CADMEDN
          LABEL RECORD ARE  STANDARD
          02 NOME-MEDN          PIC X(30).
          02 CRM-MEDN           PIC 9(06).
          02 PCT-MEDN           PIC 9(03).
          02 CPF-MEDN           PIC 9(11).
          02 BANCO-MEDN         PIC 9(03).
          02 AGENCIA-MEDN       PIC 9(04).
          02 CONTA-MEDN         PIC 9(10).
          02 GRADE-MEDN.
             03 DIA-GRADE-MEDN OCCURS 7 TIMES.
                04 HORA-INI-MEDN PIC 9(04).
                04 HORA-FIM-MEDN PIC 9(04).
                04 DURACAO-MEDN  PIC 9(03).

       FD RELOCMED
          LABEL RECORD IS OMITTED.
       77 CT-E-JA-EXISTE     PIC 9(005)   VALUE ZEROS.
       77 CT-E-TIPO          PIC 9(005)   VALUE ZEROS.
       77 CT-E-PCT           PIC 9(005)   VALUE ZEROS.
       77 CT-E-GRADE         PIC 9(005)   VALUE ZEROS.
       77 GRADE-OK           PIC X(003)   VALUE "SIM".
       77 SUB-DIA            PIC 9(002)   VALUE ZEROS.
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.

       01 HORA-AUX.
          02 HH-AUX          PIC 99.
          02 MM-AUX          PIC 99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

          02 CONT-E-PCT      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       01 ROD-E-GRD.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(30)  VALUE
             "GRADE DE HORARIO INVALIDA:    ".
          02 CONT-E-GRD      PIC ZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM06-EX06.
          PERFORM IMPRIME-D0.

       INCLUI-MEDICO.
          PERFORM VALIDA-GRADE.
          IF PCT-MOV GREATER THAN 100
             PERFORM PCT-INVALIDO
          ELSE IF GRADE-OK EQUAL "NAO"
             PERFORM GRADE-INVALIDA
          ELSE
             MOVE COD-MOV  TO COD-MEDN
             MOVE NOME-MOV TO NOME-MEDN
             MOVE CRM-MOV  TO CRM-MEDN
             MOVE PCT-MOV  TO PCT-MEDN
             MOVE CPF-MOV     TO CPF-MEDN
             MOVE BANCO-MOV   TO BANCO-MEDN
             MOVE AGENCIA-MOV TO AGENCIA-MEDN
             MOVE CONTA-MOV   TO CONTA-MEDN
             MOVE GRADE-MOV   TO GRADE-MEDN
             WRITE REG-MEDN
             ADD 1 TO CT-GRAVADOS
             ADD 1 TO CT-INCLUSAO
             PERFORM IMPRIME-D0.

       ALTERA-MEDICO.
          PERFORM VALIDA-GRADE.
          IF PCT-MOV GREATER THAN 100
             PERFORM GRAVA-MED
             PERFORM PCT-INVALIDO
          ELSE IF GRADE-OK EQUAL "NAO"
             PERFORM GRAVA-MED
             PERFORM GRADE-INVALIDA
          ELSE
             MOVE NOME-MOV TO NOME-MED
             MOVE CRM-MOV  TO CRM-MED
             MOVE PCT-MOV  TO PCT-MED
             MOVE CPF-MOV     TO CPF-MED
             MOVE BANCO-MOV   TO BANCO-MED
             MOVE AGENCIA-MOV TO AGENCIA-MED
             MOVE CONTA-MOV   TO CONTA-MED
             MOVE GRADE-MOV   TO GRADE-MED
             PERFORM GRAVA-MED
             ADD 1 TO CT-ALTERACAO
             MOVE COD-MOV  TO COD-REL
          ADD 1 TO CT-E-PCT.
          PERFORM IMPRIME-D0.

      *    DIA COM ATENDIMENTO PRECISA DE HORARIOS VALIDOS, INICIO
      *    ANTES DO FIM E DURACAO DE CONSULTA INFORMADA.
       VALIDA-GRADE.
          MOVE "SIM" TO GRADE-OK.
          PERFORM VALIDA-1-DIA
             VARYING SUB-DIA FROM 1 BY 1
             UNTIL SUB-DIA GREATER THAN 7.

       VALIDA-1-DIA.
          IF HORA-INI-MOV (SUB-DIA) NOT NUMERIC
          OR HORA-FIM-MOV (SUB-DIA) NOT NUMERIC
          OR DURACAO-MOV (SUB-DIA) NOT NUMERIC
             MOVE "NAO" TO GRADE-OK
          ELSE IF HORA-INI-MOV (SUB-DIA) GREATER THAN ZEROS
               OR HORA-FIM-MOV (SUB-DIA) GREATER THAN ZEROS
             PERFORM VALIDA-HORARIO.

       VALIDA-HORARIO.
          MOVE HORA-INI-MOV (SUB-DIA) TO HORA-AUX.
          IF HH-AUX GREATER THAN 23
          OR MM-AUX GREATER THAN 59
             MOVE "NAO" TO GRADE-OK.
          MOVE HORA-FIM-MOV (SUB-DIA) TO HORA-AUX.
          IF HH-AUX GREATER THAN 23
          OR MM-AUX GREATER THAN 59
             MOVE "NAO" TO GRADE-OK.
          IF HORA-INI-MOV (SUB-DIA) NOT LESS THAN
             HORA-FIM-MOV (SUB-DIA)
          OR DURACAO-MOV (SUB-DIA) EQUAL ZEROS
             MOVE "NAO" TO GRADE-OK.

       GRADE-INVALIDA.
          MOVE COD-MOV  TO COD-REL.
          MOVE TIPO-MOV TO TIPO-REL.
          MOVE "GRADE DE HORARIO INVALIDA" TO MENSAGEM-SAI.
          ADD 1 TO CT-E-GRADE.
          PERFORM IMPRIME-D0.

       GRAVA-MED.
          MOVE COD-MED  TO COD-MEDN.
          MOVE NOME-MED TO NOME-MEDN.
          MOVE CRM-MED  TO CRM-MEDN.
          MOVE PCT-MED  TO PCT-MEDN.
          MOVE CPF-MED     TO CPF-MEDN.
          MOVE BANCO-MED   TO BANCO-MEDN.
          MOVE AGENCIA-MED TO AGENCIA-MEDN.
          MOVE CONTA-MED   TO CONTA-MEDN.
          MOVE GRADE-MED   TO GRADE-MEDN.
          WRITE REG-MEDN.
          ADD 1 TO CT-GRAVADOS.

          MOVE CT-E-JA-EXISTE    TO CONT-E-EXI.
          MOVE CT-E-TIPO         TO CONT-E-TIP.
          MOVE CT-E-PCT          TO CONT-E-PCT.
          MOVE CT-E-GRADE        TO CONT-E-GRD.

          WRITE REG-ATR FROM JUMP-LINHA
              AFTER ADVANCING 2 LINES.
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-PCT
              AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-E-GRD
              AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS =
             CT-E-DESCONHECIDO + CT-E-JA-EXISTE
             + CT-E-TIPO + CT-E-PCT + CT-E-GRADE.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
