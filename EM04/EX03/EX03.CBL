          SELECT OPTIONAL TABPROC ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADCONV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL GUIAS ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL LOCKMST ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          02 AUDIT-TIPO       PIC X(01).
          02 AUDIT-RESULTADO  PIC X(40).
          02 AUDIT-OPERADOR   PIC X(08).
          02 AUDIT-SEQ        PIC 9(09).
          02 AUDIT-CHK        PIC 9(09).

       FD OPERADOR
          LABEL RECORD ARE STANDARD
          02 COD-PAC          PIC 9(03).
          02 NOME-PAC         PIC X(20).
          02 TELE-PAC         PIC 9(11).
          02 CPF-PAC          PIC 9(11).

       FD CADMED
          LABEL RECORD ARE STANDARD
          02 NOME-MED         PIC X(30).
          02 CRM-MED          PIC 9(06).
          02 PCT-MED          PIC 9(03).
          02 CPF-MED          PIC 9(11).
          02 BANCO-MED        PIC 9(03).
          02 AGENCIA-MED      PIC 9(04).
          02 CONTA-MED        PIC 9(10).
          02 GRADE-MED.
             03 DIA-GRADE-MED OCCURS 7 TIMES.
                04 HORA-INI-MED PIC 9(04).
                04 HORA-FIM-MED PIC 9(04).
                04 DURACAO-MED  PIC 9(03).

       FD TABPROC
          LABEL RECORD ARE STANDARD
          02 DESC-TAB         PIC X(20).
          02 PRECO-TAB        PIC 99V99.

       FD CADCONV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCONV.DAT".

       01 REG-CONV.
          02 COD-CONV         PIC 9(03).
          02 NOME-CONV        PIC X(30).
          02 CNPJ-CONV        PIC 9(14).
          02 DIA-CORTE-CONV   PIC 9(02).
          02 PRAZO-CONV       PIC 9(03).
          02 EXIGE-AUT-CONV   PIC X(01).
          02 SIT-CONV         PIC X(01).

       FD GUIAS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "GUIAS.DAT".

       01 REG-GUIA.
          02 CONV-GUIA        PIC 9(03).
          02 NUM-GUIA         PIC 9(10).
          02 COD-GUIA         PIC 9(03).
          02 PROC-GUIA        PIC 9(04).
          02 DATA-VAL-GUIA    PIC 9(08).
          02 DATA-VAL-GUIA-R  REDEFINES DATA-VAL-GUIA.
             03 DD-VAL-GUIA   PIC 99.
             03 MM-VAL-GUIA   PIC 99.
             03 AAAA-VAL-GUIA PIC 9(04).
          02 QTD-GUIA         PIC 9(03).

       FD LOCKMST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOCKMST.DAT".
       77 WS-MODO-RESTART  PIC X(03)   VALUE "NAO".
       77 WS-DATA-AUDIT    PIC 9(08)   VALUE ZEROS.
       77 WS-HORA-AUDIT    PIC 9(08)   VALUE ZEROS.
       77 SEQ-AUDIT-ANT    PIC 9(09)   VALUE ZEROS.
       77 CHK-AUDIT-ANT    PIC 9(09)   VALUE ZEROS.
       77 FIM-AUDIT        PIC X(03)   VALUE "NAO".
       77 HA-AUDITORIA     PIC X(03)   VALUE "NAO".
       77 OPERADOR-CORRENTE PIC X(08)  VALUE SPACES.
       77 TIPOS-PERMITIDOS PIC X(04)   VALUE SPACES.
       77 FIM-AUT          PIC X(03)   VALUE "NAO".
       77 TELE-PACIENTE    PIC 9(011)  VALUE ZEROS.
       77 COD-BUSCA        PIC 9(003)  VALUE ZEROS.

       01 HSH-PARM.
          02 HSH-VALOR        PIC 9(09).
          02 HSH-TEXTO        PIC X(200).

       01 TAB-MEDICOS.
          02 MED-OCR  OCCURS 100 TIMES INDEXED BY IDX-MED.
             03 TMED-COD     PIC 9(03).
             03 TPRC-CONV    PIC 9(03).
             03 TPRC-PRECO   PIC 99V99.

       77 FIM-CONV         PIC X(003)  VALUE "NAO".
       77 QTD-CONVENIOS    PIC 9(003)  VALUE ZEROS.
       77 CONV-OK          PIC X(003)  VALUE "NAO".
       77 CONV-EXIGE-AUT   PIC X(001)  VALUE "N".
       77 FIM-GUIA         PIC X(003)  VALUE "NAO".
       77 QTD-GUIAS        PIC 9(004)  VALUE ZEROS.
       77 GUIA-OK          PIC X(003)  VALUE "NAO".
       77 WS-DIAS-CONS     PIC 9(08)   VALUE ZEROS.
       77 CT-AVISO-GUIA    PIC 9(005)  VALUE ZEROS.

       01 TAB-CONVENIOS.
          02 CNV-OCR  OCCURS 100 TIMES INDEXED BY IDX-CNV.
             03 TCNV-COD     PIC 9(03).
             03 TCNV-SIT     PIC X(01).
             03 TCNV-EXIGE   PIC X(01).

       01 TAB-GUIAS.
          02 GUI-OCR  OCCURS 1000 TIMES INDEXED BY IDX-GUI.
             03 TGUI-CONV    PIC 9(03).
             03 TGUI-COD     PIC 9(03).
             03 TGUI-PROC    PIC 9(04).
             03 TGUI-VALID   PIC 9(08).

       01 DATA-CONS-AUX.
          02 DD-CONS-AUX     PIC 99.
          02 MM-CONS-AUX     PIC 99.
          02 AAAA-CONS-AUX   PIC 9(04).

       01 TAB-LOCK.
          02 LOCK-OCR  OCCURS 10 TIMES INDEXED BY IDX-LOCK.
             03 TLOCK-MASTER    PIC X(08).
          02 CONT-E-AUTOR   PIC ZZZZ9.
          02 FILLER         PIC X(35)   VALUE SPACES.

       01 ROD-AVISO-GUIA.
          02 FILLER         PIC X(06)   VALUE SPACES.
          02 FILLER         PIC X(34)   VALUE
             "CONSULTAS SEM GUIA DO CONVENIO:   ".
          02 CONT-AVISO-GUIA PIC ZZZZ9.
          02 FILLER         PIC X(35)   VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-EX03.
          PERFORM CARREGA-MEDICOS.
          PERFORM CARREGA-PACIENTES.
          PERFORM CARREGA-PROCEDIMENTOS.
          PERFORM CARREGA-CONVENIOS.
          PERFORM CARREGA-GUIAS.
          OPEN INPUT     CADCONS
                         MOVCONS.
          IF WS-MODO-RESTART EQUAL "SIM"
          OPEN OUTPUT    RELERRO
                         RELDEVE
                         AVISODEV.
          PERFORM PREPARA-ENCADEAMENTO.
          OPEN EXTEND    AUDITCON.
          MOVE ";" TO CSV-SEP1-AVISO
                      CSV-SEP2-AVISO
             MOVE CONV-TAB  TO TPRC-CONV (IDX-PRC)
             MOVE PRECO-TAB TO TPRC-PRECO (IDX-PRC).

       CARREGA-CONVENIOS.
          MOVE "NAO" TO FIM-CONV.
          OPEN INPUT CADCONV.
          PERFORM LE-1-CONVENIO
             UNTIL FIM-CONV EQUAL "SIM".
          CLOSE CADCONV.

       LE-1-CONVENIO.
          READ CADCONV
             AT END
             MOVE "SIM" TO FIM-CONV.
          IF FIM-CONV EQUAL "NAO"
          AND QTD-CONVENIOS LESS THAN 100
             ADD 1 TO QTD-CONVENIOS
             SET IDX-CNV TO QTD-CONVENIOS
             MOVE COD-CONV       TO TCNV-COD (IDX-CNV)
             MOVE SIT-CONV       TO TCNV-SIT (IDX-CNV)
             MOVE EXIGE-AUT-CONV TO TCNV-EXIGE (IDX-CNV).

       CARREGA-GUIAS.
          MOVE "NAO" TO FIM-GUIA.
          OPEN INPUT GUIAS.
          PERFORM LE-1-GUIA
             UNTIL FIM-GUIA EQUAL "SIM".
          CLOSE GUIAS.

       LE-1-GUIA.
          READ GUIAS
             AT END
             MOVE "SIM" TO FIM-GUIA.
          IF FIM-GUIA EQUAL "NAO"
          AND QTD-GUIAS LESS THAN 1000
             ADD 1 TO QTD-GUIAS
             SET IDX-GUI TO QTD-GUIAS
             MOVE CONV-GUIA TO TGUI-CONV (IDX-GUI)
             MOVE COD-GUIA  TO TGUI-COD (IDX-GUI)
             MOVE PROC-GUIA TO TGUI-PROC (IDX-GUI)
             MOVE DD-VAL-GUIA   TO DTC-DIA
             MOVE MM-VAL-GUIA   TO DTC-MES
             MOVE AAAA-VAL-GUIA TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             MOVE DTC-NUM-DIAS  TO TGUI-VALID (IDX-GUI).

      *    CONSULTA PARTICULAR (CONV-MOV = 0) NAO PASSA PELO
      *    CADASTRO DE CONVENIOS.
       VALIDA-CONVENIO.
          MOVE "NAO" TO CONV-OK.
          MOVE "N"   TO CONV-EXIGE-AUT.
          IF CONV-MOV EQUAL ZEROS
             MOVE "SIM" TO CONV-OK
          ELSE
             SET IDX-CNV TO 1
             PERFORM VALIDA-1-CONVENIO
                UNTIL IDX-CNV GREATER THAN QTD-CONVENIOS
                   OR CONV-OK EQUAL "SIM".

       VALIDA-1-CONVENIO.
          IF TCNV-COD (IDX-CNV) EQUAL CONV-MOV
          AND TCNV-SIT (IDX-CNV) EQUAL "A"
             MOVE "SIM" TO CONV-OK
             MOVE TCNV-EXIGE (IDX-CNV) TO CONV-EXIGE-AUT
          ELSE
             SET IDX-CNV UP BY 1.

      *    CONVENIO QUE EXIGE AUTORIZACAO PREVIA: A CONSULTA TEM
      *    DE TER GUIA DO PACIENTE PARA O PROCEDIMENTO, VALIDA NA
      *    DATA DA CONSULTA. SEM GUIA A CONSULTA E REGISTRADA COM
      *    AVISO; O FATURAMENTO (EM06/EX01) A RETEM.
       VALIDA-GUIA.
          MOVE "SIM" TO GUIA-OK.
          IF CONV-EXIGE-AUT EQUAL "S"
             MOVE "NAO" TO GUIA-OK
             MOVE DATA-MOV      TO DATA-CONS-AUX
             MOVE DD-CONS-AUX   TO DTC-DIA
             MOVE MM-CONS-AUX   TO DTC-MES
             MOVE AAAA-CONS-AUX TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             MOVE DTC-NUM-DIAS  TO WS-DIAS-CONS
             SET IDX-GUI TO 1
             PERFORM VALIDA-1-GUIA
                UNTIL IDX-GUI GREATER THAN QTD-GUIAS
                   OR GUIA-OK EQUAL "SIM".

       VALIDA-1-GUIA.
          IF TGUI-CONV (IDX-GUI) EQUAL CONV-MOV
          AND TGUI-COD (IDX-GUI) EQUAL COD-MOV
          AND TGUI-PROC (IDX-GUI) EQUAL PROC-MOV
          AND TGUI-VALID (IDX-GUI) NOT LESS THAN WS-DIAS-CONS
             MOVE "SIM" TO GUIA-OK
          ELSE
             SET IDX-GUI UP BY 1.

       AVISA-GUIA.
          ADD 1 TO CT-AVISO-GUIA.
          MOVE "CONSULTA SEM GUIA DO CONVENIO"
             TO MENSAGEM-SAI.
          PERFORM ERRO-CAB-SE-CHEIO.
          PERFORM ERRO-D2.

       VALIDA-PROCEDIMENTO.
          MOVE "NAO" TO PRECO-ACIMA.
          IF PROC-MOV EQUAL ZEROS
          IF TIPO-MOV EQUAL TO "A"
              PERFORM VALIDA-MEDICO
              PERFORM VALIDA-PROCEDIMENTO
              PERFORM VALIDA-CONVENIO
              PERFORM VALIDA-GUIA
              IF MEDICO-OK EQUAL "NAO"
                 PERFORM GRAVA-CAD
                 MOVE
                   "MEDICO NAO CADASTRADO" TO MENSAGEM-SAI
                 PERFORM ERRO-D0
              ELSE IF CONV-OK EQUAL "NAO"
                 PERFORM GRAVA-CAD
                 MOVE
                   "CONVENIO INEXISTENTE OU INATIVO" TO MENSAGEM-SAI
                 PERFORM ERRO-D0
              ELSE IF PROC-OK EQUAL "NAO"
                 PERFORM GRAVA-CAD
                 MOVE
                 IF PRECO-ACIMA EQUAL "SIM"
                    PERFORM AVISA-PRECO
                 END-IF
                 IF GUIA-OK EQUAL "NAO"
                    PERFORM AVISA-GUIA
                 END-IF
              END-IF
          ELSE IF TIPO-MOV EQUAL TO "I"
              PERFORM GRAVA-CAD
          IF TIPO-MOV EQUAL TO "I"
              PERFORM VALIDA-MEDICO
              PERFORM VALIDA-PROCEDIMENTO
              PERFORM VALIDA-CONVENIO
              PERFORM VALIDA-GUIA
              IF MEDICO-OK EQUAL "NAO"
                 MOVE
                   "MEDICO NAO CADASTRADO" TO MENSAGEM-SAI
                 PERFORM ERRO-D0
              ELSE IF CONV-OK EQUAL "NAO"
                 MOVE
                   "CONVENIO INEXISTENTE OU INATIVO" TO MENSAGEM-SAI
                 PERFORM ERRO-D0
              ELSE IF PROC-OK EQUAL "NAO"
                 MOVE
                   "PROCEDIMENTO FORA DA TABELA" TO MENSAGEM-SAI
                 IF PRECO-ACIMA EQUAL "SIM"
                    PERFORM AVISA-PRECO
                 END-IF
                 IF GUIA-OK EQUAL "NAO"
                    PERFORM AVISA-GUIA
                 END-IF
              END-IF
          ELSE IF TIPO-MOV EQUAL TO "A"
              MOVE
          MOVE WS-DATA-AUDIT TO AUDIT-DATA.
          MOVE WS-HORA-AUDIT TO AUDIT-HORA.
          MOVE OPERADOR-CORRENTE TO AUDIT-OPERADOR.
          PERFORM ENCADEIA-AUDITORIA.
          WRITE REG-AUDIT.

      *    A CADEIA CONTINUA DA ULTIMA LINHA JA GRAVADA NO LOG.
       PREPARA-ENCADEAMENTO.
          MOVE ZEROS TO SEQ-AUDIT-ANT CHK-AUDIT-ANT.
          OPEN INPUT AUDITCON.
          PERFORM LE-ULTIMA-AUDITORIA
             UNTIL FIM-AUDIT EQUAL "SIM".
          CLOSE AUDITCON.
          IF HA-AUDITORIA EQUAL "SIM"
             CALL "HASHLOG" USING HSH-PARM
             MOVE HSH-VALOR TO CHK-AUDIT-ANT.

       LE-ULTIMA-AUDITORIA.
          READ AUDITCON
             AT END
             MOVE "SIM" TO FIM-AUDIT.
          IF FIM-AUDIT EQUAL "NAO"
             MOVE "SIM" TO HA-AUDITORIA
             MOVE REG-AUDIT TO HSH-TEXTO
             IF AUDIT-SEQ IS NUMERIC
                MOVE AUDIT-SEQ TO SEQ-AUDIT-ANT
             ELSE
                MOVE ZEROS TO SEQ-AUDIT-ANT.

       ENCADEIA-AUDITORIA.
          ADD 1 TO SEQ-AUDIT-ANT.
          MOVE SEQ-AUDIT-ANT TO AUDIT-SEQ.
          MOVE CHK-AUDIT-ANT TO AUDIT-CHK.
          MOVE REG-AUDIT TO HSH-TEXTO.
          CALL "HASHLOG" USING HSH-PARM.
          MOVE HSH-VALOR TO CHK-AUDIT-ANT.

       FIM.
          IF TEM-DEVEDOR EQUAL "SIM"
             PERFORM IMPRIME-SUBTOTAL
          MOVE CT-E-AUTORIZACAO TO CONT-E-AUTOR.
          WRITE REG-ATR FROM ROD-E-AUTOR
              AFTER ADVANCING 2 LINES.
          MOVE CT-AVISO-GUIA TO CONT-AVISO-GUIA.
          WRITE REG-ATR FROM ROD-AVISO-GUIA
              AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          PERFORM LIMPA-CHECKPOINT.
          PERFORM LIBERA-TRAVA.
