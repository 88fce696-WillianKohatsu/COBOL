      *                QUE DEVE SER CLASSIFICADO POR MATRICULA
      *                ANTES DA PROXIMA RODADA). O QUADRO DE
      *                OCUPACAO X CAPACIDADE FECHA O RELATORIO.
      *                TRANSFERENCIA NO MEIO DO ANO: "T" (SAIDA P/
      *                OUTRA ESCOLA) LIBERA A VAGA COMO A EXCLUSAO
      *                E GRAVA O ALUNO EM TRANSAI.DAT, DE ONDE O
      *                EM08/EX23 TIRA A GUIA DE TRANSFERENCIA E
      *                CONGELA NOTAS E FREQUENCIA PARCIAIS EM
      *                HISTMEST.DAT. "R" (RECEBIDO DE OUTRA ESCOLA)
      *                SEGUE A CRITICA DA INCLUSAO E, SE O ALUNO
      *                ENTRA NA TURMA, COPIA AS NOTAS PARCIAIS
      *                TRAZIDAS (NOTATRF.DAT) PARA NOTAEXT.DAT, QUE
      *                O BOLETIM EM08/EX08 SOMA AS NOTAS DA CASA.
      *                TRANSFERIDO QUE CAI NA FILA DE ESPERA NAO
      *                TEM AS NOTAS CARREGADAS - O MOVIMENTO "R"
      *                DEVE SER REPETIDO QUANDO ABRIR A VAGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT  FILAESPN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL TRANSAI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL NOTATRF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL NOTAEXT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 TIPO-MOV           PIC X(01).
          02 NOME-MOV           PIC X(20).
          02 TURMA-MOV          PIC X(05).
          02 ESCOLA-MOV         PIC X(30).

       FD CADALUN
          LABEL RECORD ARE  STANDARD
          02 MATRICULA-FILAN    PIC 9(07).
          02 NOME-FILAN         PIC X(20).

       FD TRANSAI
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "TRANSAI.DAT".

       01 REG-TRANSAI.
          02 MATRICULA-TRS      PIC 9(07).
          02 NOME-TRS           PIC X(20).
          02 TURMA-TRS          PIC X(05).
          02 DATA-TRS           PIC 9(08).
          02 ESCOLA-TRS         PIC X(30).

       FD NOTATRF
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NOTATRF.DAT".

       01 REG-NOTATRF.
          02 MATRICULA-NTR      PIC 9(07).
          02 COD-DISC-NTR       PIC 9(03).
          02 NOTA1-NTR          PIC 9(02)V99.
          02 NOTA2-NTR          PIC 9(02)V99.
          02 NOTA3-NTR          PIC 9(02)V99.

       FD NOTAEXT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NOTAEXT.DAT".

       01 REG-NOTAEXT.
          02 MATRICULA-NEX      PIC 9(07).
          02 ANO-NEX            PIC 9(04).
          02 COD-DISC-NEX       PIC 9(03).
          02 NOTA1-NEX          PIC 9(02)V99.
          02 NOTA2-NEX          PIC 9(02)V99.
          02 NOTA3-NEX          PIC 9(02)V99.
          02 ESCOLA-NEX         PIC X(30).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".
       77 TURMA-LOTADA       PIC X(003)   VALUE "NAO".
       77 CT-P-FILA          PIC 9(005)   VALUE ZEROS.
       77 CT-PROMOVIDOS      PIC 9(005)   VALUE ZEROS.
       77 FIM-NTR            PIC X(003)   VALUE "NAO".
       77 QTD-NOTAS-TRF      PIC 9(003)   VALUE ZEROS.
       77 CT-NOTAS-TRF       PIC 9(002)   VALUE ZEROS.
       77 CT-TRANSF-SAI      PIC 9(005)   VALUE ZEROS.
       77 CT-TRANSF-ENT      PIC 9(005)   VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE     PIC 9(04).
          02 WS-MES-HOJE     PIC 9(02).
          02 WS-DIA-HOJE     PIC 9(02).
       01 WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).

       01 TAB-BLOQUEADOS.
          02 BLQ-OCR  OCCURS 500 TIMES INDEXED BY IDX-BLQ.
             03 TF-NOME        PIC X(20).
             03 TF-SIT         PIC X(01).

       01 TAB-NOTAS-TRF.
          02 NTR-OCR  OCCURS 500 TIMES INDEXED BY IDX-NTR.
             03 TN-MATRICULA   PIC 9(07).
             03 TN-DISC        PIC 9(03).
             03 TN-NOTA1       PIC 9(02)V99.
             03 TN-NOTA2       PIC 9(02)V99.
             03 TN-NOTA3       PIC 9(02)V99.

       01 MSG-RECEBIDO.
          02 FILLER          PIC X(24) VALUE
             "TRANSFERENCIA RECEBIDA -".
          02 NOTAS-MSG       PIC Z9.
          02 FILLER          PIC X(14) VALUE
             " NOTA(S) EXT. ".

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

          02 CONT-PRO        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-09.
          02 FILLER          PIC X(26)  VALUE
             "TRANSFERENCIAS EXPEDIDAS: ".
          02 CONT-TRS        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 ROD-10.
          02 FILLER          PIC X(26)  VALUE
             "TRANSFERENCIAS RECEBIDAS: ".
          02 CONT-TRE        PIC ZZZZ9.
          02 FILLER          PIC X(49)  VALUE SPACES.

       01 CAB-OCUPA.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
          PERFORM CARREGA-CAPACIDADES.
          PERFORM CONTA-OCUPACAO.
          PERFORM CARREGA-FILA.
          PERFORM CARREGA-NOTAS-TRF.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          OPEN INPUT  CADALU
                      MOVALU
               OUTPUT CADALUN
                      RELOCALU
               EXTEND TRANSAI
                      NOTAEXT.
          PERFORM LER-ANT.
          PERFORM LER-MOV.

             MOVE NOME-FILA      TO TF-NOME (IDX-FIL)
             MOVE "E"            TO TF-SIT (IDX-FIL).

       CARREGA-NOTAS-TRF.
          MOVE "NAO" TO FIM-NTR.
          OPEN INPUT NOTATRF.
          PERFORM LE-1-NOTA-TRF
             UNTIL FIM-NTR EQUAL "SIM".
          CLOSE NOTATRF.

       LE-1-NOTA-TRF.
          READ NOTATRF
             AT END
             MOVE "SIM" TO FIM-NTR.
          IF FIM-NTR EQUAL "NAO"
          AND QTD-NOTAS-TRF LESS THAN 500
             ADD 1 TO QTD-NOTAS-TRF
             SET IDX-NTR TO QTD-NOTAS-TRF
             MOVE MATRICULA-NTR TO TN-MATRICULA (IDX-NTR)
             MOVE COD-DISC-NTR  TO TN-DISC (IDX-NTR)
             MOVE NOTA1-NTR     TO TN-NOTA1 (IDX-NTR)
             MOVE NOTA2-NTR     TO TN-NOTA2 (IDX-NTR)
             MOVE NOTA3-NTR     TO TN-NOTA3 (IDX-NTR).

       VERIFICA-LOTACAO.
          MOVE TURMA-MOV TO TURMA-BUSCA.
          PERFORM LOCALIZA-OCUPACAO.
             PERFORM LER-MOV.

       IGUAL.
          IF TIPO-MOV EQUAL TO "I" OR "R"
             PERFORM GRAVA-ANT
             MOVE "INCLUSAO P/MATRICULA JA EXISTENTE"
                TO MENSAGEM-SAI
             PERFORM LIBERA-VAGA
             MOVE "MATRICULA EXCLUIDA" TO MENSAGEM-SAI
             PERFORM IMPRIME-MOVIMENTO
          ELSE IF TIPO-MOV EQUAL TO "T"
             ADD 1 TO CT-TRANSF-SAI
             PERFORM LIBERA-VAGA
             PERFORM GRAVA-TRANSFERENCIA
             MOVE "TRANSFERIDO - AGUARDA GUIA" TO MENSAGEM-SAI
             PERFORM IMPRIME-MOVIMENTO
          ELSE
             PERFORM GRAVA-ANT
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA.

       DECISAO.
          IF TIPO-MOV EQUAL TO "I" OR "R"
             PERFORM INCLUI-MATRICULA
          ELSE IF TIPO-MOV EQUAL "A" OR "E" OR "T"
             MOVE "MOVIMENTO P/MATRICULA INEXISTENTE"
                TO MENSAGEM-SAI
             PERFORM RECUSA
                   MOVE TURMA-MOV       TO TURMA-ATU
                   WRITE REG-ATU
                   ADD 1 TO CT-GRAVADOS
                   ADD 1 TO TO-OCUPADAS (IDX-OCU)
                   IF TIPO-MOV EQUAL "R"
                      ADD 1 TO CT-TRANSF-ENT
                      PERFORM RECEBE-TRANSFERENCIA
                   ELSE
                      ADD 1 TO CT-INCLUSAO
                      IF MATRICULA-BLOQUEADA EQUAL "SIM"
                         ADD 1 TO CT-LIBERADAS
                         MOVE "INCLUSAO LIBERADA P/SUPERVISOR"
                            TO MENSAGEM-SAI
                      ELSE
                         MOVE "MATRICULA INCLUIDA" TO MENSAGEM-SAI
                      END-IF
                   END-IF
                   PERFORM IMPRIME-MOVIMENTO.

      *    ALUNO VINDO DE OUTRA ESCOLA: AS NOTAS PARCIAIS TRAZIDAS
      *    VAO PARA NOTAEXT.DAT COM O ANO LETIVO CORRENTE.
       RECEBE-TRANSFERENCIA.
          MOVE ZEROS TO CT-NOTAS-TRF.
          PERFORM COPIA-1-NOTA-TRF
             VARYING IDX-NTR FROM 1 BY 1
             UNTIL IDX-NTR GREATER THAN QTD-NOTAS-TRF.
          MOVE CT-NOTAS-TRF TO NOTAS-MSG.
          MOVE MSG-RECEBIDO TO MENSAGEM-SAI.

       COPIA-1-NOTA-TRF.
          IF TN-MATRICULA (IDX-NTR) EQUAL MATRICULA-MOV-N
             MOVE MATRICULA-MOV-N     TO MATRICULA-NEX
             MOVE WS-ANO-HOJE         TO ANO-NEX
             MOVE TN-DISC (IDX-NTR)   TO COD-DISC-NEX
             MOVE TN-NOTA1 (IDX-NTR)  TO NOTA1-NEX
             MOVE TN-NOTA2 (IDX-NTR)  TO NOTA2-NEX
             MOVE TN-NOTA3 (IDX-NTR)  TO NOTA3-NEX
             MOVE ESCOLA-MOV          TO ESCOLA-NEX
             WRITE REG-NOTAEXT
             ADD 1 TO CT-NOTAS-TRF.

       GRAVA-TRANSFERENCIA.
          MOVE MATRICULA-ANT  TO MATRICULA-TRS.
          MOVE NOME-ANT       TO NOME-TRS.
          MOVE TURMA-ANT      TO TURMA-TRS.
          MOVE WS-DATA-HOJE-N TO DATA-TRS.
          MOVE ESCOLA-MOV     TO ESCOLA-TRS.
          WRITE REG-TRANSAI.

       ENVIA-P-FILA.
          IF QTD-FILA LESS THAN 300
             ADD 1 TO QTD-FILA
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-08
             AFTER ADVANCING 1 LINE.
          MOVE CT-TRANSF-SAI TO CONT-TRS.
          MOVE CT-TRANSF-ENT TO CONT-TRE.
          WRITE REG-ATR FROM ROD-09
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-10
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-PROMOVIDOS
             VARYING IDX-FIL FROM 1 BY 1
             UNTIL IDX-FIL GREATER THAN QTD-FILA.
          CLOSE CADALU
                MOVALU
                CADALUN
                RELOCALU
                TRANSAI
                NOTAEXT.

       GRAVA-PROMOVIDOS.
          IF TF-SIT (IDX-FIL) EQUAL "P"
