      *                BLOQUEIO WATCHLST.DAT (MANTIDA PELO
      *                EM12/EX07) NAO E CARREGADO: FICA RETIDO EM
      *                RETIDOS.DAT COM O MOTIVO DA LISTA, ATE A
      *                LIBERACAO AUTORIZADA DO EM12/EX08. CPF COM
      *                CEP QUE NAO CONSTA DA TABELA DE CEP (ROTINA
      *                CEPBUSCA) E RECUSADO E NAO E CARREGADO. O
      *                RELATORIO TRAZ AS ESTATISTICAS DA CARGA, AS
      *                RETENCOES COM O MOTIVO E AS RECUSAS DE CEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 EMAIL-PES              PIC X(30).
          02 CEP-PES                PIC 9(08).
          02 TELEFONE-PES           PIC 9(10).
          02 SIT-RFB-PES            PIC X(01).
          02 DATA-RFB-PES           PIC 9(08).

       FD PENDCOL
          LABEL  RECORD  ARE  STANDARD
       77 DOC-LISTADO        PIC X(03)    VALUE "NAO".
       77 MOTIVO-ACHADO      PIC X(30)    VALUE SPACES.
       77 CT-RETIDOS         PIC 9(05)    VALUE ZEROS.
       77 CT-CEP-RECUSADOS   PIC 9(05)    VALUE ZEROS.

       01 CBU-PARM.
          02 CBU-CEP            PIC 9(08).
          02 CBU-LOGRADOURO     PIC X(30).
          02 CBU-BAIRRO         PIC X(20).
          02 CBU-CIDADE         PIC X(30).
          02 CBU-ESTADO         PIC X(02).
          02 CBU-ACHOU          PIC X(01).

       01 TAB-WATCH.
          02 WAT-OCR  OCCURS 200 TIMES INDEXED BY IDX-WAT.
          02 CONT-RET        PIC ZZZZ9.
          02 FILLER          PIC X(45)  VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30)  VALUE
             "RECUSADOS POR CEP INEXISTENTE:".
          02 CONT-CEP        PIC ZZZZ9.
          02 FILLER          PIC X(45)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM12-EX01.
          PERFORM CONSOLIDA-DOCUMENTO.
          PERFORM LE-CNPJ.

      *    O CNPJ CHEGA SEM CEP E NAO PASSA PELA TABELA DE CEP.
       CONSOLIDA-DOCUMENTO.
          PERFORM VERIFICA-WATCHLIST.
          MOVE "S" TO CBU-ACHOU.
          IF CEP-TRAB GREATER THAN ZEROS
             MOVE CEP-TRAB TO CBU-CEP
             CALL "CEPBUSCA" USING CBU-PARM.
          IF DOC-LISTADO EQUAL "SIM"
             PERFORM RETEM-DOCUMENTO
          ELSE IF CBU-ACHOU EQUAL "N"
             ADD 1 TO CT-CEP-RECUSADOS
             MOVE DOC-TRAB TO DOC-REL
             MOVE "CEP INEXISTENTE NA TABELA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             PERFORM CARREGA-DOCUMENTO.

             MOVE "NAO" TO REGISTRO-EXISTE.
          IF REGISTRO-EXISTE EQUAL "NAO"
             PERFORM MONTA-REGISTRO
             MOVE SPACES TO SIT-RFB-PES
             MOVE ZEROS  TO DATA-RFB-PES
             WRITE REG-PES
             ADD 1 TO CT-INCLUIDOS
          ELSE IF NOME-PES NOT EQUAL NOME-TRAB
          MOVE CT-RETIDOS TO CONT-RET.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          MOVE CT-CEP-RECUSADOS TO CONT-CEP.
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADOKCPF
                CADOKCNP
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          COMPUTE RL-LIDOS =
             CT-INCLUIDOS + CT-ATUALIZADOS + CT-COLISOES
             + CT-CEP-RECUSADOS.
          COMPUTE RL-GRAVADOS =
             CT-INCLUIDOS + CT-ATUALIZADOS.
          COMPUTE RL-REJEITADOS =
             CT-COLISOES + CT-CEP-RECUSADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
