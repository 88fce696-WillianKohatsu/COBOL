       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX28.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        NOTIFICACAO E ACOMPANHAMENTO DAS OCORRENCIAS
      *                DISCIPLINARES (OCORDISC.DAT, LANCADAS PELO
      *                EM08/EX27). TODA OCORRENCIA AINDA NAO
      *                NOTIFICADA ("N") CUJO ALUNO TEM RESPONSAVEL
      *                EM CADRESP.DAT VAI PARA OCORRENC.CSV, NO
      *                FEITIO DO BOLETIM.CSV (EM08/EX20), E FICA
      *                MARCADA "S" COM A DATA; SEM RESPONSAVEL SAI
      *                NO RELATORIO DE PENDENCIAS (RELOCNOT) E
      *                CONTINUA PENDENTE PARA A PROXIMA EXECUCAO.
      *                PARA O BIMESTRE DE PARMOCOR.DAT (NUMERO,
      *                DATA INICIAL E FINAL AAAAMMDD E LIMITE DE
      *                GRAVIDADE; PADRAO: 01/01 DO ANO ATE A DATA
      *                DE MOVIMENTO, LIMITE 10) O RELOCBIM TRAZ O
      *                RESUMO POR TURMA (QUANTIDADE POR TIPO E SOMA
      *                DAS GRAVIDADES) E A LISTA DE ESCALONAMENTO
      *                DOS ALUNOS CUJA GRAVIDADE ACUMULADA NO
      *                BIMESTRE ATINGE O LIMITE. SE OCORDISC.DAT
      *                NAO COUBER NA TABELA NADA E MARCADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL PARMOCOR ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL OCORDISC ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADAMEST  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  RANDOM
          RECORD KEY  IS  MATRICULA-MST
          ALTERNATE RECORD KEY IS NOME-MST
             WITH DUPLICATES.

          SELECT OPTIONAL CADRESP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CSVOCOR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELOCNOT ASSIGN TO DISK.

          SELECT  RELOCBIM ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMOCOR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMOCOR.DAT".

       01 REG-PARMOCOR.
          02 BIMESTRE-PARM      PIC 9(01).
          02 DATA-INI-PARM      PIC 9(08).
          02 DATA-FIM-PARM      PIC 9(08).
          02 LIMITE-PARM        PIC 9(03).

       FD OCORDISC
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "OCORDISC.DAT".

       01 REG-OCOR.
          02 MATRICULA-OCO      PIC 9(07).
          02 TURMA-OCO          PIC X(05).
          02 DATA-OCO           PIC 9(08).
          02 TIPO-OCO           PIC X(01).
          02 GRAVIDADE-OCO      PIC 9(01).
          02 DESCRICAO-OCO      PIC X(40).
          02 COD-PROF-OCO       PIC 9(04).
          02 NOTIF-OCO          PIC X(01).
          02 DATA-NOTIF-OCO     PIC 9(08).

       FD CADAMEST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADAMEST.DAT".

           COPY CADAMEST.

       FD CADRESP
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRESP.DAT".

       01 REG-RESP.
          02 MATRICULA-RSP      PIC 9(07).
          02 NOME-RSP           PIC X(30).
          02 ENDER-RSP          PIC X(30).
          02 CIDADE-RSP         PIC X(15).
          02 CEP-RSP            PIC 9(08).
          02 TELEFONE-RSP       PIC 9(10).

       FD CSVOCOR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "OCORRENC.CSV".

       01 REG-CSVOCO.
          02 CSV-MATRICULA      PIC 9(07).
          02 CSV-SEP1           PIC X(01).
          02 CSV-NOME-ALUNO     PIC X(20).
          02 CSV-SEP2           PIC X(01).
          02 CSV-TURMA          PIC X(05).
          02 CSV-SEP3           PIC X(01).
          02 CSV-DATA.
             03 CSV-DD          PIC 99.
             03 FILLER          PIC X(01) VALUE "/".
             03 CSV-MM          PIC 99.
             03 FILLER          PIC X(01) VALUE "/".
             03 CSV-AAAA        PIC 9(04).
          02 CSV-SEP4           PIC X(01).
          02 CSV-TIPO           PIC X(12).
          02 CSV-SEP5           PIC X(01).
          02 CSV-GRAVIDADE      PIC 9(01).
          02 CSV-SEP6           PIC X(01).
          02 CSV-DESCRICAO      PIC X(40).
          02 CSV-SEP7           PIC X(01).
          02 CSV-NOME-RESP      PIC X(30).
          02 CSV-SEP8           PIC X(01).
          02 CSV-ENDER-RESP     PIC X(30).
          02 CSV-SEP9           PIC X(01).
          02 CSV-CIDADE-RESP    PIC X(15).
          02 CSV-SEP10          PIC X(01).
          02 CSV-CEP-RESP       PIC 9(08).

       FD RELOCNOT
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RELOCBIM
          LABEL RECORD IS OMITTED.

       01 REG-BIM PIC X(80).

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
       77 FIM-OCO          PIC X(03)    VALUE "NAO".
       77 FIM-RSP          PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA     PIC X(03)    VALUE "NAO".
       77 ACHOU-RESP       PIC X(03)    VALUE "NAO".
       77 ACHOU-ITEM       PIC X(03)    VALUE "NAO".
       77 BIMESTRE         PIC 9(01)    VALUE ZEROS.
       77 DATA-INI-BIM     PIC 9(08)    VALUE ZEROS.
       77 DATA-FIM-BIM     PIC 9(08)    VALUE ZEROS.
       77 LIMITE-GRAVIDADE PIC 9(03)    VALUE 10.
       77 NOME-ALUNO       PIC X(20)    VALUE SPACES.
       77 QTD-OCORRENCIAS  PIC 9(04)    VALUE ZEROS.
       77 QTD-RESPONSAVEIS PIC 9(04)    VALUE ZEROS.
       77 QTD-TURMAS       PIC 9(03)    VALUE ZEROS.
       77 QTD-ALUNOS       PIC 9(04)    VALUE ZEROS.
       77 SECAO-BIM        PIC X(01)    VALUE "T".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIN-BIM       PIC 9(02)    VALUE 45.
       77 CT-PAG-BIM       PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-NOTIFICADAS   PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-RESP      PIC 9(05)    VALUE ZEROS.
       77 CT-NO-BIMESTRE   PIC 9(05)    VALUE ZEROS.
       77 CT-ESCALONADOS   PIC 9(05)    VALUE ZEROS.

      *    IMAGEM DE OCORDISC.DAT, NO MESMO LAYOUT DE REG-OCOR.
       01 TAB-OCORRENCIAS.
          02 OCO-OCR  OCCURS 5000 TIMES INDEXED BY IDX-OCO.
             03 TO-MATRICULA   PIC 9(07).
             03 TO-TURMA       PIC X(05).
             03 TO-DATA.
                04 TO-AAAA     PIC 9(04).
                04 TO-MM       PIC 9(02).
                04 TO-DD       PIC 9(02).
             03 TO-DATA-N REDEFINES TO-DATA PIC 9(08).
             03 TO-TIPO        PIC X(01).
             03 TO-GRAVIDADE   PIC 9(01).
             03 TO-DESCRICAO   PIC X(40).
             03 TO-COD-PROF    PIC 9(04).
             03 TO-NOTIF       PIC X(01).
             03 TO-DATA-NOTIF  PIC 9(08).

       01 TAB-RESPONSAVEIS.
          02 RSP-OCR  OCCURS 2000 TIMES INDEXED BY IDX-RSP.
             03 TR-MATRICULA   PIC 9(07).
             03 TR-NOME        PIC X(30).
             03 TR-ENDER       PIC X(30).
             03 TR-CIDADE      PIC X(15).
             03 TR-CEP         PIC 9(08).

       01 TAB-TURMAS.
          02 TUR-OCR  OCCURS 100 TIMES INDEXED BY IDX-TUR.
             03 TT-TURMA       PIC X(05).
             03 TT-ATRASOS     PIC 9(04).
             03 TT-INDISC      PIC 9(04).
             03 TT-SUSPENSOES  PIC 9(04).
             03 TT-GRAVIDADE   PIC 9(05).

       01 TAB-ALUNOS.
          02 ALU-OCR  OCCURS 2000 TIMES INDEXED BY IDX-ALU.
             03 TA-MATRICULA   PIC 9(07).
             03 TA-NOME        PIC X(20).
             03 TA-TURMA       PIC X(05).
             03 TA-QTD         PIC 9(03).
             03 TA-SUSPENSOES  PIC 9(03).
             03 TA-GRAVIDADE   PIC 9(04).

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
             "OCORRENCIAS SEM RESPONSAVEL    ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "MATRICULA".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "NOME DO ALUNO".
          02 FILLER          PIC X(11) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "TURMA".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DATA      ".
          02 FILLER          PIC X(19) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 MATR-REL        PIC 9(07).
          02 FILLER          PIC X(06) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 TURMA-REL       PIC X(05).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 DD-REL          PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MM-REL          PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 AAAA-REL        PIC 9(04).
          02 FILLER          PIC X(19) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "OCORRENCIAS NOTIFICADAS:      ".
          02 TOT-NOT-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "PENDENTES SEM RESPONSAVEL:    ".
          02 TOT-SEM-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(80) VALUE
             "OCORDISC.DAT EXCEDE A TABELA - NADA FOI NOTIFICADO".

       01 CAB-BIM-01.
          02 FILLER          PIC X(10) VALUE SPACES.
          02 TITULO-BIM      PIC X(31).
          02 FILLER          PIC X(10) VALUE " BIMESTRE ".
          02 BIM-CAB         PIC 9(01).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DD-INI-CAB      PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MM-INI-CAB      PIC 99.
          02 FILLER          PIC X(03) VALUE " A ".
          02 DD-FIM-CAB      PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MM-FIM-CAB      PIC 99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG-BIM     PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 DATA-AUX.
          02 AAAA-AUX        PIC 9(04).
          02 MM-AUX          PIC 99.
          02 DD-AUX          PIC 99.

       01 DATA-AUX-N REDEFINES DATA-AUX PIC 9(08).

       01 CAB-TUR-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "TURMA".
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "ATRASOS ".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(12) VALUE "INDISCIPLINA".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "SUSPENSOES".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "GRAVIDADE".
          02 FILLER          PIC X(17) VALUE SPACES.

       01 DET-TURMA.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 TURMA-TUR       PIC X(05).
          02 FILLER          PIC X(07) VALUE SPACES.
          02 ATRASOS-TUR     PIC ZZZ9.
          02 FILLER          PIC X(11) VALUE SPACES.
          02 INDISC-TUR      PIC ZZZ9.
          02 FILLER          PIC X(09) VALUE SPACES.
          02 SUSP-TUR        PIC ZZZ9.
          02 FILLER          PIC X(07) VALUE SPACES.
          02 GRAV-TUR        PIC ZZZZ9.
          02 FILLER          PIC X(19) VALUE SPACES.

       01 CAB-ESC-02.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "MATRICULA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "NOME DO ALUNO".
          02 FILLER          PIC X(09) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "TURMA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "OCOR.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "SUSP.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "GRAVIDADE".
          02 FILLER          PIC X(14) VALUE SPACES.

       01 DET-ESCAL.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MATR-ESC        PIC 9(07).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 NOME-ESC        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TURMA-ESC       PIC X(05).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 QTD-ESC         PIC ZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 SUSP-ESC        PIC ZZ9.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 GRAV-ESC        PIC ZZZ9.
          02 FILLER          PIC X(16) VALUE SPACES.

       01 ROD-BIM-01.
          02 FILLER          PIC X(30) VALUE
             "OCORRENCIAS NO BIMESTRE:      ".
          02 TOT-BIM-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-BIM-02.
          02 FILLER          PIC X(30) VALUE
             "LIMITE DE GRAVIDADE:          ".
          02 LIMITE-SAI      PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-BIM-03.
          02 FILLER          PIC X(30) VALUE
             "ALUNOS ESCALONADOS:           ".
          02 TOT-ESC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM08-EX28.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             VARYING IDX-OCO FROM 1 BY 1
             UNTIL IDX-OCO GREATER THAN QTD-OCORRENCIAS.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-RESPONSAVEIS.
          PERFORM CARREGA-OCORRENCIAS.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE ZEROS TO QTD-OCORRENCIAS.
          OPEN INPUT CADAMEST
             OUTPUT CSVOCOR
                    RELOCNOT
                    RELOCBIM.
          MOVE ";" TO CSV-SEP1 CSV-SEP2 CSV-SEP3 CSV-SEP4
                      CSV-SEP5 CSV-SEP6 CSV-SEP7 CSV-SEP8
                      CSV-SEP9 CSV-SEP10.
          PERFORM IMPRIME-CAB.

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

       LE-PARAMETRO.
          OPEN INPUT PARMOCOR.
          READ PARMOCOR
             AT END
             MOVE ZEROS TO REG-PARMOCOR.
          CLOSE PARMOCOR.
          MOVE BIMESTRE-PARM TO BIMESTRE.
          IF DATA-INI-PARM GREATER THAN ZEROS
          AND DATA-FIM-PARM NOT LESS THAN DATA-INI-PARM
             MOVE DATA-INI-PARM TO DATA-INI-BIM
             MOVE DATA-FIM-PARM TO DATA-FIM-BIM
          ELSE
             COMPUTE DATA-INI-BIM = WS-ANO-HOJE * 10000 + 0101
             MOVE WS-DATA-HOJE-N TO DATA-FIM-BIM.
          IF LIMITE-PARM GREATER THAN ZEROS
             MOVE LIMITE-PARM TO LIMITE-GRAVIDADE.

       CARREGA-RESPONSAVEIS.
          OPEN INPUT CADRESP.
          PERFORM LE-1-RESPONSAVEL
             UNTIL FIM-RSP EQUAL "SIM".
          CLOSE CADRESP.

       LE-1-RESPONSAVEL.
          READ CADRESP
             AT END
             MOVE "SIM" TO FIM-RSP.
          IF FIM-RSP EQUAL "NAO"
          AND QTD-RESPONSAVEIS LESS THAN 2000
             ADD 1 TO QTD-RESPONSAVEIS
             SET IDX-RSP TO QTD-RESPONSAVEIS
             MOVE MATRICULA-RSP TO TR-MATRICULA (IDX-RSP)
             MOVE NOME-RSP      TO TR-NOME (IDX-RSP)
             MOVE ENDER-RSP     TO TR-ENDER (IDX-RSP)
             MOVE CIDADE-RSP    TO TR-CIDADE (IDX-RSP)
             MOVE CEP-RSP       TO TR-CEP (IDX-RSP).

       CARREGA-OCORRENCIAS.
          OPEN INPUT OCORDISC.
          PERFORM LE-1-OCORRENCIA
             UNTIL FIM-OCO EQUAL "SIM".
          CLOSE OCORDISC.

       LE-1-OCORRENCIA.
          READ OCORDISC
             AT END
             MOVE "SIM" TO FIM-OCO.
          IF FIM-OCO EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             IF QTD-OCORRENCIAS LESS THAN 5000
                ADD 1 TO QTD-OCORRENCIAS
                SET IDX-OCO TO QTD-OCORRENCIAS
                MOVE REG-OCOR TO OCO-OCR (IDX-OCO)
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
                MOVE "SIM" TO FIM-OCO.

       PRINCIPAL.
          PERFORM LE-MESTRE.
          IF TO-NOTIF (IDX-OCO) NOT EQUAL "S"
             PERFORM NOTIFICA-OCORRENCIA.
          IF TO-DATA-N (IDX-OCO) NOT LESS THAN DATA-INI-BIM
          AND TO-DATA-N (IDX-OCO) NOT GREATER THAN DATA-FIM-BIM
             ADD 1 TO CT-NO-BIMESTRE
             PERFORM ACUMULA-TURMA
             PERFORM ACUMULA-ALUNO.

      *    ALUNO QUE JA SAIU DO MESTRE (TRANSFERIDO) CONTINUA COM A
      *    OCORRENCIA; SO O NOME FICA EM BRANCO.
       LE-MESTRE.
          MOVE TO-MATRICULA (IDX-OCO) TO MATRICULA-MST.
          READ CADAMEST
             INVALID KEY
             MOVE SPACES   TO NOME-ALUNO
             NOT INVALID KEY
             MOVE NOME-MST TO NOME-ALUNO.

       NOTIFICA-OCORRENCIA.
          PERFORM BUSCA-RESPONSAVEL.
          IF ACHOU-RESP EQUAL "NAO"
             ADD 1 TO CT-SEM-RESP
             MOVE TO-MATRICULA (IDX-OCO) TO MATR-REL
             MOVE NOME-ALUNO             TO NOME-REL
             MOVE TO-TURMA (IDX-OCO)     TO TURMA-REL
             MOVE TO-DD (IDX-OCO)        TO DD-REL
             MOVE TO-MM (IDX-OCO)        TO MM-REL
             MOVE TO-AAAA (IDX-OCO)      TO AAAA-REL
             PERFORM IMPRIME-D0
          ELSE
             PERFORM GRAVA-NOTIFICACAO.

       BUSCA-RESPONSAVEL.
          MOVE "NAO" TO ACHOU-RESP.
          SET IDX-RSP TO 1.
          PERFORM BUSCA-1-RESPONSAVEL
             UNTIL IDX-RSP GREATER THAN QTD-RESPONSAVEIS
                OR ACHOU-RESP EQUAL "SIM".

       BUSCA-1-RESPONSAVEL.
          IF TR-MATRICULA (IDX-RSP) EQUAL TO-MATRICULA (IDX-OCO)
             MOVE "SIM" TO ACHOU-RESP
          ELSE
             SET IDX-RSP UP BY 1.

       GRAVA-NOTIFICACAO.
          MOVE TO-MATRICULA (IDX-OCO) TO CSV-MATRICULA.
          MOVE NOME-ALUNO             TO CSV-NOME-ALUNO.
          MOVE TO-TURMA (IDX-OCO)     TO CSV-TURMA.
          MOVE TO-DD (IDX-OCO)        TO CSV-DD.
          MOVE TO-MM (IDX-OCO)        TO CSV-MM.
          MOVE TO-AAAA (IDX-OCO)      TO CSV-AAAA.
          IF TO-TIPO (IDX-OCO) EQUAL "A"
             MOVE "ATRASO"       TO CSV-TIPO
          ELSE IF TO-TIPO (IDX-OCO) EQUAL "S"
             MOVE "SUSPENSAO"    TO CSV-TIPO
          ELSE
             MOVE "INDISCIPLINA" TO CSV-TIPO.
          MOVE TO-GRAVIDADE (IDX-OCO) TO CSV-GRAVIDADE.
          MOVE TO-DESCRICAO (IDX-OCO) TO CSV-DESCRICAO.
          MOVE TR-NOME (IDX-RSP)      TO CSV-NOME-RESP.
          MOVE TR-ENDER (IDX-RSP)     TO CSV-ENDER-RESP.
          MOVE TR-CIDADE (IDX-RSP)    TO CSV-CIDADE-RESP.
          MOVE TR-CEP (IDX-RSP)       TO CSV-CEP-RESP.
          WRITE REG-CSVOCO.
          MOVE "S"            TO TO-NOTIF (IDX-OCO).
          MOVE WS-DATA-HOJE-N TO TO-DATA-NOTIF (IDX-OCO).
          ADD 1 TO CT-NOTIFICADAS.

       ACUMULA-TURMA.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-TUR TO 1.
          PERFORM BUSCA-1-TURMA
             UNTIL IDX-TUR GREATER THAN QTD-TURMAS
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "NAO"
          AND QTD-TURMAS LESS THAN 100
             ADD 1 TO QTD-TURMAS
             SET IDX-TUR TO QTD-TURMAS
             MOVE TO-TURMA (IDX-OCO) TO TT-TURMA (IDX-TUR)
             MOVE ZEROS TO TT-ATRASOS (IDX-TUR)
                           TT-INDISC (IDX-TUR)
                           TT-SUSPENSOES (IDX-TUR)
                           TT-GRAVIDADE (IDX-TUR)
             MOVE "SIM" TO ACHOU-ITEM.
          IF ACHOU-ITEM EQUAL "SIM"
             ADD TO-GRAVIDADE (IDX-OCO) TO TT-GRAVIDADE (IDX-TUR)
             IF TO-TIPO (IDX-OCO) EQUAL "A"
                ADD 1 TO TT-ATRASOS (IDX-TUR)
             ELSE IF TO-TIPO (IDX-OCO) EQUAL "S"
                ADD 1 TO TT-SUSPENSOES (IDX-TUR)
             ELSE
                ADD 1 TO TT-INDISC (IDX-TUR).

       BUSCA-1-TURMA.
          IF TT-TURMA (IDX-TUR) EQUAL TO-TURMA (IDX-OCO)
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-TUR UP BY 1.

       ACUMULA-ALUNO.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-ALU TO 1.
          PERFORM BUSCA-1-ALUNO
             UNTIL IDX-ALU GREATER THAN QTD-ALUNOS
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "NAO"
          AND QTD-ALUNOS LESS THAN 2000
             ADD 1 TO QTD-ALUNOS
             SET IDX-ALU TO QTD-ALUNOS
             MOVE TO-MATRICULA (IDX-OCO) TO TA-MATRICULA (IDX-ALU)
             MOVE NOME-ALUNO             TO TA-NOME (IDX-ALU)
             MOVE TO-TURMA (IDX-OCO)     TO TA-TURMA (IDX-ALU)
             MOVE ZEROS TO TA-QTD (IDX-ALU)
                           TA-SUSPENSOES (IDX-ALU)
                           TA-GRAVIDADE (IDX-ALU)
             MOVE "SIM" TO ACHOU-ITEM.
          IF ACHOU-ITEM EQUAL "SIM"
             ADD 1 TO TA-QTD (IDX-ALU)
             ADD TO-GRAVIDADE (IDX-OCO) TO TA-GRAVIDADE (IDX-ALU)
             IF TO-TIPO (IDX-OCO) EQUAL "S"
                ADD 1 TO TA-SUSPENSOES (IDX-ALU).

       BUSCA-1-ALUNO.
          IF TA-MATRICULA (IDX-ALU) EQUAL TO-MATRICULA (IDX-OCO)
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-ALU UP BY 1.

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

      *    O RELOCBIM TEM DUAS SECOES: "T" RESUMO POR TURMA E "E"
      *    ESCALONAMENTO; CADA UMA COMECA EM PAGINA NOVA.
       IMPRIME-CAB-BIM.
          MOVE SPACES     TO REG-BIM.
          ADD  1          TO CT-PAG-BIM.
          MOVE CT-PAG-BIM TO VAR-PAG-BIM.
          MOVE BIMESTRE   TO BIM-CAB.
          MOVE DATA-INI-BIM TO DATA-AUX-N.
          MOVE DD-AUX     TO DD-INI-CAB.
          MOVE MM-AUX     TO MM-INI-CAB.
          MOVE DATA-FIM-BIM TO DATA-AUX-N.
          MOVE DD-AUX     TO DD-FIM-CAB.
          MOVE MM-AUX     TO MM-FIM-CAB.
          IF SECAO-BIM EQUAL "T"
             MOVE "OCORRENCIAS POR TURMA          " TO TITULO-BIM
          ELSE
             MOVE "ESCALONAMENTO DISCIPLINAR     " TO TITULO-BIM.

          WRITE REG-BIM
             AFTER ADVANCING PAGE.
          WRITE REG-BIM FROM CAB-BIM-01
             AFTER ADVANCING 2 LINES.
          IF SECAO-BIM EQUAL "T"
             WRITE REG-BIM FROM CAB-TUR-02
                AFTER ADVANCING 3 LINES
          ELSE
             WRITE REG-BIM FROM CAB-ESC-02
                AFTER ADVANCING 3 LINES.
          WRITE REG-BIM FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN-BIM.

       IMPRIME-TURMA.
          IF CT-LIN-BIM GREATER THAN 39
             PERFORM IMPRIME-CAB-BIM.
          MOVE TT-TURMA (IDX-TUR)      TO TURMA-TUR.
          MOVE TT-ATRASOS (IDX-TUR)    TO ATRASOS-TUR.
          MOVE TT-INDISC (IDX-TUR)     TO INDISC-TUR.
          MOVE TT-SUSPENSOES (IDX-TUR) TO SUSP-TUR.
          MOVE TT-GRAVIDADE (IDX-TUR)  TO GRAV-TUR.
          WRITE REG-BIM FROM DET-TURMA
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN-BIM.

       IMPRIME-ESCALONADO.
          IF TA-GRAVIDADE (IDX-ALU) NOT LESS THAN LIMITE-GRAVIDADE
             IF CT-LIN-BIM GREATER THAN 39
                PERFORM IMPRIME-CAB-BIM
             END-IF
             ADD 1 TO CT-ESCALONADOS
             MOVE TA-MATRICULA (IDX-ALU)  TO MATR-ESC
             MOVE TA-NOME (IDX-ALU)       TO NOME-ESC
             MOVE TA-TURMA (IDX-ALU)      TO TURMA-ESC
             MOVE TA-QTD (IDX-ALU)        TO QTD-ESC
             MOVE TA-SUSPENSOES (IDX-ALU) TO SUSP-ESC
             MOVE TA-GRAVIDADE (IDX-ALU)  TO GRAV-ESC
             WRITE REG-BIM FROM DET-ESCAL
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN-BIM.

       TERMINO.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-03
                AFTER ADVANCING 2 LINES
          ELSE
             PERFORM REGRAVA-OCORDISC.
          MOVE CT-NOTIFICADAS TO TOT-NOT-SAI.
          MOVE CT-SEM-RESP    TO TOT-SEM-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.

          MOVE "T" TO SECAO-BIM.
          PERFORM IMPRIME-CAB-BIM.
          PERFORM IMPRIME-TURMA
             VARYING IDX-TUR FROM 1 BY 1
             UNTIL IDX-TUR GREATER THAN QTD-TURMAS.
          MOVE CT-NO-BIMESTRE TO TOT-BIM-SAI.
          WRITE REG-BIM FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-BIM FROM ROD-BIM-01
             AFTER ADVANCING 1 LINE.

          MOVE "E" TO SECAO-BIM.
          PERFORM IMPRIME-CAB-BIM.
          PERFORM IMPRIME-ESCALONADO
             VARYING IDX-ALU FROM 1 BY 1
             UNTIL IDX-ALU GREATER THAN QTD-ALUNOS.
          MOVE LIMITE-GRAVIDADE TO LIMITE-SAI.
          MOVE CT-ESCALONADOS   TO TOT-ESC-SAI.
          WRITE REG-BIM FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-BIM FROM ROD-BIM-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-BIM FROM ROD-BIM-03
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADAMEST
                CSVOCOR
                RELOCNOT
                RELOCBIM.

       REGRAVA-OCORDISC.
          OPEN OUTPUT OCORDISC.
          PERFORM GRAVA-1-OCORRENCIA
             VARYING IDX-OCO FROM 1 BY 1
             UNTIL IDX-OCO GREATER THAN QTD-OCORRENCIAS.
          CLOSE OCORDISC.

       GRAVA-1-OCORRENCIA.
          MOVE OCO-OCR (IDX-OCO) TO REG-OCOR.
          WRITE REG-OCOR.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX28"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-NOTIFICADAS TO RL-GRAVADOS.
          MOVE CT-SEM-RESP    TO RL-REJEITADOS.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
