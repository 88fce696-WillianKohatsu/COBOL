       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX22.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        EMISSAO DO CERTIFICADO DE CONCLUSAO. PARA O
      *                ANO LETIVO DE PARMCERT.DAT (PADRAO: O ULTIMO
      *                ANO ARQUIVADO EM HISTMEST.DAT PELO EM08/EX17,
      *                DESCONTADAS AS GUIAS DE TRANSFERENCIA DO
      *                EM08/EX23)
      *                SELECIONA OS ALUNOS APROVADOS EM TURMA DA
      *                SERIE 9 (PRIMEIRO DIGITO DA TURMA, COMO NA
      *                VIRADA EM08/EX16), DA A CADA UM O PROXIMO
      *                REGISTRO LIVRO/FOLHA/NUMERO DE CTLCERT.DAT
      *                (10 REGISTROS POR FOLHA, 200 FOLHAS POR
      *                LIVRO), IMPRIME O CERTIFICADO COM O HISTORICO
      *                COMPLETO DO ALUNO E ACRESCENTA A EMISSAO AO
      *                LIVRO DE REGISTRO PERMANENTE REGCERT.DAT.
      *                ALUNO JA REGISTRADO NAO RECEBE NOVO NUMERO.
      *                OS PEDIDOS DE SEGUNDA VIA (PEDCERT.DAT, POR
      *                MATRICULA) REIMPRIMEM O CERTIFICADO COM
      *                "2a VIA" (3a, ...) E O REGISTRO ORIGINAL, E
      *                TAMBEM FICAM ANOTADOS NO LIVRO. PEDIDO SEM
      *                CERTIFICADO ORIGINAL E RECUSADO NO RELATORIO
      *                DE OCORRENCIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL PARMCERT ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTLCERT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTMEST ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL REGCERT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PEDCERT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELCERT  ASSIGN TO DISK.

          SELECT  RELOCCER  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMCERT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMCERT.DAT".

       01 REG-PARM.
          02 ANO-PARM           PIC 9(04).

       FD CTLCERT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTLCERT.DAT".

       01 REG-CTLCERT.
          02 LIVRO-CTL          PIC 9(03).
          02 FOLHA-CTL          PIC 9(03).
          02 LINHA-CTL          PIC 9(02).
          02 NUMERO-CTL         PIC 9(06).

       FD HISTMEST
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTMEST.DAT".

       01 REG-HISTM.
          02 ANO-HISTM          PIC 9(04).
          02 MATRICULA-HISTM    PIC 9(07).
          02 NOME-HISTM         PIC X(20).
          02 TURMA-HISTM        PIC X(05).
          02 MEDIA-HISTM        PIC 9(02)V99.
          02 SITUACAO-HISTM     PIC X(11).

       FD REGCERT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "REGCERT.DAT".

       01 REG-CERT.
          02 MATRICULA-CER      PIC 9(07).
          02 NOME-CER           PIC X(20).
          02 ANO-CER            PIC 9(04).
          02 TURMA-CER          PIC X(05).
          02 LIVRO-CER          PIC 9(03).
          02 FOLHA-CER          PIC 9(03).
          02 NUMERO-CER         PIC 9(06).
          02 VIA-CER            PIC 9(01).
          02 DATA-EMIS-CER      PIC 9(08).

       FD PEDCERT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PEDCERT.DAT".

       01 REG-PED.
          02 MATRICULA-PED      PIC 9(07).

       FD RELCERT
          LABEL RECORD IS OMITTED.

       01 REG-CRT PIC X(80).

       FD RELOCCER
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-HIST         PIC X(03)    VALUE "NAO".
       77 FIM-CERT         PIC X(03)    VALUE "NAO".
       77 FIM-PED          PIC X(03)    VALUE "NAO".
       77 ANO-CERT         PIC 9(04)    VALUE ZEROS.
       77 ULTIMO-ANO       PIC 9(04)    VALUE ZEROS.
       77 QTD-ANOS         PIC 9(04)    VALUE ZEROS.
       77 QTD-REGISTROS    PIC 9(04)    VALUE ZEROS.
       77 ACHOU-REGISTRO   PIC X(03)    VALUE "NAO".
       77 MATRICULA-BUSCA  PIC 9(07)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-EMITIDOS      PIC 9(05)    VALUE ZEROS.
       77 CT-SEGUNDAS      PIC 9(05)    VALUE ZEROS.
       77 CT-JA-EMITIDOS   PIC 9(05)    VALUE ZEROS.
       77 CT-RECUSADOS     PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 TURMA-TRABALHO.
          02 SERIE-TRB     PIC X(01).
          02 RESTO-TRB     PIC X(04).

       01 TAB-HISTORICO.
          02 HIS-OCR  OCCURS 2000 TIMES INDEXED BY IDX-HIS.
             03 TH-ANO         PIC 9(04).
             03 TH-MATRICULA   PIC 9(07).
             03 TH-NOME        PIC X(20).
             03 TH-TURMA       PIC X(05).
             03 TH-MEDIA       PIC 9(02)V99.
             03 TH-SITUACAO    PIC X(11).

      *    UMA ENTRADA POR ALUNO REGISTRADO, COM A ULTIMA VIA
      *    EMITIDA.
       01 TAB-REGISTROS.
          02 REG-OCR  OCCURS 2000 TIMES INDEXED BY IDX-REG.
             03 TR-MATRICULA   PIC 9(07).
             03 TR-NOME        PIC X(20).
             03 TR-ANO         PIC 9(04).
             03 TR-TURMA       PIC X(05).
             03 TR-LIVRO       PIC 9(03).
             03 TR-FOLHA       PIC 9(03).
             03 TR-NUMERO      PIC 9(06).
             03 TR-VIA         PIC 9(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CER-01.
          02 FILLER          PIC X(17) VALUE SPACES.
          02 FILLER          PIC X(46) VALUE
             "CERTIFICADO DE CONCLUSAO DO ENSINO FUNDAMENTAL".
          02 FILLER          PIC X(17) VALUE SPACES.

       01 CER-VIA.
          02 FILLER          PIC X(70) VALUE SPACES.
          02 VIA-SAI         PIC 9(01).
          02 FILLER          PIC X(06) VALUE "a VIA ".
          02 FILLER          PIC X(03) VALUE SPACES.

       01 CER-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(34) VALUE
             "A DIRECAO DA ESCOLA CERTIFICA QUE ".
          02 NOME-CER-SAI    PIC X(20).
          02 FILLER          PIC X(21) VALUE SPACES.

       01 CER-03.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "MATRICULA  ".
          02 MATR-CER-SAI    PIC 9(07).
          02 FILLER          PIC X(32) VALUE
             ", CONCLUIU O ENSINO FUNDAMENTAL ".
          02 FILLER          PIC X(09) VALUE "NA TURMA ".
          02 TURMA-CER-SAI   PIC X(05).
          02 FILLER          PIC X(11) VALUE SPACES.

       01 CER-04.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(17) VALUE
             "NO ANO LETIVO DE ".
          02 ANO-CER-SAI     PIC 9(04).
          02 FILLER          PIC X(38) VALUE
             ", CONFORME O HISTORICO ESCOLAR ABAIXO:".
          02 FILLER          PIC X(16) VALUE SPACES.

       01 CAB-HIST.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "ANO LETIVO".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "TURMA".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "MEDIA FINAL".
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "SITUACAO".
          02 FILLER          PIC X(29) VALUE SPACES.

       01 DET-HIST.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 ANO-HIS-SAI     PIC 9(04).
          02 FILLER          PIC X(07) VALUE SPACES.
          02 TURMA-HIS-SAI   PIC X(05).
          02 FILLER          PIC X(07) VALUE SPACES.
          02 MEDIA-HIS-SAI   PIC Z9,99.
          02 FILLER          PIC X(07) VALUE SPACES.
          02 SIT-HIS-SAI     PIC X(11).
          02 FILLER          PIC X(26) VALUE SPACES.

       01 CER-05.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(21) VALUE
             "REGISTRADO NO LIVRO  ".
          02 LIVRO-CER-SAI   PIC 9(03).
          02 FILLER          PIC X(08) VALUE "  FOLHA ".
          02 FOLHA-CER-SAI   PIC 9(03).
          02 FILLER          PIC X(15) VALUE "  SOB O NUMERO ".
          02 NUMERO-CER-SAI  PIC 9(06).
          02 FILLER          PIC X(19) VALUE SPACES.

       01 CER-06.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "EMITIDO EM ".
          02 DATA-EMIS-SAI   PIC 99/99/9999.
          02 FILLER          PIC X(54) VALUE SPACES.

       01 CER-07.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE ALL "_".
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE ALL "_".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 CER-08.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE
             "   SECRETARIO ESCOLAR    ".
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(25) VALUE
             "        DIRETOR          ".
          02 FILLER          PIC X(10) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(42) VALUE
             "OCORRENCIAS DA EMISSAO DE CERTIFICADOS -  ".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "MATRICULA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME DO ALUNO       ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(15) VALUE "LIVRO/FLS/NUM. ".
          02 FILLER          PIC X(04) VALUE "VIA ".
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(18) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MATR-REL        PIC 9(07).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 LIVRO-REL       PIC 9(03).
          02 FILLER          PIC X(01) VALUE "/".
          02 FOLHA-REL       PIC 9(03).
          02 FILLER          PIC X(01) VALUE "/".
          02 NUMERO-REL      PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VIA-REL         PIC 9(01).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-REL    PIC X(25).
          02 FILLER          PIC X(01) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "CERTIFICADOS EMITIDOS:        ".
          02 TOT-EMI-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "SEGUNDAS VIAS EMITIDAS:       ".
          02 TOT-SEG-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "CONCLUINTES JA REGISTRADOS:   ".
          02 TOT-JAE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "PEDIDOS DE 2a VIA RECUSADOS:  ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM08-EX22.
          PERFORM INICIO.
          PERFORM EMITE-CONCLUINTE
             VARYING IDX-HIS FROM 1 BY 1
             UNTIL IDX-HIS GREATER THAN QTD-ANOS.
          PERFORM PRINCIPAL
             UNTIL FIM-PED EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          PERFORM CARREGA-HISTORICO.
          PERFORM LE-PARAMETRO.
          PERFORM LE-CONTROLE.
          PERFORM CARREGA-REGISTROS.
          MOVE ANO-CERT TO ANO-CAB.
          OPEN INPUT PEDCERT
             OUTPUT RELCERT
                    RELOCCER.
          OPEN EXTEND REGCERT.
          PERFORM IMPRIME-CAB.
          PERFORM LEITURA.

       CARREGA-HISTORICO.
          MOVE "NAO" TO FIM-HIST.
          OPEN INPUT HISTMEST.
          PERFORM LE-1-HISTORICO
             UNTIL FIM-HIST EQUAL "SIM".
          CLOSE HISTMEST.

       LE-1-HISTORICO.
          READ HISTMEST
             AT END
             MOVE "SIM" TO FIM-HIST.
          IF FIM-HIST EQUAL "NAO"
          AND QTD-ANOS LESS THAN 2000
             ADD 1 TO QTD-ANOS
             SET IDX-HIS TO QTD-ANOS
             MOVE ANO-HISTM       TO TH-ANO (IDX-HIS)
             MOVE MATRICULA-HISTM TO TH-MATRICULA (IDX-HIS)
             MOVE NOME-HISTM      TO TH-NOME (IDX-HIS)
             MOVE TURMA-HISTM     TO TH-TURMA (IDX-HIS)
             MOVE MEDIA-HISTM     TO TH-MEDIA (IDX-HIS)
             MOVE SITUACAO-HISTM  TO TH-SITUACAO (IDX-HIS)
             IF ANO-HISTM GREATER THAN ULTIMO-ANO
             AND SITUACAO-HISTM NOT EQUAL "TRANSFERIDO"
                MOVE ANO-HISTM TO ULTIMO-ANO.

       LE-PARAMETRO.
          OPEN INPUT PARMCERT.
          READ PARMCERT
             AT END
             MOVE ZEROS TO REG-PARM.
          CLOSE PARMCERT.
          IF ANO-PARM GREATER THAN ZEROS
             MOVE ANO-PARM   TO ANO-CERT
          ELSE
             MOVE ULTIMO-ANO TO ANO-CERT.

       LE-CONTROLE.
          OPEN INPUT CTLCERT.
          READ CTLCERT
             AT END
             MOVE ZEROS TO REG-CTLCERT.
          CLOSE CTLCERT.
          IF LIVRO-CTL EQUAL ZEROS
             MOVE 1     TO LIVRO-CTL
                           FOLHA-CTL
             MOVE ZEROS TO LINHA-CTL
                           NUMERO-CTL.

       CARREGA-REGISTROS.
          MOVE "NAO" TO FIM-CERT.
          OPEN INPUT REGCERT.
          PERFORM LE-1-REGISTRO
             UNTIL FIM-CERT EQUAL "SIM".
          CLOSE REGCERT.

      *    AS SEGUNDAS VIAS REPETEM O NUMERO ORIGINAL NO LIVRO; A
      *    TABELA GUARDA SO A VIA MAIS ALTA DE CADA ALUNO.
       LE-1-REGISTRO.
          READ REGCERT
             AT END
             MOVE "SIM" TO FIM-CERT.
          IF FIM-CERT EQUAL "NAO"
             MOVE MATRICULA-CER TO MATRICULA-BUSCA
             PERFORM BUSCA-REGISTRO
             IF ACHOU-REGISTRO EQUAL "SIM"
                IF VIA-CER GREATER THAN TR-VIA (IDX-REG)
                   MOVE VIA-CER TO TR-VIA (IDX-REG)
                END-IF
             ELSE
                PERFORM GUARDA-REGISTRO.

       GUARDA-REGISTRO.
          IF QTD-REGISTROS LESS THAN 2000
             ADD 1 TO QTD-REGISTROS
             SET IDX-REG TO QTD-REGISTROS
             MOVE MATRICULA-CER TO TR-MATRICULA (IDX-REG)
             MOVE NOME-CER      TO TR-NOME (IDX-REG)
             MOVE ANO-CER       TO TR-ANO (IDX-REG)
             MOVE TURMA-CER     TO TR-TURMA (IDX-REG)
             MOVE LIVRO-CER     TO TR-LIVRO (IDX-REG)
             MOVE FOLHA-CER     TO TR-FOLHA (IDX-REG)
             MOVE NUMERO-CER    TO TR-NUMERO (IDX-REG)
             MOVE VIA-CER       TO TR-VIA (IDX-REG).

       BUSCA-REGISTRO.
          MOVE "NAO" TO ACHOU-REGISTRO.
          SET IDX-REG TO 1.
          PERFORM BUSCA-1-REGISTRO
             UNTIL IDX-REG GREATER THAN QTD-REGISTROS
                OR ACHOU-REGISTRO EQUAL "SIM".

       BUSCA-1-REGISTRO.
          IF TR-MATRICULA (IDX-REG) EQUAL MATRICULA-BUSCA
             MOVE "SIM" TO ACHOU-REGISTRO
          ELSE
             SET IDX-REG UP BY 1.

      *    CONCLUINTE: APROVADO NO ANO PEDIDO EM TURMA DA SERIE 9.
       EMITE-CONCLUINTE.
          MOVE TH-TURMA (IDX-HIS) TO TURMA-TRABALHO.
          IF TH-ANO (IDX-HIS) EQUAL ANO-CERT
          AND SERIE-TRB EQUAL "9"
          AND TH-SITUACAO (IDX-HIS) EQUAL "APROVADO "
             MOVE TH-MATRICULA (IDX-HIS) TO MATRICULA-BUSCA
             PERFORM BUSCA-REGISTRO
             IF ACHOU-REGISTRO EQUAL "SIM"
                ADD 1 TO CT-JA-EMITIDOS
                MOVE "JA REGISTRADO - USAR 2a VIA"
                   TO MENSAGEM-REL
                PERFORM IMPRIME-OCORRENCIA
             ELSE
                PERFORM REGISTRA-CERTIFICADO.

       REGISTRA-CERTIFICADO.
          PERFORM PROXIMO-REGISTRO.
          MOVE TH-MATRICULA (IDX-HIS) TO MATRICULA-CER.
          MOVE TH-NOME (IDX-HIS)      TO NOME-CER.
          MOVE TH-ANO (IDX-HIS)       TO ANO-CER.
          MOVE TH-TURMA (IDX-HIS)     TO TURMA-CER.
          MOVE LIVRO-CTL              TO LIVRO-CER.
          MOVE FOLHA-CTL              TO FOLHA-CER.
          MOVE NUMERO-CTL             TO NUMERO-CER.
          MOVE 1                      TO VIA-CER.
          MOVE WS-DATA-HOJE           TO DATA-EMIS-CER.
          WRITE REG-CERT.
          PERFORM GUARDA-REGISTRO.
          ADD 1 TO CT-EMITIDOS.
          PERFORM IMPRIME-CERTIFICADO.
          MOVE "CERTIFICADO EMITIDO" TO MENSAGEM-REL.
          PERFORM IMPRIME-OCORRENCIA.

      *    10 REGISTROS POR FOLHA E 200 FOLHAS POR LIVRO; O NUMERO
      *    DE REGISTRO E CORRIDO ENTRE OS LIVROS.
       PROXIMO-REGISTRO.
          ADD 1 TO NUMERO-CTL.
          ADD 1 TO LINHA-CTL.
          IF LINHA-CTL GREATER THAN 10
             MOVE 1 TO LINHA-CTL
             ADD 1 TO FOLHA-CTL
             IF FOLHA-CTL GREATER THAN 200
                MOVE 1 TO FOLHA-CTL
                ADD 1 TO LIVRO-CTL.

       LEITURA.
          READ PEDCERT
             AT END
             MOVE "SIM" TO FIM-PED.
          IF FIM-PED EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          MOVE MATRICULA-PED TO MATRICULA-BUSCA.
          PERFORM BUSCA-REGISTRO.
          IF ACHOU-REGISTRO EQUAL "SIM"
             PERFORM EMITE-SEGUNDA-VIA
          ELSE
             ADD 1 TO CT-RECUSADOS
             MOVE "SEM CERTIFICADO ORIGINAL" TO MENSAGEM-REL
             PERFORM IMPRIME-RECUSA.
          PERFORM LEITURA.

       EMITE-SEGUNDA-VIA.
          IF TR-VIA (IDX-REG) LESS THAN 9
             ADD 1 TO TR-VIA (IDX-REG).
          MOVE TR-MATRICULA (IDX-REG) TO MATRICULA-CER.
          MOVE TR-NOME (IDX-REG)      TO NOME-CER.
          MOVE TR-ANO (IDX-REG)       TO ANO-CER.
          MOVE TR-TURMA (IDX-REG)     TO TURMA-CER.
          MOVE TR-LIVRO (IDX-REG)     TO LIVRO-CER.
          MOVE TR-FOLHA (IDX-REG)     TO FOLHA-CER.
          MOVE TR-NUMERO (IDX-REG)    TO NUMERO-CER.
          MOVE TR-VIA (IDX-REG)       TO VIA-CER.
          MOVE WS-DATA-HOJE           TO DATA-EMIS-CER.
          WRITE REG-CERT.
          ADD 1 TO CT-SEGUNDAS.
          PERFORM IMPRIME-CERTIFICADO.
          MOVE "SEGUNDA VIA EMITIDA" TO MENSAGEM-REL.
          PERFORM IMPRIME-OCORRENCIA.

      *    O CERTIFICADO SAI COM OS DADOS DE REG-CERT, JA MONTADO.
       IMPRIME-CERTIFICADO.
          MOVE NOME-CER      TO NOME-CER-SAI.
          MOVE MATRICULA-CER TO MATR-CER-SAI.
          MOVE TURMA-CER     TO TURMA-CER-SAI.
          MOVE ANO-CER       TO ANO-CER-SAI.
          MOVE LIVRO-CER     TO LIVRO-CER-SAI.
          MOVE FOLHA-CER     TO FOLHA-CER-SAI.
          MOVE NUMERO-CER    TO NUMERO-CER-SAI.
          COMPUTE DATA-EMIS-SAI = WS-DIA-HOJE * 1000000
                                + WS-MES-HOJE * 10000
                                + WS-ANO-HOJE.
          MOVE SPACES TO REG-CRT.
          WRITE REG-CRT
             AFTER ADVANCING PAGE.
          IF VIA-CER GREATER THAN 1
             MOVE VIA-CER TO VIA-SAI
             WRITE REG-CRT FROM CER-VIA
                AFTER ADVANCING 1 LINE
          ELSE
             WRITE REG-CRT FROM JUMP-LINHA
                AFTER ADVANCING 1 LINE.
          WRITE REG-CRT FROM CER-01
             AFTER ADVANCING 3 LINES.
          WRITE REG-CRT FROM CER-02
             AFTER ADVANCING 4 LINES.
          WRITE REG-CRT FROM CER-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-CRT FROM CER-04
             AFTER ADVANCING 2 LINES.
          WRITE REG-CRT FROM CAB-HIST
             AFTER ADVANCING 3 LINES.
          WRITE REG-CRT FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-ANO-HISTORICO
             VARYING IDX-HIS FROM 1 BY 1
             UNTIL IDX-HIS GREATER THAN QTD-ANOS.
          WRITE REG-CRT FROM CER-05
             AFTER ADVANCING 3 LINES.
          WRITE REG-CRT FROM CER-06
             AFTER ADVANCING 2 LINES.
          WRITE REG-CRT FROM CER-07
             AFTER ADVANCING 5 LINES.
          WRITE REG-CRT FROM CER-08
             AFTER ADVANCING 1 LINE.

       IMPRIME-ANO-HISTORICO.
          IF TH-MATRICULA (IDX-HIS) EQUAL MATRICULA-CER
             MOVE TH-ANO (IDX-HIS)      TO ANO-HIS-SAI
             MOVE TH-TURMA (IDX-HIS)    TO TURMA-HIS-SAI
             MOVE TH-MEDIA (IDX-HIS)    TO MEDIA-HIS-SAI
             MOVE TH-SITUACAO (IDX-HIS) TO SIT-HIS-SAI
             WRITE REG-CRT FROM DET-HIST
                AFTER ADVANCING 1 LINE.

       IMPRIME-OCORRENCIA.
          MOVE MATRICULA-CER TO MATR-REL.
          MOVE NOME-CER      TO NOME-REL.
          MOVE LIVRO-CER     TO LIVRO-REL.
          MOVE FOLHA-CER     TO FOLHA-REL.
          MOVE NUMERO-CER    TO NUMERO-REL.
          MOVE VIA-CER       TO VIA-REL.
          PERFORM IMPRIME-D0.

       IMPRIME-RECUSA.
          MOVE MATRICULA-PED TO MATR-REL.
          MOVE SPACES        TO NOME-REL.
          MOVE ZEROS         TO LIVRO-REL
                                FOLHA-REL
                                NUMERO-REL
                                VIA-REL.
          PERFORM IMPRIME-D0.

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
          PERFORM GRAVA-CONTROLE.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE PEDCERT
                REGCERT
                RELCERT
                RELOCCER.

       GRAVA-CONTROLE.
          OPEN OUTPUT CTLCERT.
          WRITE REG-CTLCERT.
          CLOSE CTLCERT.

       IMPRIME-TOTAIS.
          MOVE CT-EMITIDOS    TO TOT-EMI-SAI.
          MOVE CT-SEGUNDAS    TO TOT-SEG-SAI.
          MOVE CT-JA-EMITIDOS TO TOT-JAE-SAI.
          MOVE CT-RECUSADOS   TO TOT-REC-SAI.

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

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX22"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          COMPUTE RL-GRAVADOS = CT-EMITIDOS + CT-SEGUNDAS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
