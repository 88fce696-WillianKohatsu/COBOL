       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX10.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        NORMALIZACAO DE ENDERECOS PELA TABELA DE CEP
      *                (CEPREF.DAT, CARREGADA PELO EM12/EX09 E
      *                CONSULTADA PELA ROTINA CEPBUSCA). PERCORRE O
      *                REGISTRO UNICO REGPESSOA.DAT E, QUANDO O
      *                ESTADO DO CADASTRO E O DO CEP (DESPREZANDO
      *                MAIUSCULAS/MINUSCULAS), CORRIGE A GRAFIA DO
      *                ESTADO E DA CIDADE PELA TABELA. ESTADO QUE
      *                CONTRADIZ O CEP E CEP FORA DA TABELA NAO SAO
      *                ALTERADOS, SO APONTADOS NO RELATORIO PARA
      *                ACERTO MANUAL. EM SEGUIDA PERCORRE O CADASTRO
      *                DE RESPONSAVEIS CADRESP.DAT (SEM ESTADO),
      *                CORRIGINDO A CIDADE PELO CEP EM CADRESPN.DAT.
      *                TODA CORRECAO VAI PARA AUDITCEP.LOG COM O
      *                VALOR ANTERIOR E O NOVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  REGPESSOA  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  SEQUENTIAL
          RECORD KEY  IS  DOC-PES.

          SELECT OPTIONAL CADRESP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADRESPN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  AUDITCEP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELNORM  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD CADRESPN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CADRESPN.DAT".

       01 REG-RESPN.
          02 MATRICULA-RSPN     PIC 9(07).
          02 NOME-RSPN          PIC X(30).
          02 ENDER-RSPN         PIC X(30).
          02 CIDADE-RSPN        PIC X(15).
          02 CEP-RSPN           PIC 9(08).
          02 TELEFONE-RSPN      PIC 9(10).

       FD AUDITCEP
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "AUDITCEP.LOG".

       01 REG-AUDIT.
          02 AUDIT-DATA        PIC 9(08).
          02 AUDIT-HORA        PIC 9(08).
          02 AUDIT-ARQUIVO     PIC X(09).
          02 AUDIT-CHAVE       PIC 9(14).
          02 AUDIT-CEP         PIC 9(08).
          02 AUDIT-ESTADO-ANT  PIC X(02).
          02 AUDIT-CIDADE-ANT  PIC X(30).
          02 AUDIT-ESTADO-NOVO PIC X(02).
          02 AUDIT-CIDADE-NOVA PIC X(30).

       FD RELNORM
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08)    VALUE ZEROS.
       77 FIM-PES          PIC X(03)    VALUE "NAO".
       77 FIM-RSP          PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-CORRIGIDOS    PIC 9(05)    VALUE ZEROS.
       77 CT-DIVERGENTES   PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-CEP       PIC 9(05)    VALUE ZEROS.
       77 ESTADO-AJUSTADO  PIC X(02)    VALUE SPACES.
       77 CIDADE-CEP-RSP   PIC X(15)    VALUE SPACES.

       01 CBU-PARM.
          02 CBU-CEP          PIC 9(08).
          02 CBU-LOGRADOURO   PIC X(30).
          02 CBU-BAIRRO       PIC X(20).
          02 CBU-CIDADE       PIC X(30).
          02 CBU-ESTADO       PIC X(02).
          02 CBU-ACHOU        PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "NORMALIZACAO DE ENDERECOS P/CEP".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "ARQUIVO   DOCUMENTO/MATR.  CEP".
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE
             "OCORRENCIA".
          02 FILLER          PIC X(30) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ARQUIVO-DET     PIC X(09).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CHAVE-DET       PIC 9(14).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CEP-DET         PIC 9(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 DETALHE-2.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "ERA: ".
          02 ESTADO-ANT-DET  PIC X(02).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CIDADE-ANT-DET  PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "CEP: ".
          02 ESTADO-CEP-DET  PIC X(02).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CIDADE-CEP-DET  PIC X(20).
          02 FILLER          PIC X(06) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "CADASTROS LIDOS:              ".
          02 TOT-LID-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "CADASTROS CORRIGIDOS:         ".
          02 TOT-COR-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "ESTADO DIVERGENTE DO CEP:     ".
          02 TOT-DIV-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "CEP FORA DA TABELA:           ".
          02 TOT-SEM-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM12-EX10.
          PERFORM INICIO.
          PERFORM PROCESSA-PESSOA
             UNTIL FIM-PES EQUAL "SIM".
          PERFORM PROCESSA-RESPONSAVEL
             UNTIL FIM-RSP EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          OPEN I-O    REGPESSOA.
          OPEN INPUT  CADRESP
               OUTPUT CADRESPN
                      RELNORM.
          OPEN EXTEND AUDITCEP.
          PERFORM IMPRIME-CAB.
          PERFORM LE-PESSOA.
          PERFORM LE-RESPONSAVEL.

       LE-PESSOA.
          READ REGPESSOA
             AT END
             MOVE "SIM" TO FIM-PES.
          IF FIM-PES EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       LE-RESPONSAVEL.
          READ CADRESP
             AT END
             MOVE "SIM" TO FIM-RSP.
          IF FIM-RSP EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

      *    CNPJ DO CONSOLIDADO VEM SEM CEP E FICA DE FORA.
       PROCESSA-PESSOA.
          IF CEP-PES GREATER THAN ZEROS
             MOVE CEP-PES TO CBU-CEP
             CALL "CEPBUSCA" USING CBU-PARM
             MOVE "REGPESSOA" TO ARQUIVO-DET
             MOVE DOC-PES     TO CHAVE-DET
             MOVE CEP-PES     TO CEP-DET
             PERFORM CONFERE-PESSOA.
          PERFORM LE-PESSOA.

       CONFERE-PESSOA.
          MOVE ESTADO-PES TO ESTADO-AJUSTADO.
          INSPECT ESTADO-AJUSTADO CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          MOVE ESTADO-PES  TO ESTADO-ANT-DET.
          MOVE CIDADE-PES  TO CIDADE-ANT-DET.
          MOVE CBU-ESTADO  TO ESTADO-CEP-DET.
          MOVE CBU-CIDADE  TO CIDADE-CEP-DET.
          IF CBU-ACHOU EQUAL "N"
             ADD 1 TO CT-SEM-CEP
             MOVE "CEP INEXISTENTE NA TABELA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF ESTADO-AJUSTADO NOT EQUAL CBU-ESTADO
             ADD 1 TO CT-DIVERGENTES
             MOVE "ESTADO CONTRADIZ O CEP - NAO CORRIGIDO"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF ESTADO-PES NOT EQUAL CBU-ESTADO
               OR CIDADE-PES NOT EQUAL CBU-CIDADE
             MOVE "REGPESSOA" TO AUDIT-ARQUIVO
             MOVE DOC-PES     TO AUDIT-CHAVE
             MOVE CEP-PES     TO AUDIT-CEP
             MOVE ESTADO-PES  TO AUDIT-ESTADO-ANT
             MOVE CIDADE-PES  TO AUDIT-CIDADE-ANT
             MOVE CBU-ESTADO  TO ESTADO-PES
             MOVE CBU-CIDADE  TO CIDADE-PES
             REWRITE REG-PES
             MOVE ESTADO-PES  TO AUDIT-ESTADO-NOVO
             MOVE CIDADE-PES  TO AUDIT-CIDADE-NOVA
             PERFORM GRAVA-AUDITORIA.

       PROCESSA-RESPONSAVEL.
          MOVE REG-RESP TO REG-RESPN.
          IF CEP-RSP GREATER THAN ZEROS
             MOVE CEP-RSP TO CBU-CEP
             CALL "CEPBUSCA" USING CBU-PARM
             MOVE "CADRESP"     TO ARQUIVO-DET
             MOVE MATRICULA-RSP TO CHAVE-DET
             MOVE CEP-RSP       TO CEP-DET
             PERFORM CONFERE-RESPONSAVEL.
          WRITE REG-RESPN.
          PERFORM LE-RESPONSAVEL.

      *    O CADASTRO DE RESPONSAVEIS NAO TEM ESTADO; A CIDADE DA
      *    TABELA E GRAVADA NOS 15 CARACTERES DO CAMPO.
       CONFERE-RESPONSAVEL.
          MOVE CBU-CIDADE TO CIDADE-CEP-RSP.
          MOVE SPACES     TO ESTADO-ANT-DET.
          MOVE CIDADE-RSP TO CIDADE-ANT-DET.
          MOVE CBU-ESTADO TO ESTADO-CEP-DET.
          MOVE CBU-CIDADE TO CIDADE-CEP-DET.
          IF CBU-ACHOU EQUAL "N"
             ADD 1 TO CT-SEM-CEP
             MOVE "CEP INEXISTENTE NA TABELA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF CIDADE-RSP NOT EQUAL CIDADE-CEP-RSP
             MOVE "CADRESP"      TO AUDIT-ARQUIVO
             MOVE MATRICULA-RSP  TO AUDIT-CHAVE
             MOVE CEP-RSP        TO AUDIT-CEP
             MOVE SPACES         TO AUDIT-ESTADO-ANT
             MOVE CIDADE-RSP     TO AUDIT-CIDADE-ANT
             MOVE CIDADE-CEP-RSP TO CIDADE-RSPN
             MOVE SPACES         TO AUDIT-ESTADO-NOVO
             MOVE CIDADE-CEP-RSP TO AUDIT-CIDADE-NOVA
             PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
          MOVE WS-DATA-HOJE TO AUDIT-DATA.
          ACCEPT AUDIT-HORA FROM TIME.
          WRITE REG-AUDIT.
          ADD 1 TO CT-CORRIGIDOS.
          MOVE "CIDADE/ESTADO CORRIGIDOS PELO CEP"
             TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 38
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM DETALHE-2
             AFTER ADVANCING 1 LINE.
          ADD 2 TO CT-LIN.

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.

          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       TERMINO.
          MOVE CT-LIDOS       TO TOT-LID-SAI.
          MOVE CT-CORRIGIDOS  TO TOT-COR-SAI.
          MOVE CT-DIVERGENTES TO TOT-DIV-SAI.
          MOVE CT-SEM-CEP     TO TOT-SEM-SAI.
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
          CLOSE REGPESSOA
                CADRESP
                CADRESPN
                AUDITCEP
                RELNORM.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX10"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-CORRIGIDOS  TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-DIVERGENTES + CT-SEM-CEP.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
