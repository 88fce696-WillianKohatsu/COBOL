       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX16.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        DECLARACAO MENSAL OBRIGATORIA DA FOLHA POR
      *                EMPRESA. JUNTA, NA COMPETENCIA DA DATA DO
      *                MOVIMENTO (DATAMOV.DAT), A FOLHA DE
      *                FOLHADET.DAT E OS DESLIGAMENTOS DO MES DE
      *                RESCISAO.DAT (EM10/EX08), ORDENA POR EMPRESA
      *                E GRAVA DECLAR.DAT: POR EMPRESA UM HEADER "0",
      *                UM DETALHE "1" POR FUNCIONARIO (CPF DE
      *                DOCFUN.DAT, ADMISSAO DE CADFUN.DAT, BASE,
      *                IMPOSTO RETIDO E FGTS), UM "2" POR DESLIGADO E
      *                O TRAILER "9" COM OS TOTAIS DE CONTROLE (BASE,
      *                INSS PATRONAL, FGTS E TOTAL), APURADOS COMO NO
      *                EM10/EX09 COM OS PERCENTUAIS DE PARMENC.DAT.
      *                O RELATORIO RELDECL E A VALIDACAO PRE-ENVIO:
      *                LISTA FUNCIONARIO SEM CPF, SEM DATA DE
      *                ADMISSAO OU COM DATA INVALIDA (ROTINA
      *                DATECALC) E CONFERE O TRAILER DE CADA EMPRESA
      *                COM A GUIA DE GUIAENC.DAT. COM PENDENCIA OU
      *                DIVERGENCIA O ARQUIVO NAO DEVE SER ENVIADO E
      *                O RUNLOG SAI COM SITUACAO "PENDENTE".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  FOLHADET  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL RESCISAO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL DOCFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL GUIAENC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMENC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL EMPRESAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN  TO DISK.

          SELECT  DECLAR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELDECL  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FOLHADET
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FOLHADET.DAT".

       01 REG-FDET.
          02 COD-FDET         PIC 9(05).
          02 NOME-FDET        PIC X(30).
          02 BRUTO-FDET       PIC 9(10).
          02 EXTRA-FDET       PIC 9(10).
          02 IMPOSTO-FDET     PIC 9(05)V99.
          02 DESPESA-FDET     PIC 9(03)V99.
          02 LIQUIDO-FDET     PIC 9(05).
          02 EMPRESA-FDET     PIC 9(02).
          02 CONSIG-FDET      PIC 9(05)V99.
          02 VT-FDET          PIC 9(05)V99.

       FD RESCISAO
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "RESCISAO.DAT".

       01 REG-RESC.
          02 COD-RESC           PIC 9(05).
          02 NOME-RESC          PIC X(20).
          02 DATA-DESLIG-RESC.
             03 DD-DES          PIC 99.
             03 MM-DES          PIC 99.
             03 AAAA-DES        PIC 9(04).
          02 MOTIVO-RESC        PIC X(01).
          02 SALDO-SAL-RESC     PIC 9(07)V99.
          02 DEC13-RESC         PIC 9(07)V99.
          02 FERIAS-RESC        PIC 9(07)V99.
          02 TOTAL-RESC         PIC 9(07)V99.
          02 CONSIG-RESC        PIC 9(07)V99.
          02 LIQUIDO-RESC       PIC 9(07)V99.
          02 EMPRESA-RESC       PIC 9(02).

       FD CADFUN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADFUN.DAT".

       01  REG-ENT.
          02 COD-ENT      PIC 9(05).
          02 NOME-ENT     PIC X(20).
          02 SALARIO-BR   PIC 9(05)V99.
          02 DATA-ADMISSAO-ENT  PIC 9(08).
          02 EMPRESA-ENT  PIC 9(02).

       FD DOCFUN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "DOCFUN.DAT".

       01  REG-DOC.
          02 COD-DOC      PIC 9(05).
          02 CPF-DOC      PIC 9(11).

       FD GUIAENC
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "GUIAENC.DAT".

       01 REG-GUIA.
          02 EMPRESA-GUIA       PIC 9(02).
          02 BASE-GUIA          PIC 9(12)V99.
          02 INSS-GUIA          PIC 9(12)V99.
          02 FGTS-GUIA          PIC 9(12)V99.
          02 TOTAL-GUIA         PIC 9(12)V99.

       FD PARMENC
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMENC.DAT".

       01 REG-PARMENC.
          02 PCT-INSS-ENC       PIC 9(02)V99.
          02 PCT-FGTS-ENC       PIC 9(02)V99.

       FD EMPRESAS
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "EMPRESAS.DAT".

       01  REG-EMPRESA.
          02 COD-EMPRESA       PIC 9(02).
          02 NOME-EMPRESA      PIC X(20).

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".

       01 REG-DATAMOV.
          02 DATA-MOVIMENTO     PIC 9(08).

      *       TIPO-TRAB: 1 = FOLHA DO MES, 2 = DESLIGAMENTO NO MES
       SD TRAB.
       01 REG-TRAB.
          02 EMPRESA-TRAB       PIC 9(02).
          02 TIPO-TRAB          PIC X(01).
          02 COD-TRAB           PIC 9(05).
          02 NOME-TRAB          PIC X(30).
          02 BASE-TRAB          PIC 9(11)V99.
          02 IMPOSTO-TRAB       PIC 9(05)V99.
          02 DATA-DESLIG-TRAB   PIC 9(08).
          02 MOTIVO-TRAB        PIC X(01).
          02 VERBAS-TRAB        PIC 9(07)V99.

       FD DECLAR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DECLAR.DAT".

       01 REG-DEC-HDR.
          02 TIPO-DEC-HDR       PIC X(01).
          02 EMPRESA-DEC-HDR    PIC 9(02).
          02 NOME-DEC-HDR       PIC X(20).
          02 COMPET-DEC-HDR     PIC 9(06).
          02 DATA-DEC-HDR       PIC 9(08).
          02 FILLER             PIC X(63).

       01 REG-DEC-FUN.
          02 TIPO-DEC-FUN       PIC X(01).
          02 EMPRESA-DEC-FUN    PIC 9(02).
          02 COD-DEC-FUN        PIC 9(05).
          02 CPF-DEC-FUN        PIC 9(11).
          02 NOME-DEC-FUN       PIC X(30).
          02 ADMISSAO-DEC-FUN   PIC 9(08).
          02 BASE-DEC-FUN       PIC 9(11)V99.
          02 IMPOSTO-DEC-FUN    PIC 9(05)V99.
          02 FGTS-DEC-FUN       PIC 9(09)V99.
          02 FILLER             PIC X(12).

       01 REG-DEC-DES.
          02 TIPO-DEC-DES       PIC X(01).
          02 EMPRESA-DEC-DES    PIC 9(02).
          02 COD-DEC-DES        PIC 9(05).
          02 CPF-DEC-DES        PIC 9(11).
          02 NOME-DEC-DES       PIC X(30).
          02 DESLIG-DEC-DES     PIC 9(08).
          02 MOTIVO-DEC-DES     PIC X(01).
          02 VERBAS-DEC-DES     PIC 9(07)V99.
          02 FILLER             PIC X(33).

       01 REG-DEC-TRL.
          02 TIPO-DEC-TRL       PIC X(01).
          02 EMPRESA-DEC-TRL    PIC 9(02).
          02 QTDE-FUN-DEC-TRL   PIC 9(05).
          02 QTDE-DES-DEC-TRL   PIC 9(05).
          02 BASE-DEC-TRL       PIC 9(12)V99.
          02 INSS-DEC-TRL       PIC 9(12)V99.
          02 FGTS-DEC-TRL       PIC 9(12)V99.
          02 TOTAL-DEC-TRL      PIC 9(12)V99.
          02 FILLER             PIC X(31).

       FD RELDECL
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ          PIC X(03)    VALUE "NAO".
       77 FIM-FDET         PIC X(03)    VALUE "NAO".
       77 FIM-RESC         PIC X(03)    VALUE "NAO".
       77 FIM-FUN          PIC X(03)    VALUE "NAO".
       77 FIM-DOC          PIC X(03)    VALUE "NAO".
       77 FIM-GUIA         PIC X(03)    VALUE "NAO".
       77 FIM-EMP          PIC X(03)    VALUE "NAO".
       77 ACHOU-FUN        PIC X(03)    VALUE "NAO".
       77 ACHOU-DOC        PIC X(03)    VALUE "NAO".
       77 ACHOU-GUIA       PIC X(03)    VALUE "NAO".
       77 ACHOU-EMP        PIC X(03)    VALUE "NAO".
       77 TEM-EMPRESA      PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-PENDENCIAS    PIC 9(05)    VALUE ZEROS.
       77 CT-DIVERGENCIAS  PIC 9(05)    VALUE ZEROS.
       77 CT-FUNCIONARIOS  PIC 9(05)    VALUE ZEROS.
       77 CT-DESLIGADOS    PIC 9(05)    VALUE ZEROS.
       77 QTD-FUNCION      PIC 9(04)    VALUE ZEROS.
       77 QTD-DOCS         PIC 9(04)    VALUE ZEROS.
       77 QTD-GUIAS        PIC 9(02)    VALUE ZEROS.
       77 QTD-EMPRESAS     PIC 9(02)    VALUE ZEROS.
       77 PCT-INSS         PIC 9(02)V99 VALUE 20,00.
       77 PCT-FGTS         PIC 9(02)V99 VALUE 08,00.
       77 COMPETENCIA      PIC 9(06)    VALUE ZEROS.
       77 EMPRESA-CONTROL  PIC 9(02)    VALUE ZEROS.
       77 QTDE-FUN-EMP     PIC 9(05)    VALUE ZEROS.
       77 QTDE-DES-EMP     PIC 9(05)    VALUE ZEROS.
       77 BASE-EMP         PIC 9(12)V99 VALUE ZEROS.
       77 INSS-EMP         PIC 9(12)V99 VALUE ZEROS.
       77 FGTS-EMP         PIC 9(12)V99 VALUE ZEROS.
       77 TOTAL-EMP        PIC 9(12)V99 VALUE ZEROS.
       77 FGTS-FUNC        PIC 9(09)V99 VALUE ZEROS.
       77 CPF-ACHADO       PIC 9(11)    VALUE ZEROS.
       77 ADMISSAO-ACHADA  PIC 9(08)    VALUE ZEROS.
       77 NOME-EMP-ACHADO  PIC X(20)    VALUE SPACES.

       01 TAB-FUNCION.
          02 FUN-OCR  OCCURS 500 TIMES INDEXED BY IDX-FUN.
             03 TFUN-COD       PIC 9(05).
             03 TFUN-ADMISSAO  PIC 9(08).

       01 TAB-DOCS.
          02 DOC-OCR  OCCURS 500 TIMES INDEXED BY IDX-DOC.
             03 TDOC-COD       PIC 9(05).
             03 TDOC-CPF       PIC 9(11).

      *       TGUI-VISTA: S = EMPRESA PRESENTE NA DECLARACAO
       01 TAB-GUIAS.
          02 GUI-OCR  OCCURS 99 TIMES INDEXED BY IDX-GUI.
             03 TGUI-EMPRESA   PIC 9(02).
             03 TGUI-BASE      PIC 9(12)V99.
             03 TGUI-INSS      PIC 9(12)V99.
             03 TGUI-FGTS      PIC 9(12)V99.
             03 TGUI-TOTAL     PIC 9(12)V99.
             03 TGUI-VISTA     PIC X(01).

       01 TAB-EMPRESAS.
          02 EMP-OCR  OCCURS 99 TIMES INDEXED BY IDX-EMP.
             03 TEMP-COD       PIC 9(02).
             03 TEMP-NOME      PIC X(20).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 DATA-AMD.
          02 ANO-AMD          PIC 9(04).
          02 MES-AMD          PIC 9(02).
          02 DIA-AMD          PIC 9(02).

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "DECLARACAO MENSAL - VALIDACAO PRE-ENVIO ".
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "COMPETENCIA: ".
          02 MES-CAB         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(46) VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(40) VALUE
             "EMP CODIGO NOME                         ".
          02 FILLER          PIC X(40) VALUE
             " OCORRENCIA                             ".

       01 DET-PEND.
          02 EMP-PEND        PIC 99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 COD-PEND        PIC 9(05).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-PEND       PIC X(30).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MENSAGEM-PEND   PIC X(35).
          02 FILLER          PIC X(03) VALUE SPACES.

       01 CAB-CONF.
          02 FILLER          PIC X(40) VALUE
             "EMPRESA    NOME                  FUNC  ".
          02 FILLER          PIC X(40) VALUE
             "  DECLARADO         GUIA SITUACAO      ".

       01 DET-CONF.
          02 FILLER          PIC X(08) VALUE "EMPRESA ".
          02 EMP-CONF        PIC 99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-CONF       PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 QTD-CONF        PIC ZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DECL-CONF       PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 GUIA-CONF       PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 SIT-CONF        PIC X(14).
          02 FILLER          PIC X(02) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "FUNCIONARIOS DECLARADOS:      ".
          02 TOT-FUN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "DESLIGAMENTOS DECLARADOS:     ".
          02 TOT-DES-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "PENDENCIAS CADASTRAIS:        ".
          02 TOT-PEN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "EMPRESAS DIVERGENTES DA GUIA: ".
          02 TOT-DIV-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-APTO.
          02 FILLER          PIC X(40) VALUE
             "SITUACAO: ARQUIVO APTO PARA ENVIO       ".
          02 FILLER          PIC X(40) VALUE SPACES.

       01 ROD-PENDENTE.
          02 FILLER          PIC X(40) VALUE
             "SITUACAO: CORRIGIR AS PENDENCIAS ANTES D".
          02 FILLER          PIC X(40) VALUE
             "O ENVIO                                 ".

       PROCEDURE DIVISION.

       EM10-EX16.

       PERFORM INICIO.
       SORT    TRAB
          ASCENDING  KEY  EMPRESA-TRAB
          ASCENDING  KEY  TIPO-TRAB
          ASCENDING  KEY  COD-TRAB
          INPUT      PROCEDURE  ROT-ENTRADA
          OUTPUT     PROCEDURE  ROT-SAIDA.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          COMPUTE COMPETENCIA = WS-ANO-HOJE * 100 + WS-MES-HOJE.
          PERFORM LE-PERCENTUAIS.
          PERFORM CARREGA-FUNCIONARIOS.
          PERFORM CARREGA-DOCUMENTOS.
          PERFORM CARREGA-GUIAS.
          PERFORM CARREGA-EMPRESAS.
          OPEN OUTPUT RELDECL.
          MOVE WS-MES-HOJE TO MES-CAB.
          MOVE WS-ANO-HOJE TO ANO-CAB.
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

       LE-PERCENTUAIS.
          OPEN INPUT PARMENC.
          READ PARMENC
             AT END
             MOVE ZEROS TO REG-PARMENC.
          CLOSE PARMENC.
          IF PCT-INSS-ENC GREATER THAN ZEROS
             MOVE PCT-INSS-ENC TO PCT-INSS.
          IF PCT-FGTS-ENC GREATER THAN ZEROS
             MOVE PCT-FGTS-ENC TO PCT-FGTS.

       CARREGA-FUNCIONARIOS.
          OPEN INPUT CADFUN.
          PERFORM LE-1-FUNCIONARIO
             UNTIL FIM-FUN EQUAL "SIM".
          CLOSE CADFUN.

       LE-1-FUNCIONARIO.
          READ CADFUN
             AT END
             MOVE "SIM" TO FIM-FUN.
          IF FIM-FUN EQUAL "NAO"
          AND QTD-FUNCION LESS THAN 500
             ADD 1 TO QTD-FUNCION
             SET IDX-FUN TO QTD-FUNCION
             MOVE COD-ENT           TO TFUN-COD (IDX-FUN)
             MOVE DATA-ADMISSAO-ENT TO TFUN-ADMISSAO (IDX-FUN).

       CARREGA-DOCUMENTOS.
          OPEN INPUT DOCFUN.
          PERFORM LE-1-DOCUMENTO
             UNTIL FIM-DOC EQUAL "SIM".
          CLOSE DOCFUN.

       LE-1-DOCUMENTO.
          READ DOCFUN
             AT END
             MOVE "SIM" TO FIM-DOC.
          IF FIM-DOC EQUAL "NAO"
          AND QTD-DOCS LESS THAN 500
             ADD 1 TO QTD-DOCS
             SET IDX-DOC TO QTD-DOCS
             MOVE COD-DOC TO TDOC-COD (IDX-DOC)
             MOVE CPF-DOC TO TDOC-CPF (IDX-DOC).

       CARREGA-GUIAS.
          OPEN INPUT GUIAENC.
          PERFORM LE-1-GUIA
             UNTIL FIM-GUIA EQUAL "SIM".
          CLOSE GUIAENC.

       LE-1-GUIA.
          READ GUIAENC
             AT END
             MOVE "SIM" TO FIM-GUIA.
          IF FIM-GUIA EQUAL "NAO"
          AND QTD-GUIAS LESS THAN 99
             ADD 1 TO QTD-GUIAS
             SET IDX-GUI TO QTD-GUIAS
             MOVE EMPRESA-GUIA TO TGUI-EMPRESA (IDX-GUI)
             MOVE BASE-GUIA    TO TGUI-BASE (IDX-GUI)
             MOVE INSS-GUIA    TO TGUI-INSS (IDX-GUI)
             MOVE FGTS-GUIA    TO TGUI-FGTS (IDX-GUI)
             MOVE TOTAL-GUIA   TO TGUI-TOTAL (IDX-GUI)
             MOVE "N"          TO TGUI-VISTA (IDX-GUI).

       CARREGA-EMPRESAS.
          OPEN INPUT EMPRESAS.
          PERFORM LE-1-EMPRESA
             UNTIL FIM-EMP EQUAL "SIM".
          CLOSE EMPRESAS.

       LE-1-EMPRESA.
          READ EMPRESAS
             AT END
             MOVE "SIM" TO FIM-EMP.
          IF FIM-EMP EQUAL "NAO"
          AND QTD-EMPRESAS LESS THAN 99
             ADD 1 TO QTD-EMPRESAS
             SET IDX-EMP TO QTD-EMPRESAS
             MOVE COD-EMPRESA  TO TEMP-COD (IDX-EMP)
             MOVE NOME-EMPRESA TO TEMP-NOME (IDX-EMP).

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.

          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       TERMINO.
          PERFORM CONFERE-GUIA-SEM-FOLHA
             VARYING IDX-GUI FROM 1 BY 1
             UNTIL IDX-GUI GREATER THAN QTD-GUIAS.
          MOVE CT-FUNCIONARIOS TO TOT-FUN-SAI.
          MOVE CT-DESLIGADOS   TO TOT-DES-SAI.
          MOVE CT-PENDENCIAS   TO TOT-PEN-SAI.
          MOVE CT-DIVERGENCIAS TO TOT-DIV-SAI.
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
          IF CT-PENDENCIAS EQUAL ZEROS
          AND CT-DIVERGENCIAS EQUAL ZEROS
             WRITE REG-ATR FROM ROD-APTO
                AFTER ADVANCING 2 LINES
          ELSE
             WRITE REG-ATR FROM ROD-PENDENTE
                AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELDECL.

      *    GUIA RECOLHIDA PARA EMPRESA QUE NAO TEM FOLHA NO MES.
       CONFERE-GUIA-SEM-FOLHA.
          IF TGUI-VISTA (IDX-GUI) EQUAL "N"
             ADD 1 TO CT-DIVERGENCIAS
             MOVE TGUI-EMPRESA (IDX-GUI) TO EMP-CONF
                                            EMPRESA-CONTROL
             PERFORM BUSCA-NOME-EMPRESA
             MOVE NOME-EMP-ACHADO        TO NOME-CONF
             MOVE ZEROS                  TO QTD-CONF
                                            DECL-CONF
             MOVE TGUI-TOTAL (IDX-GUI)   TO GUIA-CONF
             MOVE "GUIA SEM FOLHA"       TO SIT-CONF
             PERFORM IMPRIME-CONFERENCIA.

       BUSCA-NOME-EMPRESA.
          MOVE "NAO" TO ACHOU-EMP.
          MOVE "EMPRESA SEM CADASTRO" TO NOME-EMP-ACHADO.
          PERFORM BUSCA-1-EMPRESA
             VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER THAN QTD-EMPRESAS
                OR ACHOU-EMP EQUAL "SIM".

       BUSCA-1-EMPRESA.
          IF TEMP-COD (IDX-EMP) EQUAL EMPRESA-CONTROL
             MOVE TEMP-NOME (IDX-EMP) TO NOME-EMP-ACHADO
             MOVE "SIM" TO ACHOU-EMP.

       IMPRIME-CONFERENCIA.
          IF CT-LIN GREATER THAN 37
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-CONF
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM DET-CONF
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          ADD 4 TO CT-LIN.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM10EX16"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-PENDENCIAS + CT-DIVERGENCIAS.
          IF CT-PENDENCIAS EQUAL ZEROS
          AND CT-DIVERGENCIAS EQUAL ZEROS
             MOVE "NORMAL"   TO RL-STATUS
          ELSE
             MOVE "PENDENTE" TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.

      *    FOLHA DO MES E DESLIGAMENTOS DA COMPETENCIA VAO JUNTOS
      *    PARA A ORDENACAO POR EMPRESA.
       ROT-ENTRADA SECTION.
          OPEN INPUT FOLHADET
                     RESCISAO.
          PERFORM LIBERA-FOLHA
             UNTIL FIM-FDET EQUAL "SIM".
          PERFORM LIBERA-DESLIGAMENTO
             UNTIL FIM-RESC EQUAL "SIM".
          CLOSE FOLHADET
                RESCISAO.

       LIBERA-FOLHA SECTION.
          READ FOLHADET
             AT END
             MOVE "SIM" TO FIM-FDET.
          IF FIM-FDET EQUAL "NAO"
             MOVE SPACES       TO REG-TRAB
             MOVE EMPRESA-FDET TO EMPRESA-TRAB
             MOVE "1"          TO TIPO-TRAB
             MOVE COD-FDET     TO COD-TRAB
             MOVE NOME-FDET    TO NOME-TRAB
             COMPUTE BASE-TRAB = BRUTO-FDET + EXTRA-FDET
             MOVE IMPOSTO-FDET TO IMPOSTO-TRAB
             MOVE ZEROS        TO DATA-DESLIG-TRAB
                                  VERBAS-TRAB
             RELEASE REG-TRAB.

       LIBERA-DESLIGAMENTO SECTION.
          READ RESCISAO
             AT END
             MOVE "SIM" TO FIM-RESC.
          IF FIM-RESC EQUAL "NAO"
          AND AAAA-DES * 100 + MM-DES EQUAL COMPETENCIA
             MOVE SPACES       TO REG-TRAB
             MOVE EMPRESA-RESC TO EMPRESA-TRAB
             MOVE "2"          TO TIPO-TRAB
             MOVE COD-RESC     TO COD-TRAB
             MOVE NOME-RESC    TO NOME-TRAB
             MOVE ZEROS        TO BASE-TRAB
                                  IMPOSTO-TRAB
             COMPUTE DATA-DESLIG-TRAB = AAAA-DES * 10000
                                      + MM-DES * 100
                                      + DD-DES
             MOVE MOTIVO-RESC  TO MOTIVO-TRAB
             MOVE TOTAL-RESC   TO VERBAS-TRAB
             RELEASE REG-TRAB.

       ROT-SAIDA SECTION.
          PERFORM INICIO-SAIDA.
          PERFORM PRINCIPAL-SAIDA
                  UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT DECLAR.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL-SAIDA SECTION.
          IF TEM-EMPRESA EQUAL "SIM"
          AND EMPRESA-TRAB NOT EQUAL EMPRESA-CONTROL
             PERFORM FECHA-EMPRESA.
          IF TEM-EMPRESA EQUAL "NAO"
             PERFORM ABRE-EMPRESA.
          PERFORM BUSCA-DOCUMENTO.
          IF TIPO-TRAB EQUAL "1"
             PERFORM GRAVA-FUNCIONARIO
          ELSE
             PERFORM GRAVA-DESLIGADO.
          PERFORM LEITURA-SAIDA.

       ABRE-EMPRESA SECTION.
          MOVE EMPRESA-TRAB TO EMPRESA-CONTROL.
          MOVE "SIM"        TO TEM-EMPRESA.
          MOVE ZEROS        TO QTDE-FUN-EMP
                               QTDE-DES-EMP
                               BASE-EMP.
          PERFORM BUSCA-NOME-EMPRESA.
          MOVE SPACES          TO REG-DEC-HDR.
          MOVE "0"             TO TIPO-DEC-HDR.
          MOVE EMPRESA-CONTROL TO EMPRESA-DEC-HDR.
          MOVE NOME-EMP-ACHADO TO NOME-DEC-HDR.
          MOVE COMPETENCIA     TO COMPET-DEC-HDR.
          MOVE WS-DATA-HOJE    TO DATA-DEC-HDR.
          WRITE REG-DEC-HDR.
          ADD 1 TO CT-GRAVADOS.

       GRAVA-FUNCIONARIO SECTION.
          PERFORM VALIDA-ADMISSAO.
          COMPUTE FGTS-FUNC ROUNDED = BASE-TRAB * PCT-FGTS / 100.
          MOVE SPACES          TO REG-DEC-FUN.
          MOVE "1"             TO TIPO-DEC-FUN.
          MOVE EMPRESA-TRAB    TO EMPRESA-DEC-FUN.
          MOVE COD-TRAB        TO COD-DEC-FUN.
          MOVE CPF-ACHADO      TO CPF-DEC-FUN.
          MOVE NOME-TRAB       TO NOME-DEC-FUN.
          MOVE ADMISSAO-ACHADA TO ADMISSAO-DEC-FUN.
          MOVE BASE-TRAB       TO BASE-DEC-FUN.
          MOVE IMPOSTO-TRAB    TO IMPOSTO-DEC-FUN.
          MOVE FGTS-FUNC       TO FGTS-DEC-FUN.
          WRITE REG-DEC-FUN.
          ADD 1 TO CT-GRAVADOS.
          ADD 1 TO QTDE-FUN-EMP.
          ADD 1 TO CT-FUNCIONARIOS.
          ADD BASE-TRAB TO BASE-EMP.

       GRAVA-DESLIGADO SECTION.
          MOVE SPACES           TO REG-DEC-DES.
          MOVE "2"              TO TIPO-DEC-DES.
          MOVE EMPRESA-TRAB     TO EMPRESA-DEC-DES.
          MOVE COD-TRAB         TO COD-DEC-DES.
          MOVE CPF-ACHADO       TO CPF-DEC-DES.
          MOVE NOME-TRAB        TO NOME-DEC-DES.
          MOVE DATA-DESLIG-TRAB TO DESLIG-DEC-DES.
          MOVE MOTIVO-TRAB      TO MOTIVO-DEC-DES.
          MOVE VERBAS-TRAB      TO VERBAS-DEC-DES.
          WRITE REG-DEC-DES.
          ADD 1 TO CT-GRAVADOS.
          ADD 1 TO QTDE-DES-EMP.
          ADD 1 TO CT-DESLIGADOS.

       BUSCA-DOCUMENTO SECTION.
          MOVE "NAO" TO ACHOU-DOC.
          MOVE ZEROS TO CPF-ACHADO.
          PERFORM BUSCA-1-DOCUMENTO
             VARYING IDX-DOC FROM 1 BY 1
             UNTIL IDX-DOC GREATER THAN QTD-DOCS
                OR ACHOU-DOC EQUAL "SIM".
          IF CPF-ACHADO EQUAL ZEROS
             MOVE "CPF NAO INFORMADO" TO MENSAGEM-PEND
             PERFORM APONTA-PENDENCIA.

       BUSCA-1-DOCUMENTO SECTION.
          IF TDOC-COD (IDX-DOC) EQUAL COD-TRAB
             MOVE TDOC-CPF (IDX-DOC) TO CPF-ACHADO
             MOVE "SIM" TO ACHOU-DOC.

       VALIDA-ADMISSAO SECTION.
          MOVE "NAO" TO ACHOU-FUN.
          MOVE ZEROS TO ADMISSAO-ACHADA.
          PERFORM BUSCA-1-FUNCIONARIO
             VARYING IDX-FUN FROM 1 BY 1
             UNTIL IDX-FUN GREATER THAN QTD-FUNCION
                OR ACHOU-FUN EQUAL "SIM".
          IF ACHOU-FUN EQUAL "NAO"
             MOVE "FUNCIONARIO NAO CONSTA NO CADFUN"
                TO MENSAGEM-PEND
             PERFORM APONTA-PENDENCIA
          ELSE IF ADMISSAO-ACHADA EQUAL ZEROS
             MOVE "DATA DE ADMISSAO NAO INFORMADA"
                TO MENSAGEM-PEND
             PERFORM APONTA-PENDENCIA
          ELSE
             MOVE ADMISSAO-ACHADA TO DATA-AMD
             MOVE DIA-AMD TO DTC-DIA
             MOVE MES-AMD TO DTC-MES
             MOVE ANO-AMD TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             IF DTC-VALIDO EQUAL "N"
                MOVE "DATA DE ADMISSAO INVALIDA"
                   TO MENSAGEM-PEND
                PERFORM APONTA-PENDENCIA.

       BUSCA-1-FUNCIONARIO SECTION.
          IF TFUN-COD (IDX-FUN) EQUAL COD-TRAB
             MOVE TFUN-ADMISSAO (IDX-FUN) TO ADMISSAO-ACHADA
             MOVE "SIM" TO ACHOU-FUN.

       APONTA-PENDENCIA SECTION.
          ADD 1 TO CT-PENDENCIAS.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE EMPRESA-TRAB TO EMP-PEND.
          MOVE COD-TRAB     TO COD-PEND.
          MOVE NOME-TRAB    TO NOME-PEND.
          WRITE REG-ATR FROM DET-PEND
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *    TOTAIS DE CONTROLE DA EMPRESA PELA MESMA REGRA DO
      *    EM10/EX09, CONFERIDOS COM A GUIA DE ENCARGOS.
       FECHA-EMPRESA SECTION.
          COMPUTE INSS-EMP ROUNDED = BASE-EMP * PCT-INSS / 100.
          COMPUTE FGTS-EMP ROUNDED = BASE-EMP * PCT-FGTS / 100.
          COMPUTE TOTAL-EMP = INSS-EMP + FGTS-EMP.
          MOVE SPACES          TO REG-DEC-TRL.
          MOVE "9"             TO TIPO-DEC-TRL.
          MOVE EMPRESA-CONTROL TO EMPRESA-DEC-TRL.
          MOVE QTDE-FUN-EMP    TO QTDE-FUN-DEC-TRL.
          MOVE QTDE-DES-EMP    TO QTDE-DES-DEC-TRL.
          MOVE BASE-EMP        TO BASE-DEC-TRL.
          MOVE INSS-EMP        TO INSS-DEC-TRL.
          MOVE FGTS-EMP        TO FGTS-DEC-TRL.
          MOVE TOTAL-EMP       TO TOTAL-DEC-TRL.
          WRITE REG-DEC-TRL.
          ADD 1 TO CT-GRAVADOS.
          PERFORM CONFERE-GUIA.
          MOVE "NAO" TO TEM-EMPRESA.

       CONFERE-GUIA SECTION.
          MOVE "NAO" TO ACHOU-GUIA.
          PERFORM BUSCA-1-GUIA
             VARYING IDX-GUI FROM 1 BY 1
             UNTIL IDX-GUI GREATER THAN QTD-GUIAS
                OR ACHOU-GUIA EQUAL "SIM".
          MOVE EMPRESA-CONTROL TO EMP-CONF.
          MOVE NOME-EMP-ACHADO TO NOME-CONF.
          MOVE QTDE-FUN-EMP    TO QTD-CONF.
          MOVE TOTAL-EMP       TO DECL-CONF.
          IF ACHOU-GUIA EQUAL "NAO"
             IF BASE-EMP EQUAL ZEROS
                MOVE ZEROS            TO GUIA-CONF
                MOVE "SEM ENCARGOS"   TO SIT-CONF
             ELSE
                ADD 1 TO CT-DIVERGENCIAS
                MOVE ZEROS            TO GUIA-CONF
                MOVE "SEM GUIA"       TO SIT-CONF
             END-IF
          ELSE
             SET IDX-GUI DOWN BY 1
             MOVE "S" TO TGUI-VISTA (IDX-GUI)
             MOVE TGUI-TOTAL (IDX-GUI) TO GUIA-CONF
             IF TGUI-BASE (IDX-GUI) EQUAL BASE-EMP
             AND TGUI-INSS (IDX-GUI) EQUAL INSS-EMP
             AND TGUI-FGTS (IDX-GUI) EQUAL FGTS-EMP
             AND TGUI-TOTAL (IDX-GUI) EQUAL TOTAL-EMP
                MOVE "CONFERE"        TO SIT-CONF
             ELSE
                ADD 1 TO CT-DIVERGENCIAS
                MOVE "DIVERGENTE"     TO SIT-CONF.
          PERFORM IMPRIME-CONFERENCIA.

       BUSCA-1-GUIA SECTION.
          IF TGUI-EMPRESA (IDX-GUI) EQUAL EMPRESA-CONTROL
             MOVE "SIM" TO ACHOU-GUIA.

       FIM-SAIDA SECTION.
          IF TEM-EMPRESA EQUAL "SIM"
             PERFORM FECHA-EMPRESA.
          CLOSE DECLAR.
