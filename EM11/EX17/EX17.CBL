       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX17.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        ETIQUETAS DE GONDOLA E LISTA DE REMARCACAO DAS
      *                LOJAS. NA DATA DO MOVIMENTO (DATAMOV.DAT) APURA
      *                OS PRODUTOS DE CADPROD.DAT CUJO PRECO DE GONDOLA
      *                MUDA: ALTERACAO DE PRECO DO DIA NO LOG
      *                AUDPRECO.DAT DO EM11/EX01, PROMOCAO DE
      *                PROMOCAO.DAT (LEIAUTE DO EM02/EX04: PRECO
      *                PROMOCIONAL OU, SE ZERADO, PERCENTUAL DE DESCONTO
      *                SOBRE O PRECO, INICIO E FIM AAAAMMDD) QUE COMECA
      *                HOJE OU QUE TERMINOU ONTEM. O PRECO DE GONDOLA E
      *                O MENOR PRECO PROMOCIONAL VIGENTE OU, SEM
      *                PROMOCAO, O PRECO DO CADASTRO; SO SAI O PRODUTO
      *                CUJO PRECO DE GONDOLA DE ONTEM E DIFERENTE DO DE
      *                HOJE. GRAVA O ARQUIVO DE IMPRESSAO DE ETIQUETAS
      *                ETIQPREC.DAT EM ORDEM DE LOJA + PRODUTO (PRODUTO,
      *                NOME, PRECO, PRECO POR UNIDADE DE MEDIDA E
      *                INDICADOR DE PROMOCAO) - A UNIDADE E O CONTEUDO
      *                DA EMBALAGEM VEM DE UNIDPROD.DAT; SEM CADASTRO O
      *                PRODUTO E VENDIDO POR UNIDADE (UN). IMPRIME A
      *                LISTA DE CONFERENCIA DA REMARCACAO, UMA FOLHA POR
      *                LOJA, PARA A EQUIPE MARCAR E ASSINAR. LIGAR COM
      *                DATECALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADPROD  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDPRECO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PROMOCAO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL UNIDPROD  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN TO DISK.

          SELECT  ETIQPREC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELETIQ  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADPROD
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADPROD.DAT".

       01  REG-PROD.
          02 COD-PROD               PIC 9(07).
          02 NOME-PROD              PIC X(20).
          02 PRECO-PROD             PIC 9(05)V99.
          02 CUSTO-PROD             PIC 9(05)V99.
          02 ESTOQUE-PROD           PIC 9(05).
          02 LOJA-PROD              PIC 9(02).
          02 FORN-PROD              PIC 9(03).

       FD AUDPRECO
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "AUDPRECO.DAT".

       01  REG-AUDP.
          02 DATA-AUDP              PIC 9(08).
          02 COD-AUDP               PIC 9(07).
          02 PRECO-ANT-AUDP         PIC 9(05)V99.
          02 PRECO-NOVO-AUDP        PIC 9(05)V99.
          02 CUSTO-ANT-AUDP         PIC 9(05)V99.
          02 CUSTO-NOVO-AUDP        PIC 9(05)V99.
          02 LIBERADO-AUDP          PIC X(01).

       FD PROMOCAO
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PROMOCAO.DAT".

       01  REG-PROMO.
          02 COD-PROMO              PIC 9(07).
          02 PRECO-PROMO            PIC 9(05)V99.
          02 PCT-DESC-PROMO         PIC 9(03).
          02 DATA-INI-PROMO         PIC 9(08).
          02 DATA-FIM-PROMO.
             03 AAAA-FIM-PROMO      PIC 9(04).
             03 MM-FIM-PROMO        PIC 9(02).
             03 DD-FIM-PROMO        PIC 9(02).

       FD UNIDPROD
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "UNIDPROD.DAT".

       01  REG-UNID.
          02 COD-UNID               PIC 9(07).
          02 SIGLA-UNID             PIC X(02).
          02 CONTEUDO-UNID          PIC 9(05)V999.

       SD TRAB.
       01 REG-TRAB.
          02 LOJA-TRAB       PIC 9(02).
          02 COD-TRAB        PIC 9(07).
          02 NOME-TRAB       PIC X(20).
          02 PRECO-ANT-TRAB  PIC 9(05)V99.
          02 PRECO-TRAB      PIC 9(05)V99.
          02 PROMO-TRAB      PIC X(01).
          02 FIM-PROMO-TRAB  PIC 9(08).
          02 MOTIVO-TRAB     PIC X(01).

       FD ETIQPREC
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "ETIQPREC.DAT".

       01  REG-ETQ.
          02 LOJA-ETQ               PIC 9(02).
          02 COD-ETQ                PIC 9(07).
          02 NOME-ETQ               PIC X(20).
          02 PRECO-ETQ              PIC 9(05)V99.
          02 PRECO-UNIT-ETQ         PIC 9(05)V99.
          02 SIGLA-ETQ              PIC X(02).
          02 PROMO-ETQ              PIC X(01).
          02 PRECO-DE-ETQ           PIC 9(05)V99.
          02 FIM-PROMO-ETQ          PIC 9(08).

       FD RELETIQ
          LABEL  RECORD  IS  OMITTED.

       01 REG-ATR            PIC X(80).

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
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ            PIC X(03)    VALUE "NAO".
       77 FIM-AUD            PIC X(03)    VALUE "NAO".
       77 FIM-PRO            PIC X(03)    VALUE "NAO".
       77 FIM-UNI            PIC X(03)    VALUE "NAO".
       77 FIM-SORT           PIC X(03)    VALUE "NAO".
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 QTD-AUDS           PIC 9(04)    VALUE ZEROS.
       77 QTD-PROMOS         PIC 9(04)    VALUE ZEROS.
       77 QTD-UNIDS          PIC 9(04)    VALUE ZEROS.
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 IDX-AUD-ACH        PIC 9(04)    VALUE ZEROS.
       77 IDX-UNI-ACH        PIC 9(04)    VALUE ZEROS.
       77 JUL-HOJE           PIC 9(08)    VALUE ZEROS.
       77 JUL-ONTEM          PIC 9(08)    VALUE ZEROS.
       77 DATA-HOJE-NUM      PIC 9(08)    VALUE ZEROS.
       77 PRECO-BASE-ANT     PIC 9(05)V99 VALUE ZEROS.
       77 PROMO-HOJE         PIC 9(05)V99 VALUE ZEROS.
       77 PROMO-ONTEM        PIC 9(05)V99 VALUE ZEROS.
       77 PRECO-BASE-CALC    PIC 9(05)V99 VALUE ZEROS.
       77 PRECO-PROMO-CALC   PIC 9(05)V99 VALUE ZEROS.
       77 PCT-RESTANTE       PIC 9(03)    VALUE ZEROS.
       77 FIM-PROMO-HOJE     PIC 9(08)    VALUE ZEROS.
       77 TEM-PROMO-HOJE     PIC X(03)    VALUE "NAO".
       77 TEM-PROMO-ONTEM    PIC X(03)    VALUE "NAO".
       77 GONDOLA-ONTEM      PIC 9(05)V99 VALUE ZEROS.
       77 GONDOLA-HOJE       PIC 9(05)V99 VALUE ZEROS.
       77 LOJA-CONTROL       PIC 9(02)    VALUE ZEROS.
       77 TEM-LOJA           PIC X(03)    VALUE "NAO".
       77 ITENS-LOJA         PIC 9(05)    VALUE ZEROS.
       77 DATA-DMA           PIC 9(08)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(05)    VALUE ZEROS.
       77 CT-ETIQUETAS       PIC 9(05)    VALUE ZEROS.
       77 CT-LOJAS           PIC 9(05)    VALUE ZEROS.
       77 CT-PROMO-INICIO    PIC 9(05)    VALUE ZEROS.
       77 CT-PROMO-FIM       PIC 9(05)    VALUE ZEROS.
       77 CT-ALTERACAO       PIC 9(05)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 DTC-PARM.
          02 DTC-DIA          PIC 9(02).
          02 DTC-MES          PIC 9(02).
          02 DTC-ANO          PIC 9(04).
          02 DTC-NUM-DIAS     PIC 9(08).
          02 DTC-VALIDO       PIC X(01).

      *    PRIMEIRO PRECO ANTERIOR DO DIA DE CADA PRODUTO ALTERADO.
       01 TAB-AUD.
          02 AUD-OCR  OCCURS 1000 TIMES INDEXED BY IDX-AUD.
             03 TAUD-COD       PIC 9(07).
             03 TAUD-PRECO-ANT PIC 9(05)V99.

      *    SO AS PROMOCOES VIGENTES ONTEM OU HOJE.
       01 TAB-PROMO.
          02 PRO-OCR  OCCURS 1000 TIMES INDEXED BY IDX-PRO.
             03 TPRO-COD       PIC 9(07).
             03 TPRO-INI       PIC 9(08).
             03 TPRO-FIM       PIC 9(08).
             03 TPRO-ONTEM     PIC X(03).
             03 TPRO-HOJE      PIC X(03).
             03 TPRO-PRECO     PIC 9(05)V99.
             03 TPRO-PCT       PIC 9(03).

       01 TAB-UNID.
          02 UNI-OCR  OCCURS 1000 TIMES INDEXED BY IDX-UNI.
             03 TUNI-COD       PIC 9(07).
             03 TUNI-SIGLA     PIC X(02).
             03 TUNI-CONTEUDO  PIC 9(05)V999.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(32) VALUE
             "LISTA DE REMARCACAO DE PRECOS".
          02 DATA-CAB        PIC 99/99/9999.
          02 FILLER          PIC X(13) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "LOJA ".
          02 LOJA-CAB        PIC 9(02).
          02 FILLER          PIC X(70) VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "PRODUTO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "ANTERIOR".
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "NOVO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(01) VALUE "P".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(18) VALUE "MOTIVO".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "CONF.".
          02 FILLER          PIC X(03) VALUE SPACES.

       01 DET-ETQ.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 COD-DET         PIC 9(07).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-DET        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PRECO-ANT-DET   PIC ZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PRECO-DET       PIC ZZ.ZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PROMO-DET       PIC X(01).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MOTIVO-DET      PIC X(18).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "[   ]".
          02 FILLER          PIC X(03) VALUE SPACES.

       01 ROD-LOJA.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE
             "ETIQUETAS DA LOJA:  ".
          02 ITENS-ROD       PIC ZZZZ9.
          02 FILLER          PIC X(52) VALUE SPACES.

       01 ROD-ASSINA.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(50) VALUE
             "REMARCADO POR: ______________________  DATA: __/__".
          02 FILLER          PIC X(27) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "PRODUTOS LIDOS:               ".
          02 CONT-LID        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "ETIQUETAS GERADAS:            ".
          02 CONT-ETQ        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "  POR ALTERACAO DE PRECO:     ".
          02 CONT-ALT        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "  POR INICIO DE PROMOCAO:     ".
          02 CONT-INI        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "  POR FIM DE PROMOCAO:        ".
          02 CONT-FIM        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "LOJAS COM REMARCACAO:         ".
          02 CONT-LOJ        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE  DIVISION.

       EM11-EX17.

       ACCEPT WS-HORA-INICIO FROM TIME.
       PERFORM LE-DATA-MOVIMENTO.
       PERFORM CARREGA-ALTERACOES.
       PERFORM CARREGA-PROMOCOES.
       PERFORM CARREGA-UNIDADES.
       SORT    TRAB
          ASCENDING  KEY  LOJA-TRAB
          ASCENDING  KEY  COD-TRAB
          INPUT  PROCEDURE  ROT-ENTRADA
          OUTPUT PROCEDURE  ROT-SAIDA.
       STOP RUN.

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
          MOVE WS-DATA-HOJE TO DATA-HOJE-NUM.
          MOVE WS-DIA-HOJE TO DTC-DIA.
          MOVE WS-MES-HOJE TO DTC-MES.
          MOVE WS-ANO-HOJE TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          MOVE DTC-NUM-DIAS TO JUL-HOJE.
          COMPUTE JUL-ONTEM = JUL-HOJE - 1.

       CARREGA-ALTERACOES.
          OPEN INPUT AUDPRECO.
          PERFORM LE-1-ALTERACAO
             UNTIL FIM-AUD EQUAL "SIM".
          CLOSE AUDPRECO.

       LE-1-ALTERACAO.
          READ AUDPRECO
             AT END
             MOVE "SIM" TO FIM-AUD.
          IF FIM-AUD EQUAL "NAO"
          AND DATA-AUDP EQUAL DATA-HOJE-NUM
             PERFORM BUSCA-ALTERACAO
             IF ACHOU EQUAL "NAO"
             AND QTD-AUDS LESS THAN 1000
                ADD 1 TO QTD-AUDS
                SET IDX-AUD TO QTD-AUDS
                MOVE COD-AUDP       TO TAUD-COD (IDX-AUD)
                MOVE PRECO-ANT-AUDP TO TAUD-PRECO-ANT (IDX-AUD).

       BUSCA-ALTERACAO.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-ALTERACAO
             VARYING IDX-AUD FROM 1 BY 1
             UNTIL IDX-AUD GREATER THAN QTD-AUDS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-ALTERACAO.
          IF TAUD-COD (IDX-AUD) EQUAL COD-AUDP
             SET IDX-AUD-ACH TO IDX-AUD
             MOVE "SIM" TO ACHOU.

      *    PROMOCAO VIGENTE ONTEM: COMECOU ANTES DE HOJE E TERMINA
      *    HOJE OU DEPOIS, OU TERMINOU EXATAMENTE ONTEM.
       CARREGA-PROMOCOES.
          OPEN INPUT PROMOCAO.
          PERFORM LE-1-PROMOCAO
             UNTIL FIM-PRO EQUAL "SIM".
          CLOSE PROMOCAO.

       LE-1-PROMOCAO.
          READ PROMOCAO
             AT END
             MOVE "SIM" TO FIM-PRO.
          IF FIM-PRO EQUAL "NAO"
          AND QTD-PROMOS LESS THAN 1000
             PERFORM CLASSIFICA-PROMOCAO.

       CLASSIFICA-PROMOCAO.
          MOVE "NAO" TO ACHOU.
          IF DATA-FIM-PROMO LESS THAN DATA-HOJE-NUM
             MOVE DD-FIM-PROMO   TO DTC-DIA
             MOVE MM-FIM-PROMO   TO DTC-MES
             MOVE AAAA-FIM-PROMO TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             IF DTC-NUM-DIAS EQUAL JUL-ONTEM
             AND DATA-INI-PROMO LESS THAN DATA-HOJE-NUM
                MOVE "SIM" TO ACHOU
             END-IF
          ELSE IF DATA-INI-PROMO NOT GREATER THAN DATA-HOJE-NUM
             MOVE "SIM" TO ACHOU.
          IF ACHOU EQUAL "SIM"
             ADD 1 TO QTD-PROMOS
             SET IDX-PRO TO QTD-PROMOS
             MOVE COD-PROMO      TO TPRO-COD (IDX-PRO)
             MOVE DATA-INI-PROMO TO TPRO-INI (IDX-PRO)
             MOVE DATA-FIM-PROMO TO TPRO-FIM (IDX-PRO)
             MOVE PRECO-PROMO    TO TPRO-PRECO (IDX-PRO)
             MOVE PCT-DESC-PROMO TO TPRO-PCT (IDX-PRO)
             MOVE "NAO"          TO TPRO-ONTEM (IDX-PRO)
                                    TPRO-HOJE (IDX-PRO)
             IF DATA-INI-PROMO LESS THAN DATA-HOJE-NUM
                MOVE "SIM" TO TPRO-ONTEM (IDX-PRO)
             END-IF
             IF DATA-FIM-PROMO NOT LESS THAN DATA-HOJE-NUM
                MOVE "SIM" TO TPRO-HOJE (IDX-PRO).

       CARREGA-UNIDADES.
          OPEN INPUT UNIDPROD.
          PERFORM LE-1-UNIDADE
             UNTIL FIM-UNI EQUAL "SIM".
          CLOSE UNIDPROD.

       LE-1-UNIDADE.
          READ UNIDPROD
             AT END
             MOVE "SIM" TO FIM-UNI.
          IF FIM-UNI EQUAL "NAO"
          AND QTD-UNIDS LESS THAN 1000
          AND CONTEUDO-UNID GREATER THAN ZEROS
             ADD 1 TO QTD-UNIDS
             SET IDX-UNI TO QTD-UNIDS
             MOVE COD-UNID      TO TUNI-COD (IDX-UNI)
             MOVE SIGLA-UNID    TO TUNI-SIGLA (IDX-UNI)
             MOVE CONTEUDO-UNID TO TUNI-CONTEUDO (IDX-UNI).

       ROT-ENTRADA SECTION.
          PERFORM INICIO-ENTRADA.
          PERFORM PRINCIPAL-ENTRADA
                  UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM FIM-ENTRADA.

       INICIO-ENTRADA SECTION.
          OPEN INPUT CADPROD.
          PERFORM LEITURA-ENTRADA.

       LEITURA-ENTRADA SECTION.
          READ CADPROD
          AT END
          MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-ENTRADA SECTION.
          ADD 1 TO CT-LIDOS.
          PERFORM APURA-GONDOLA.
          IF GONDOLA-HOJE NOT EQUAL GONDOLA-ONTEM
             PERFORM LIBERA-ETIQUETA.
          PERFORM LEITURA-ENTRADA.

      *    PRECO DE GONDOLA DE ONTEM E DE HOJE DO PRODUTO LIDO.
       APURA-GONDOLA SECTION.
          MOVE PRECO-PROD TO PRECO-BASE-ANT.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-AUD-PROD
             VARYING IDX-AUD FROM 1 BY 1
             UNTIL IDX-AUD GREATER THAN QTD-AUDS
                OR ACHOU EQUAL "SIM".
          IF ACHOU EQUAL "SIM"
             MOVE TAUD-PRECO-ANT (IDX-AUD-ACH) TO PRECO-BASE-ANT.
          MOVE "NAO" TO TEM-PROMO-HOJE
                        TEM-PROMO-ONTEM.
          MOVE ZEROS TO PROMO-HOJE
                        PROMO-ONTEM
                        FIM-PROMO-HOJE.
          PERFORM APURA-1-PROMOCAO
             VARYING IDX-PRO FROM 1 BY 1
             UNTIL IDX-PRO GREATER THAN QTD-PROMOS.
          IF TEM-PROMO-ONTEM EQUAL "SIM"
          AND PROMO-ONTEM LESS THAN PRECO-BASE-ANT
             MOVE PROMO-ONTEM TO GONDOLA-ONTEM
          ELSE
             MOVE "NAO" TO TEM-PROMO-ONTEM
             MOVE PRECO-BASE-ANT TO GONDOLA-ONTEM.
          IF TEM-PROMO-HOJE EQUAL "SIM"
          AND PROMO-HOJE LESS THAN PRECO-PROD
             MOVE PROMO-HOJE TO GONDOLA-HOJE
          ELSE
             MOVE "NAO" TO TEM-PROMO-HOJE
             MOVE PRECO-PROD TO GONDOLA-HOJE.

       BUSCA-1-AUD-PROD SECTION.
          IF TAUD-COD (IDX-AUD) EQUAL COD-PROD
             SET IDX-AUD-ACH TO IDX-AUD
             MOVE "SIM" TO ACHOU.

       APURA-1-PROMOCAO SECTION.
          IF TPRO-COD (IDX-PRO) EQUAL COD-PROD
             IF TPRO-ONTEM (IDX-PRO) EQUAL "SIM"
                MOVE PRECO-BASE-ANT TO PRECO-BASE-CALC
                PERFORM CALCULA-PRECO-PROMO
                IF TEM-PROMO-ONTEM EQUAL "NAO"
                OR PRECO-PROMO-CALC LESS THAN PROMO-ONTEM
                   MOVE PRECO-PROMO-CALC TO PROMO-ONTEM
                   MOVE "SIM" TO TEM-PROMO-ONTEM
                END-IF
             END-IF
             IF TPRO-HOJE (IDX-PRO) EQUAL "SIM"
                MOVE PRECO-PROD TO PRECO-BASE-CALC
                PERFORM CALCULA-PRECO-PROMO
                IF TEM-PROMO-HOJE EQUAL "NAO"
                OR PRECO-PROMO-CALC LESS THAN PROMO-HOJE
                   MOVE PRECO-PROMO-CALC   TO PROMO-HOJE
                   MOVE TPRO-FIM (IDX-PRO) TO FIM-PROMO-HOJE
                   MOVE "SIM" TO TEM-PROMO-HOJE.

      *    PRECO PROMOCIONAL ZERADO: VALE O PERCENTUAL DE DESCONTO
      *    SOBRE O PRECO BASE, COMO NO EM02/EX04.
       CALCULA-PRECO-PROMO SECTION.
          IF TPRO-PRECO (IDX-PRO) GREATER THAN ZEROS
             MOVE TPRO-PRECO (IDX-PRO) TO PRECO-PROMO-CALC
          ELSE
             SUBTRACT TPRO-PCT (IDX-PRO) FROM 100
                GIVING PCT-RESTANTE
             COMPUTE PRECO-PROMO-CALC ROUNDED =
                PRECO-BASE-CALC * PCT-RESTANTE / 100.

       LIBERA-ETIQUETA SECTION.
          MOVE LOJA-PROD     TO LOJA-TRAB.
          MOVE COD-PROD      TO COD-TRAB.
          MOVE NOME-PROD     TO NOME-TRAB.
          MOVE GONDOLA-ONTEM TO PRECO-ANT-TRAB.
          MOVE GONDOLA-HOJE  TO PRECO-TRAB.
          IF TEM-PROMO-HOJE EQUAL "SIM"
             MOVE "S"            TO PROMO-TRAB
             MOVE FIM-PROMO-HOJE TO FIM-PROMO-TRAB
          ELSE
             MOVE "N"            TO PROMO-TRAB
             MOVE ZEROS          TO FIM-PROMO-TRAB.
          IF TEM-PROMO-HOJE EQUAL "SIM"
          AND TEM-PROMO-ONTEM EQUAL "NAO"
             MOVE "I" TO MOTIVO-TRAB
             ADD 1 TO CT-PROMO-INICIO
          ELSE IF TEM-PROMO-HOJE EQUAL "NAO"
          AND TEM-PROMO-ONTEM EQUAL "SIM"
             MOVE "F" TO MOTIVO-TRAB
             ADD 1 TO CT-PROMO-FIM
          ELSE
             MOVE "A" TO MOTIVO-TRAB
             ADD 1 TO CT-ALTERACAO.
          RELEASE REG-TRAB.

       FIM-ENTRADA SECTION.
          CLOSE CADPROD.

       ROT-SAIDA SECTION.
          PERFORM INICIO-SAIDA.
          PERFORM PRINCIPAL-SAIDA
                  UNTIL FIM-SORT EQUAL "SIM".
          PERFORM FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT ETIQPREC
                      RELETIQ.
          COMPUTE DATA-DMA =
             WS-DIA-HOJE * 1000000 + WS-MES-HOJE * 10000
             + WS-ANO-HOJE.
          MOVE DATA-DMA TO DATA-CAB.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-SORT.

       PRINCIPAL-SAIDA SECTION.
          IF TEM-LOJA EQUAL "NAO"
          OR LOJA-TRAB NOT EQUAL LOJA-CONTROL
             PERFORM ABRE-LOJA.
          PERFORM GRAVA-ETIQUETA.
          PERFORM IMPRIME-ITEM.
          PERFORM LEITURA-SAIDA.

      *    CADA LOJA COMECA EM FOLHA NOVA, QUE VAI PARA A EQUIPE.
       ABRE-LOJA SECTION.
          IF TEM-LOJA EQUAL "SIM"
             PERFORM FECHA-LOJA.
          MOVE "SIM"     TO TEM-LOJA.
          MOVE LOJA-TRAB TO LOJA-CONTROL.
          MOVE ZEROS     TO ITENS-LOJA.
          ADD 1 TO CT-LOJAS.
          PERFORM IMPRIME-CAB.

       GRAVA-ETIQUETA SECTION.
          MOVE LOJA-TRAB      TO LOJA-ETQ.
          MOVE COD-TRAB       TO COD-ETQ.
          MOVE NOME-TRAB      TO NOME-ETQ.
          MOVE PRECO-TRAB     TO PRECO-ETQ.
          MOVE PROMO-TRAB     TO PROMO-ETQ.
          MOVE FIM-PROMO-TRAB TO FIM-PROMO-ETQ.
          IF PROMO-TRAB EQUAL "S"
             MOVE PRECO-ANT-TRAB TO PRECO-DE-ETQ
          ELSE
             MOVE ZEROS TO PRECO-DE-ETQ.
          MOVE "NAO" TO ACHOU.
          PERFORM BUSCA-1-UNIDADE
             VARYING IDX-UNI FROM 1 BY 1
             UNTIL IDX-UNI GREATER THAN QTD-UNIDS
                OR ACHOU EQUAL "SIM".
          IF ACHOU EQUAL "SIM"
             MOVE TUNI-SIGLA (IDX-UNI-ACH) TO SIGLA-ETQ
             COMPUTE PRECO-UNIT-ETQ ROUNDED =
                PRECO-TRAB / TUNI-CONTEUDO (IDX-UNI-ACH)
                ON SIZE ERROR
                MOVE ZEROS TO PRECO-UNIT-ETQ
             END-COMPUTE
          ELSE
             MOVE "UN"       TO SIGLA-ETQ
             MOVE PRECO-TRAB TO PRECO-UNIT-ETQ.
          WRITE REG-ETQ.
          ADD 1 TO CT-ETIQUETAS
                   ITENS-LOJA.

       BUSCA-1-UNIDADE SECTION.
          IF TUNI-COD (IDX-UNI) EQUAL COD-TRAB
             SET IDX-UNI-ACH TO IDX-UNI
             MOVE "SIM" TO ACHOU.

       IMPRIME-ITEM SECTION.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE COD-TRAB       TO COD-DET.
          MOVE NOME-TRAB      TO NOME-DET.
          MOVE PRECO-ANT-TRAB TO PRECO-ANT-DET.
          MOVE PRECO-TRAB     TO PRECO-DET.
          MOVE PROMO-TRAB     TO PROMO-DET.
          IF MOTIVO-TRAB EQUAL "I"
             MOVE "INICIO PROMOCAO"    TO MOTIVO-DET
          ELSE IF MOTIVO-TRAB EQUAL "F"
             MOVE "FIM DE PROMOCAO"    TO MOTIVO-DET
          ELSE
             MOVE "ALTERACAO DE PRECO" TO MOTIVO-DET.
          WRITE REG-ATR FROM DET-ETQ
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       FECHA-LOJA SECTION.
          MOVE ITENS-LOJA TO ITENS-ROD.
          WRITE REG-ATR FROM ROD-LOJA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-ASSINA
             AFTER ADVANCING 3 LINES.

       IMPRIME-CAB SECTION.
          MOVE SPACES       TO REG-ATR.
          ADD  1            TO CT-PAG.
          MOVE CT-PAG       TO VAR-PAG.
          MOVE LOJA-CONTROL TO LOJA-CAB.
          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO CT-LIN.

       FIM-SAIDA SECTION.
          IF TEM-LOJA EQUAL "SIM"
             PERFORM FECHA-LOJA
          ELSE
             PERFORM IMPRIME-CAB.
          MOVE CT-LIDOS        TO CONT-LID.
          MOVE CT-ETIQUETAS    TO CONT-ETQ.
          MOVE CT-ALTERACAO    TO CONT-ALT.
          MOVE CT-PROMO-INICIO TO CONT-INI.
          MOVE CT-PROMO-FIM    TO CONT-FIM.
          MOVE CT-LOJAS        TO CONT-LOJ.
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
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE ETIQPREC
                RELETIQ.

       GRAVA-RUNLOG SECTION.
          OPEN EXTEND RUNLOG.
          MOVE "EM11EX17"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-ETIQUETAS   TO RL-GRAVADOS.
          MOVE ZEROS          TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
