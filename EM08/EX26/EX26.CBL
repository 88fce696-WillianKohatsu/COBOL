       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX26.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        APURACAO MENSAL DAS HORAS-AULA DOS PROFESSORES
      *                PARA A FOLHA. PARA O MES DE PARMHAUL.DAT
      *                (ANO, MES E VALOR PADRAO DA HORA-AULA;
      *                PADRAO: MES DA DATA DE MOVIMENTO) SOMA A
      *                CARGA SEMANAL DE CADA PROFESSOR NAS
      *                ATRIBUICOES DO ANO (ATRPROF.DAT X
      *                CARGAHOR.DAT, SERIE = PRIMEIRO DIGITO DA
      *                TURMA, COMO NA GRADE EM08/EX21) E CONTA OS
      *                DIAS LETIVOS DO MES - SEGUNDA A SEXTA FORA
      *                DOS FERIADOS DE CALFERI.DAT. HORAS DO MES =
      *                AULAS SEMANAIS X DIAS LETIVOS / 5. O VINCULO
      *                DO PROFESSOR COM O FUNCIONARIO DE CADFUN.DAT
      *                VEM DE VINCPROF.DAT (COD-PROF, COD-FUN E
      *                VALOR PROPRIO DA HORA-AULA, ZERADO = VALOR
      *                PADRAO). ACRESCENTA EM CADENT.DAT (DEPOIS DA
      *                APURACAO DO PONTO EM10/EX13) O REGISTRO NO
      *                LAYOUT DO CALCULO DA FOLHA EM03/EX06, COM
      *                DESPESA E IMPOSTO ZERADOS COMO NO PONTO.
      *                PROFESSOR COM ATRIBUICAO E SEM VINCULO,
      *                VINCULO COM FUNCIONARIO INEXISTENTE,
      *                FUNCIONARIO JA LANCADO EM CADENT E
      *                DISCIPLINA SEM CARGA NA SERIE SAEM NO
      *                RELATORIO DE CONTROLE E NAO SAO GRAVADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL PARMHAUL ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ATRPROF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CARGAHOR ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADPROF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL VINCPROF ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CALFERI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADENT   ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELHAULA ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMHAUL
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMHAUL.DAT".

       01 REG-PARMHAUL.
          02 ANO-PARM           PIC 9(04).
          02 MES-PARM           PIC 9(02).
          02 VALOR-HA-PARM      PIC 9(02)V99.

       FD ATRPROF
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATRPROF.DAT".

       01 REG-ATRIB.
          02 COD-PROF-ATR       PIC 9(04).
          02 COD-DISC-ATR       PIC 9(03).
          02 TURMA-ATR          PIC X(05).
          02 TURMA-ATR-R        REDEFINES TURMA-ATR.
             03 SERIE-ATR       PIC X(01).
             03 FILLER          PIC X(04).
          02 ANO-LETIVO-ATR     PIC 9(04).

       FD CARGAHOR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARGAHOR.DAT".

       01 REG-CARGA.
          02 SERIE-CH           PIC X(01).
          02 COD-DISC-CH        PIC 9(03).
          02 AULAS-CH           PIC 9(02).

       FD CADPROF
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADPROF.DAT".

       01 REG-PROF.
          02 COD-PROF           PIC 9(04).
          02 NOME-PROF          PIC X(30).

       FD VINCPROF
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "VINCPROF.DAT".

       01 REG-VINC.
          02 COD-PROF-VIN       PIC 9(04).
          02 COD-FUN-VIN        PIC 9(05).
          02 VALOR-HA-VIN       PIC 9(02)V99.

       FD CADFUN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADFUN.DAT".

       01  REG-FUN.
          02 COD-FUN      PIC 9(05).
          02 NOME-FUN     PIC X(20).
          02 SALARIO-FUN  PIC 9(05)V99.
          02 DATA-ADMISSAO-FUN  PIC 9(08).
          02 EMPRESA-FUN  PIC 9(02).

       FD CALFERI
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CALFERI.DAT".

       01 REG-FER.
          02 DATA-FER           PIC 9(08).
          02 DESC-FER           PIC X(20).

       FD CADENT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADENT.DAT".

       01 REG-ENT.
          02 COD-ENT          PIC 9(05).
          02 EMPRESA-ENT      PIC 9(02).
          02 NOME-ENT         PIC X(30).
          02 HORAS-ENT        PIC 9(03).
          02 VALOR-ENT        PIC 9(02)V99.
          02 DESPESA-ENT      PIC 9(03)V99.
          02 IMPOSTO-ENT      PIC 9(03)V99.

       FD RELHAULA
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

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
       77 FIM-ATRIB        PIC X(03)    VALUE "NAO".
       77 FIM-CARGA        PIC X(03)    VALUE "NAO".
       77 FIM-PROF         PIC X(03)    VALUE "NAO".
       77 FIM-VINC         PIC X(03)    VALUE "NAO".
       77 FIM-FUN          PIC X(03)    VALUE "NAO".
       77 FIM-FER          PIC X(03)    VALUE "NAO".
       77 FIM-ENT          PIC X(03)    VALUE "NAO".
       77 ACHOU-ITEM       PIC X(03)    VALUE "NAO".
       77 ACHOU-FER        PIC X(03)    VALUE "NAO".
       77 ANO-FOLHA        PIC 9(04)    VALUE ZEROS.
       77 MES-FOLHA        PIC 9(02)    VALUE ZEROS.
       77 VALOR-HA-PADRAO  PIC 9(02)V99 VALUE ZEROS.
       77 VALOR-HA         PIC 9(02)V99 VALUE ZEROS.
       77 CT-DIA           PIC 9(02)    VALUE ZEROS.
       77 DIAS-LETIVOS     PIC 9(02)    VALUE ZEROS.
       77 DATA-TESTE       PIC 9(08)    VALUE ZEROS.
       77 AUX-SEMANA       PIC 9(08)    VALUE ZEROS.
       77 QUOC-SEMANA      PIC 9(08)    VALUE ZEROS.
       77 DIA-SEMANA       PIC 9(01)    VALUE ZEROS.
       77 QTD-FERIADOS     PIC 9(03)    VALUE ZEROS.
       77 QTD-CARGAS       PIC 9(03)    VALUE ZEROS.
       77 QTD-PROFESSORES  PIC 9(03)    VALUE ZEROS.
       77 QTD-VINCULOS     PIC 9(03)    VALUE ZEROS.
       77 QTD-FUNCION      PIC 9(04)    VALUE ZEROS.
       77 QTD-LANCADOS     PIC 9(04)    VALUE ZEROS.
       77 AULAS-ATRIB      PIC 9(02)    VALUE ZEROS.
       77 HORAS-MES        PIC 9(03)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-REJEITADOS    PIC 9(07)    VALUE ZEROS.
       77 CT-SEM-CARGA     PIC 9(05)    VALUE ZEROS.
       77 TOTAL-HORAS      PIC 9(07)    VALUE ZEROS.
       77 TOTAL-VALOR      PIC 9(09)V99 VALUE ZEROS.

       01 TAB-FERIADOS.
          02 FER-OCR  OCCURS 300 TIMES INDEXED BY IDX-FER
             PIC 9(08).

       01 TAB-CARGAS.
          02 CRG-OCR  OCCURS 300 TIMES INDEXED BY IDX-CRG.
             03 TCRG-SERIE     PIC X(01).
             03 TCRG-DISC      PIC 9(03).
             03 TCRG-AULAS     PIC 9(02).

      *    PROFESSORES DE CADPROF MAIS OS QUE SO APARECEM NAS
      *    ATRIBUICOES (SEM CADASTRO).
       01 TAB-PROFESSORES.
          02 PRF-OCR  OCCURS 500 TIMES INDEXED BY IDX-PRF.
             03 TPRF-COD       PIC 9(04).
             03 TPRF-NOME      PIC X(30).
             03 TPRF-AULAS     PIC 9(03).

       01 TAB-VINCULOS.
          02 VIN-OCR  OCCURS 500 TIMES INDEXED BY IDX-VIN.
             03 TVIN-PROF      PIC 9(04).
             03 TVIN-FUN       PIC 9(05).
             03 TVIN-VALOR     PIC 9(02)V99.

       01 TAB-FUNCION.
          02 FUN-OCR  OCCURS 500 TIMES INDEXED BY IDX-FUN.
             03 TFUN-COD      PIC 9(05).
             03 TFUN-NOME     PIC X(20).
             03 TFUN-EMPRESA  PIC 9(02).

      *    FUNCIONARIOS JA PRESENTES EM CADENT (PONTO DO MES).
       01 TAB-LANCADOS.
          02 LAN-OCR  OCCURS 500 TIMES INDEXED BY IDX-LAN
             PIC 9(05).

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

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(31) VALUE
             "HORAS-AULA DOS PROFESSORES     ".
          02 FILLER          PIC X(04) VALUE "MES ".
          02 MES-CAB         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "PROF".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(22) VALUE "NOME".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "SEM.".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE " MES".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "FUNC.".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(24) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 COD-PROF-REL    PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(22).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 AULAS-REL       PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 HORAS-REL       PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 COD-FUN-REL     PIC ZZZZZ.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(32) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "DIAS LETIVOS NO MES:          ".
          02 TOT-DIA-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "PROFESSORES LANCADOS:         ".
          02 TOT-GRV-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "PROFESSORES NAO LANCADOS:     ".
          02 TOT-REJ-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "ATRIBUICOES SEM CARGA:        ".
          02 TOT-SCG-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "TOTAL DE HORAS-AULA:          ".
          02 TOT-HOR-SAI     PIC ZZZZZZ9.
          02 FILLER          PIC X(43) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "VALOR TOTAL DAS HORAS-AULA:   ".
          02 TOT-VAL-SAI     PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       EM08-EX26.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-ATRIB EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-FERIADOS.
          PERFORM CONTA-DIAS-LETIVOS.
          PERFORM CARREGA-CARGAS.
          PERFORM CARREGA-PROFESSORES.
          PERFORM CARREGA-VINCULOS.
          PERFORM CARREGA-FUNCIONARIOS.
          PERFORM CARREGA-LANCADOS.
          OPEN INPUT ATRPROF
             EXTEND CADENT
             OUTPUT RELHAULA.
          MOVE MES-FOLHA TO MES-CAB.
          MOVE ANO-FOLHA TO ANO-CAB.
          PERFORM IMPRIME-CAB.
          PERFORM LEITURA.

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
          OPEN INPUT PARMHAUL.
          READ PARMHAUL
             AT END
             MOVE ZEROS TO REG-PARMHAUL.
          CLOSE PARMHAUL.
          IF ANO-PARM GREATER THAN ZEROS
          AND MES-PARM GREATER THAN ZEROS
          AND MES-PARM NOT GREATER THAN 12
             MOVE ANO-PARM TO ANO-FOLHA
             MOVE MES-PARM TO MES-FOLHA
          ELSE
             MOVE WS-ANO-HOJE TO ANO-FOLHA
             MOVE WS-MES-HOJE TO MES-FOLHA.
          MOVE VALOR-HA-PARM TO VALOR-HA-PADRAO.

       CARREGA-FERIADOS.
          OPEN INPUT CALFERI.
          PERFORM LE-1-FERIADO
             UNTIL FIM-FER EQUAL "SIM".
          CLOSE CALFERI.

       LE-1-FERIADO.
          READ CALFERI
             AT END
             MOVE "SIM" TO FIM-FER.
          IF FIM-FER EQUAL "NAO"
          AND QTD-FERIADOS LESS THAN 300
             ADD 1 TO QTD-FERIADOS
             SET IDX-FER TO QTD-FERIADOS
             MOVE DATA-FER TO FER-OCR (IDX-FER).

      *    DIA LETIVO: SEGUNDA A SEXTA (DIA DA SEMANA PELO NUMERO DE
      *    DIAS DA DATECALC, COMO NA ROTINA DIAUTIL) FORA DE FERIADO.
      *    DIA INEXISTENTE NO MES (29 A 31) VOLTA INVALIDO.
       CONTA-DIAS-LETIVOS.
          MOVE ZEROS TO DIAS-LETIVOS.
          PERFORM TESTA-1-DIA
             VARYING CT-DIA FROM 1 BY 1
             UNTIL CT-DIA GREATER THAN 31.

       TESTA-1-DIA.
          MOVE CT-DIA    TO DTC-DIA.
          MOVE MES-FOLHA TO DTC-MES.
          MOVE ANO-FOLHA TO DTC-ANO.
          CALL "DATECALC" USING DTC-PARM.
          IF DTC-VALIDO EQUAL "S"
             COMPUTE AUX-SEMANA = DTC-NUM-DIAS + 1
             DIVIDE AUX-SEMANA BY 7
                GIVING QUOC-SEMANA REMAINDER DIA-SEMANA
             IF DIA-SEMANA NOT EQUAL ZEROS
             AND DIA-SEMANA NOT EQUAL 6
                PERFORM PROCURA-FERIADO
                IF ACHOU-FER EQUAL "NAO"
                   ADD 1 TO DIAS-LETIVOS.

       PROCURA-FERIADO.
          COMPUTE DATA-TESTE = ANO-FOLHA * 10000
                             + MES-FOLHA * 100
                             + CT-DIA.
          MOVE "NAO" TO ACHOU-FER.
          SET IDX-FER TO 1.
          PERFORM PROCURA-1-FERIADO
             UNTIL IDX-FER GREATER THAN QTD-FERIADOS
                OR ACHOU-FER EQUAL "SIM".

       PROCURA-1-FERIADO.
          IF FER-OCR (IDX-FER) EQUAL DATA-TESTE
             MOVE "SIM" TO ACHOU-FER
          ELSE
             SET IDX-FER UP BY 1.

       CARREGA-CARGAS.
          OPEN INPUT CARGAHOR.
          PERFORM LE-1-CARGA
             UNTIL FIM-CARGA EQUAL "SIM".
          CLOSE CARGAHOR.

       LE-1-CARGA.
          READ CARGAHOR
             AT END
             MOVE "SIM" TO FIM-CARGA.
          IF FIM-CARGA EQUAL "NAO"
          AND QTD-CARGAS LESS THAN 300
             ADD 1 TO QTD-CARGAS
             SET IDX-CRG TO QTD-CARGAS
             MOVE SERIE-CH    TO TCRG-SERIE (IDX-CRG)
             MOVE COD-DISC-CH TO TCRG-DISC (IDX-CRG)
             MOVE AULAS-CH    TO TCRG-AULAS (IDX-CRG).

       CARREGA-PROFESSORES.
          OPEN INPUT CADPROF.
          PERFORM LE-1-PROFESSOR
             UNTIL FIM-PROF EQUAL "SIM".
          CLOSE CADPROF.

       LE-1-PROFESSOR.
          READ CADPROF
             AT END
             MOVE "SIM" TO FIM-PROF.
          IF FIM-PROF EQUAL "NAO"
          AND QTD-PROFESSORES LESS THAN 500
             ADD 1 TO QTD-PROFESSORES
             SET IDX-PRF TO QTD-PROFESSORES
             MOVE COD-PROF  TO TPRF-COD (IDX-PRF)
             MOVE NOME-PROF TO TPRF-NOME (IDX-PRF)
             MOVE ZEROS     TO TPRF-AULAS (IDX-PRF).

       CARREGA-VINCULOS.
          OPEN INPUT VINCPROF.
          PERFORM LE-1-VINCULO
             UNTIL FIM-VINC EQUAL "SIM".
          CLOSE VINCPROF.

       LE-1-VINCULO.
          READ VINCPROF
             AT END
             MOVE "SIM" TO FIM-VINC.
          IF FIM-VINC EQUAL "NAO"
          AND QTD-VINCULOS LESS THAN 500
             ADD 1 TO QTD-VINCULOS
             SET IDX-VIN TO QTD-VINCULOS
             MOVE COD-PROF-VIN TO TVIN-PROF (IDX-VIN)
             MOVE COD-FUN-VIN  TO TVIN-FUN (IDX-VIN)
             MOVE VALOR-HA-VIN TO TVIN-VALOR (IDX-VIN).

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
             MOVE COD-FUN     TO TFUN-COD (IDX-FUN)
             MOVE NOME-FUN    TO TFUN-NOME (IDX-FUN)
             MOVE EMPRESA-FUN TO TFUN-EMPRESA (IDX-FUN).

       CARREGA-LANCADOS.
          OPEN INPUT CADENT.
          PERFORM LE-1-LANCADO
             UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       LE-1-LANCADO.
          READ CADENT
             AT END
             MOVE "SIM" TO FIM-ENT.
          IF FIM-ENT EQUAL "NAO"
          AND QTD-LANCADOS LESS THAN 500
             ADD 1 TO QTD-LANCADOS
             SET IDX-LAN TO QTD-LANCADOS
             MOVE COD-ENT TO LAN-OCR (IDX-LAN).

       LEITURA.
          READ ATRPROF
             AT END
             MOVE "SIM" TO FIM-ATRIB.
          IF FIM-ATRIB EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          IF ANO-LETIVO-ATR EQUAL ANO-FOLHA
             PERFORM ACUMULA-ATRIBUICAO.
          PERFORM LEITURA.

       ACUMULA-ATRIBUICAO.
          PERFORM BUSCA-CARGA.
          IF ACHOU-ITEM EQUAL "NAO"
             ADD 1 TO CT-SEM-CARGA
             MOVE COD-PROF-ATR TO COD-PROF-REL
             MOVE SPACES       TO NOME-REL
             MOVE ZEROS        TO AULAS-REL
                                  HORAS-REL
                                  COD-FUN-REL
             STRING "DISC. " COD-DISC-ATR " SEM CARGA TURMA "
                    TURMA-ATR
                DELIMITED BY SIZE INTO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             PERFORM LOCALIZA-PROFESSOR
             IF ACHOU-ITEM EQUAL "SIM"
                ADD AULAS-ATRIB TO TPRF-AULAS (IDX-PRF).

       BUSCA-CARGA.
          MOVE "NAO" TO ACHOU-ITEM.
          MOVE ZEROS TO AULAS-ATRIB.
          SET IDX-CRG TO 1.
          PERFORM BUSCA-1-CARGA
             UNTIL IDX-CRG GREATER THAN QTD-CARGAS
                OR ACHOU-ITEM EQUAL "SIM".

       BUSCA-1-CARGA.
          IF TCRG-SERIE (IDX-CRG) EQUAL SERIE-ATR
          AND TCRG-DISC (IDX-CRG) EQUAL COD-DISC-ATR
             MOVE TCRG-AULAS (IDX-CRG) TO AULAS-ATRIB
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-CRG UP BY 1.

      *    PROFESSOR DA ATRIBUICAO FORA DE CADPROF ENTRA NA TABELA
      *    SEM NOME, PARA SAIR NO RELATORIO DE CONTROLE.
       LOCALIZA-PROFESSOR.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-PRF TO 1.
          PERFORM LOCALIZA-1-PROFESSOR
             UNTIL IDX-PRF GREATER THAN QTD-PROFESSORES
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "NAO"
          AND QTD-PROFESSORES LESS THAN 500
             ADD 1 TO QTD-PROFESSORES
             SET IDX-PRF TO QTD-PROFESSORES
             MOVE COD-PROF-ATR TO TPRF-COD (IDX-PRF)
             MOVE "PROFESSOR SEM CADASTRO" TO TPRF-NOME (IDX-PRF)
             MOVE ZEROS        TO TPRF-AULAS (IDX-PRF)
             MOVE "SIM"        TO ACHOU-ITEM.

       LOCALIZA-1-PROFESSOR.
          IF TPRF-COD (IDX-PRF) EQUAL COD-PROF-ATR
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-PRF UP BY 1.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          MOVE SPACES TO MENSAGEM-SAI.

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
          PERFORM FECHA-PROFESSOR
             VARYING IDX-PRF FROM 1 BY 1
             UNTIL IDX-PRF GREATER THAN QTD-PROFESSORES.
          MOVE DIAS-LETIVOS  TO TOT-DIA-SAI.
          MOVE CT-GRAVADOS   TO TOT-GRV-SAI.
          MOVE CT-REJEITADOS TO TOT-REJ-SAI.
          MOVE CT-SEM-CARGA  TO TOT-SCG-SAI.
          MOVE TOTAL-HORAS   TO TOT-HOR-SAI.
          MOVE TOTAL-VALOR   TO TOT-VAL-SAI.
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
          CLOSE ATRPROF
                CADENT
                RELHAULA.

      *    SO ENTRA NA FOLHA O PROFESSOR COM AULAS NO ANO.
       FECHA-PROFESSOR.
          IF TPRF-AULAS (IDX-PRF) GREATER THAN ZEROS
             COMPUTE HORAS-MES ROUNDED =
                TPRF-AULAS (IDX-PRF) * DIAS-LETIVOS / 5
             MOVE TPRF-COD (IDX-PRF)   TO COD-PROF-REL
             MOVE TPRF-NOME (IDX-PRF)  TO NOME-REL
             MOVE TPRF-AULAS (IDX-PRF) TO AULAS-REL
             MOVE HORAS-MES            TO HORAS-REL
             MOVE ZEROS                TO COD-FUN-REL
             PERFORM LANCA-PROFESSOR
             PERFORM IMPRIME-D0.

       LANCA-PROFESSOR.
          PERFORM BUSCA-VINCULO.
          IF ACHOU-ITEM EQUAL "NAO"
             ADD 1 TO CT-REJEITADOS
             MOVE "SEM VINCULO COM FUNCIONARIO" TO MENSAGEM-SAI
          ELSE
             MOVE TVIN-FUN (IDX-VIN) TO COD-FUN-REL
             PERFORM BUSCA-FUNCIONARIO
             IF ACHOU-ITEM EQUAL "NAO"
                ADD 1 TO CT-REJEITADOS
                MOVE "FUNCIONARIO NAO CADASTRADO" TO MENSAGEM-SAI
             ELSE
                PERFORM BUSCA-LANCADO
                IF ACHOU-ITEM EQUAL "SIM"
                   ADD 1 TO CT-REJEITADOS
                   MOVE "FUNCIONARIO JA LANCADO NO CADENT"
                      TO MENSAGEM-SAI
                ELSE
                   PERFORM GRAVA-HORAS.

       BUSCA-VINCULO.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-VIN TO 1.
          PERFORM BUSCA-1-VINCULO
             UNTIL IDX-VIN GREATER THAN QTD-VINCULOS
                OR ACHOU-ITEM EQUAL "SIM".

       BUSCA-1-VINCULO.
          IF TVIN-PROF (IDX-VIN) EQUAL TPRF-COD (IDX-PRF)
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-VIN UP BY 1.

       BUSCA-FUNCIONARIO.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-FUN TO 1.
          PERFORM BUSCA-1-FUNCIONARIO
             UNTIL IDX-FUN GREATER THAN QTD-FUNCION
                OR ACHOU-ITEM EQUAL "SIM".

       BUSCA-1-FUNCIONARIO.
          IF TFUN-COD (IDX-FUN) EQUAL TVIN-FUN (IDX-VIN)
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-FUN UP BY 1.

       BUSCA-LANCADO.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-LAN TO 1.
          PERFORM BUSCA-1-LANCADO
             UNTIL IDX-LAN GREATER THAN QTD-LANCADOS
                OR ACHOU-ITEM EQUAL "SIM".

       BUSCA-1-LANCADO.
          IF LAN-OCR (IDX-LAN) EQUAL TVIN-FUN (IDX-VIN)
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-LAN UP BY 1.

       GRAVA-HORAS.
          IF TVIN-VALOR (IDX-VIN) GREATER THAN ZEROS
             MOVE TVIN-VALOR (IDX-VIN) TO VALOR-HA
          ELSE
             MOVE VALOR-HA-PADRAO      TO VALOR-HA.
          MOVE TFUN-COD (IDX-FUN)      TO COD-ENT.
          MOVE TFUN-EMPRESA (IDX-FUN)  TO EMPRESA-ENT.
          MOVE TFUN-NOME (IDX-FUN)     TO NOME-ENT.
          MOVE HORAS-MES               TO HORAS-ENT.
          MOVE VALOR-HA                TO VALOR-ENT.
          MOVE ZEROS                   TO DESPESA-ENT
                                          IMPOSTO-ENT.
          WRITE REG-ENT.
          ADD 1 TO CT-GRAVADOS.
          ADD HORAS-MES TO TOTAL-HORAS.
          COMPUTE TOTAL-VALOR = TOTAL-VALOR + HORAS-MES * VALOR-HA.
          IF VALOR-HA EQUAL ZEROS
             MOVE "LANCADO SEM VALOR DA HORA-AULA" TO MENSAGEM-SAI
          ELSE
             MOVE "LANCADO NA FOLHA" TO MENSAGEM-SAI.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX26"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-REJEITADOS  TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
