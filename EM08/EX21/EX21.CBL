       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX21.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MONTAGEM DA GRADE HORARIA SEMANAL. PARA O
      *                ANO LETIVO DE PARMGRD.DAT (PADRAO: ANO
      *                CORRENTE, 5 AULAS POR DIA), LE AS
      *                ATRIBUICOES DE ATRPROF.DAT (EM08/EX11) E A
      *                CARGA SEMANAL DA DISCIPLINA NA SERIE EM
      *                CARGAHOR.DAT (SERIE = PRIMEIRO DIGITO DA
      *                TURMA, COMO NA VIRADA EM08/EX16), E ENCAIXA
      *                CADA AULA NOS HORARIOS DE SEGUNDA A SEXTA:
      *                PRIMEIRO EM DIA AINDA SEM AQUELA DISCIPLINA,
      *                DEPOIS EM QUALQUER HORARIO LIVRE DA TURMA E
      *                DO PROFESSOR. SEM HORARIO LIVRE PARA O
      *                PROFESSOR, A AULA E POSTA NO PRIMEIRO HORARIO
      *                LIVRE DA TURMA E O CHOQUE (PROFESSOR EM DUAS
      *                TURMAS NO MESMO HORARIO) VAI PARA O RELATORIO
      *                DE CONFLITOS DA COORDENACAO, JUNTO COM AS
      *                AULAS QUE NAO COUBERAM NA GRADE, A
      *                DISCIPLINA SEM CARGA NA SERIE E AS TURMAS
      *                COM HORARIOS VAGOS. GRAVA GRADE.DAT (UMA
      *                AULA POR REGISTRO) E IMPRIME A GRADE POR
      *                TURMA (RELGRTUR) E POR PROFESSOR (RELGRPRF).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL PARMGRD  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ATRPROF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CARGAHOR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADPROF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADDISC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  GRADE  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELGRTUR  ASSIGN TO DISK.

          SELECT  RELGRPRF  ASSIGN TO DISK.

          SELECT  RELCONFG  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMGRD
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMGRD.DAT".

       01 REG-PARM.
          02 ANO-PARM           PIC 9(04).
          02 AULAS-DIA-PARM     PIC 9(01).

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

       FD CADDISC
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADDISC.DAT".

       01 REG-DISC.
          02 COD-DISC           PIC 9(03).
          02 NOME-DISC          PIC X(20).
          02 PESO-DISC          PIC 9(02).

       FD GRADE
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "GRADE.DAT".

       01 REG-GRADE.
          02 ANO-GRD            PIC 9(04).
          02 TURMA-GRD          PIC X(05).
          02 DIA-GRD            PIC 9(01).
          02 AULA-GRD           PIC 9(01).
          02 COD-DISC-GRD       PIC 9(03).
          02 COD-PROF-GRD       PIC 9(04).

       FD RELGRTUR
          LABEL RECORD IS OMITTED.

       01 REG-TUR PIC X(80).

       FD RELGRPRF
          LABEL RECORD IS OMITTED.

       01 REG-PRF PIC X(80).

       FD RELCONFG
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-ATRIB        PIC X(03)    VALUE "NAO".
       77 FIM-CARGA        PIC X(03)    VALUE "NAO".
       77 FIM-PROF         PIC X(03)    VALUE "NAO".
       77 FIM-DISC         PIC X(03)    VALUE "NAO".
       77 ANO-GRADE        PIC 9(04)    VALUE ZEROS.
       77 AULAS-DIA        PIC 9(01)    VALUE 5.
       77 QTD-HORARIOS     PIC 9(02)    VALUE ZEROS.
       77 QTD-ATRIBUICOES  PIC 9(03)    VALUE ZEROS.
       77 QTD-CARGAS       PIC 9(03)    VALUE ZEROS.
       77 QTD-PROFESSORES  PIC 9(03)    VALUE ZEROS.
       77 QTD-DISCIPLINAS  PIC 9(03)    VALUE ZEROS.
       77 QTD-TURMAS       PIC 9(03)    VALUE ZEROS.
       77 ACHOU-ITEM       PIC X(03)    VALUE "NAO".
       77 ACHOU-HORARIO    PIC X(03)    VALUE "NAO".
       77 PASSADA          PIC 9(01)    VALUE ZEROS.
       77 CT-AULA          PIC 9(02)    VALUE ZEROS.
       77 CT-ORDEM         PIC 9(02)    VALUE ZEROS.
       77 CT-DIA           PIC 9(01)    VALUE ZEROS.
       77 CT-PERIODO       PIC 9(01)    VALUE ZEROS.
       77 CT-HORARIO       PIC 9(02)    VALUE ZEROS.
       77 CT-VAGOS         PIC 9(02)    VALUE ZEROS.
       77 AULAS-FALTA      PIC 9(02)    VALUE ZEROS.
       77 IDX-OUTRA        PIC 9(03)    VALUE ZEROS.
       77 NOME-PROF-ACHADO PIC X(30)    VALUE SPACES.
       77 NOME-DISC-ACHADA PIC X(20)    VALUE SPACES.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-PAG-TUR       PIC 9(03)    VALUE ZEROS.
       77 CT-PAG-PRF       PIC 9(03)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-CHOQUES       PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-LUGAR     PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-CARGA     PIC 9(05)    VALUE ZEROS.
       77 CT-TURMAS-VAGAS  PIC 9(05)    VALUE ZEROS.

      *    OS HORARIOS DA SEMANA SAO NUMERADOS POR DIA: HORARIO =
      *    (DIA - 1) * 6 + AULA, COM ATE 6 AULAS POR DIA. CADA
      *    HORARIO DA TURMA E DO PROFESSOR GUARDA O NUMERO DA
      *    ATRIBUICAO QUE O OCUPA (ZERO = LIVRE).
       01 TAB-ATRIBUICOES.
          02 ATB-OCR  OCCURS 500 TIMES INDEXED BY IDX-ATB.
             03 TATB-PROF      PIC 9(04).
             03 TATB-DISC      PIC 9(03).
             03 TATB-TURMA     PIC X(05).
             03 TATB-AULAS     PIC 9(02).
             03 TATB-IDX-TUR   PIC 9(03).
             03 TATB-IDX-PRF   PIC 9(03).
             03 TATB-NO-DIA    PIC X(01) OCCURS 5 TIMES.

       01 TAB-CARGAS.
          02 CRG-OCR  OCCURS 300 TIMES INDEXED BY IDX-CRG.
             03 TCRG-SERIE     PIC X(01).
             03 TCRG-DISC      PIC 9(03).
             03 TCRG-AULAS     PIC 9(02).

       01 TAB-DISCIPLINAS.
          02 DSC-OCR  OCCURS 50 TIMES INDEXED BY IDX-DSC.
             03 TDSC-COD       PIC 9(03).
             03 TDSC-NOME      PIC X(20).

       01 TAB-TURMAS.
          02 TUR-OCR  OCCURS 100 TIMES INDEXED BY IDX-TUR.
             03 TTUR-TURMA     PIC X(05).
             03 TTUR-HOR       PIC 9(03) OCCURS 30 TIMES.

       01 TAB-PROFESSORES.
          02 PRF-OCR  OCCURS 200 TIMES INDEXED BY IDX-PRF.
             03 TPRF-COD       PIC 9(04).
             03 TPRF-NOME      PIC X(30).
             03 TPRF-ATIVO     PIC X(01).
             03 TPRF-HOR       PIC 9(03) OCCURS 30 TIMES.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 TAB-NOMES-DIA.
          02 FILLER          PIC X(13) VALUE "SEGUNDA      ".
          02 FILLER          PIC X(13) VALUE "TERCA        ".
          02 FILLER          PIC X(13) VALUE "QUARTA       ".
          02 FILLER          PIC X(13) VALUE "QUINTA       ".
          02 FILLER          PIC X(13) VALUE "SEXTA        ".
       01 TAB-NOMES-DIA-R    REDEFINES TAB-NOMES-DIA.
          02 NOME-DIA        PIC X(13) OCCURS 5 TIMES.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-TUR.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "GRADE HORARIA SEMANAL - TURMA ".
          02 TURMA-CAB       PIC X(05).
          02 FILLER          PIC X(14) VALUE "   ANO LETIVO ".
          02 ANO-CAB-TUR     PIC 9(04).
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG-TUR     PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-PRF.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(18) VALUE
             "GRADE HORARIA DE  ".
          02 PROF-CAB        PIC 9(04).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-PROF-CAB   PIC X(30).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 ANO-CAB-PRF     PIC 9(04).
          02 FILLER          PIC X(10) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG-PRF     PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-DIAS.
          02 FILLER          PIC X(09) VALUE SPACES.
          02 CEL-DIA         PIC X(14) OCCURS 5 TIMES.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 LINHA-GRADE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ROTULO-GRD      PIC X(07).
          02 CELULA-GRD      OCCURS 5 TIMES.
             03 TEXTO-GRD    PIC X(13).
             03 FILLER       PIC X(01).
          02 FILLER          PIC X(01) VALUE SPACES.

       01 ROTULO-AULA.
          02 FILLER          PIC X(05) VALUE "AULA ".
          02 NUM-AULA-ROT    PIC 9(01).
          02 FILLER          PIC X(01) VALUE SPACES.

       01 TEXTO-PROF.
          02 FILLER          PIC X(05) VALUE "PROF ".
          02 COD-PROF-TXT    PIC 9(04).
          02 FILLER          PIC X(04) VALUE SPACES.

       01 TEXTO-TURMA.
          02 FILLER          PIC X(06) VALUE "TURMA ".
          02 TURMA-TXT       PIC X(05).
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(34) VALUE
             "CONFLITOS DA GRADE HORARIA - ANO  ".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "TURMA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "PROF".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "DISC".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "HORARIO      ".
          02 FILLER          PIC X(12) VALUE "OCORRENCIA  ".
          02 FILLER          PIC X(34) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TURMA-REL       PIC X(05).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PROF-REL        PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DISC-REL        PIC 9(03).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 DIA-REL         PIC X(07).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 AULA-REL        PIC X(02).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 MENSAGEM-REL    PIC X(44).
          02 FILLER          PIC X(02) VALUE SPACES.

       01 MSG-CHOQUE.
          02 FILLER          PIC X(27) VALUE
             "CHOQUE: PROFESSOR NA TURMA ".
          02 TURMA-CHOQUE    PIC X(05).
          02 FILLER          PIC X(12) VALUE SPACES.

       01 MSG-SEM-LUGAR.
          02 FILLER          PIC X(29) VALUE
             "AULAS SEM HORARIO NA GRADE: ".
          02 QTD-SEM-LUGAR   PIC Z9.
          02 FILLER          PIC X(13) VALUE SPACES.

       01 MSG-VAGOS.
          02 FILLER          PIC X(29) VALUE
             "TURMA COM HORARIOS VAGOS:   ".
          02 QTD-VAGOS       PIC Z9.
          02 FILLER          PIC X(13) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "CHOQUES DE PROFESSOR:         ".
          02 TOT-CHO-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "AULAS SEM HORARIO NA GRADE:   ".
          02 TOT-SLG-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "DISCIPLINAS SEM CARGA:        ".
          02 TOT-SCG-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "TURMAS COM HORARIOS VAGOS:    ".
          02 TOT-VAG-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "AULAS GRAVADAS NA GRADE:      ".
          02 TOT-GRV-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM08-EX21.
          PERFORM INICIO.
          PERFORM ALOCA-ATRIBUICAO
             VARYING IDX-ATB FROM 1 BY 1
             UNTIL IDX-ATB GREATER THAN QTD-ATRIBUICOES.
          PERFORM FIM.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-PARAMETRO.
          MOVE ANO-GRADE TO ANO-CAB
                            ANO-CAB-TUR
                            ANO-CAB-PRF.
          PERFORM CARREGA-DISCIPLINAS.
          PERFORM CARREGA-CARGAS.
          PERFORM CARREGA-PROFESSORES.
          OPEN OUTPUT GRADE
                      RELGRTUR
                      RELGRPRF
                      RELCONFG.
          PERFORM CARREGA-ATRIBUICOES.

      *    SEM PARAMETRO VALE O ANO CORRENTE COM 5 AULAS POR DIA.
       LE-PARAMETRO.
          OPEN INPUT PARMGRD.
          READ PARMGRD
             AT END
             MOVE ZEROS TO ANO-PARM
                           AULAS-DIA-PARM.
          CLOSE PARMGRD.
          IF ANO-PARM GREATER THAN ZEROS
             MOVE ANO-PARM TO ANO-GRADE
          ELSE
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
             MOVE WS-ANO-HOJE TO ANO-GRADE.
          IF AULAS-DIA-PARM GREATER THAN ZEROS
          AND AULAS-DIA-PARM LESS THAN 7
             MOVE AULAS-DIA-PARM TO AULAS-DIA.
          COMPUTE QTD-HORARIOS = AULAS-DIA * 5.

       CARREGA-DISCIPLINAS.
          MOVE "NAO" TO FIM-DISC.
          OPEN INPUT CADDISC.
          PERFORM LE-1-DISCIPLINA
             UNTIL FIM-DISC EQUAL "SIM".
          CLOSE CADDISC.

       LE-1-DISCIPLINA.
          READ CADDISC
             AT END
             MOVE "SIM" TO FIM-DISC.
          IF FIM-DISC EQUAL "NAO"
          AND QTD-DISCIPLINAS LESS THAN 50
             ADD 1 TO QTD-DISCIPLINAS
             SET IDX-DSC TO QTD-DISCIPLINAS
             MOVE COD-DISC  TO TDSC-COD (IDX-DSC)
             MOVE NOME-DISC TO TDSC-NOME (IDX-DSC).

       CARREGA-CARGAS.
          MOVE "NAO" TO FIM-CARGA.
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
          MOVE "NAO" TO FIM-PROF.
          OPEN INPUT CADPROF.
          PERFORM LE-1-PROFESSOR
             UNTIL FIM-PROF EQUAL "SIM".
          CLOSE CADPROF.

       LE-1-PROFESSOR.
          READ CADPROF
             AT END
             MOVE "SIM" TO FIM-PROF.
          IF FIM-PROF EQUAL "NAO"
          AND QTD-PROFESSORES LESS THAN 200
             ADD 1 TO QTD-PROFESSORES
             SET IDX-PRF TO QTD-PROFESSORES
             MOVE COD-PROF  TO TPRF-COD (IDX-PRF)
             MOVE NOME-PROF TO TPRF-NOME (IDX-PRF)
             PERFORM ZERA-PROFESSOR.

       ZERA-PROFESSOR.
          MOVE "N" TO TPRF-ATIVO (IDX-PRF).
          PERFORM ZERA-1-HORARIO-PRF
             VARYING CT-HORARIO FROM 1 BY 1
             UNTIL CT-HORARIO GREATER THAN 30.

       ZERA-1-HORARIO-PRF.
          MOVE ZEROS TO TPRF-HOR (IDX-PRF, CT-HORARIO).

      *    SO ENTRAM AS ATRIBUICOES DO ANO DA GRADE. A TURMA E O
      *    PROFESSOR SAO LIGADOS AQUI A SUAS TABELAS DE HORARIOS.
       CARREGA-ATRIBUICOES.
          MOVE "NAO" TO FIM-ATRIB.
          OPEN INPUT ATRPROF.
          PERFORM LE-1-ATRIBUICAO
             UNTIL FIM-ATRIB EQUAL "SIM".
          CLOSE ATRPROF.

       LE-1-ATRIBUICAO.
          READ ATRPROF
             AT END
             MOVE "SIM" TO FIM-ATRIB.
          IF FIM-ATRIB EQUAL "NAO"
          AND ANO-LETIVO-ATR EQUAL ANO-GRADE
          AND QTD-ATRIBUICOES LESS THAN 500
             ADD 1 TO CT-LIDOS
             ADD 1 TO QTD-ATRIBUICOES
             SET IDX-ATB TO QTD-ATRIBUICOES
             MOVE COD-PROF-ATR TO TATB-PROF (IDX-ATB)
             MOVE COD-DISC-ATR TO TATB-DISC (IDX-ATB)
             MOVE TURMA-ATR    TO TATB-TURMA (IDX-ATB)
             MOVE "N"          TO TATB-NO-DIA (IDX-ATB, 1)
                                  TATB-NO-DIA (IDX-ATB, 2)
                                  TATB-NO-DIA (IDX-ATB, 3)
                                  TATB-NO-DIA (IDX-ATB, 4)
                                  TATB-NO-DIA (IDX-ATB, 5)
             PERFORM BUSCA-CARGA
             PERFORM LIGA-TURMA
             PERFORM LIGA-PROFESSOR.

       BUSCA-CARGA.
          MOVE "NAO" TO ACHOU-ITEM.
          MOVE ZEROS TO TATB-AULAS (IDX-ATB).
          SET IDX-CRG TO 1.
          PERFORM BUSCA-1-CARGA
             UNTIL IDX-CRG GREATER THAN QTD-CARGAS
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "NAO"
             ADD 1 TO CT-SEM-CARGA
             MOVE TURMA-ATR    TO TURMA-REL
             MOVE COD-PROF-ATR TO PROF-REL
             MOVE COD-DISC-ATR TO DISC-REL
             MOVE SPACES       TO DIA-REL
                                  AULA-REL
             MOVE "DISCIPLINA SEM CARGA HORARIA NA SERIE"
                TO MENSAGEM-REL
             PERFORM IMPRIME-D0.

       BUSCA-1-CARGA.
          IF TCRG-SERIE (IDX-CRG) EQUAL SERIE-ATR
          AND TCRG-DISC (IDX-CRG) EQUAL COD-DISC-ATR
             MOVE TCRG-AULAS (IDX-CRG) TO TATB-AULAS (IDX-ATB)
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-CRG UP BY 1.

       LIGA-TURMA.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-TUR TO 1.
          PERFORM BUSCA-1-TURMA
             UNTIL IDX-TUR GREATER THAN QTD-TURMAS
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "NAO"
             IF QTD-TURMAS LESS THAN 100
                ADD 1 TO QTD-TURMAS
                SET IDX-TUR TO QTD-TURMAS
                MOVE TURMA-ATR TO TTUR-TURMA (IDX-TUR)
                PERFORM ZERA-1-HORARIO-TUR
                   VARYING CT-HORARIO FROM 1 BY 1
                   UNTIL CT-HORARIO GREATER THAN 30
             ELSE
                SET IDX-TUR TO 1
                MOVE ZEROS TO TATB-AULAS (IDX-ATB).
          SET TATB-IDX-TUR (IDX-ATB) TO IDX-TUR.

       BUSCA-1-TURMA.
          IF TTUR-TURMA (IDX-TUR) EQUAL TURMA-ATR
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-TUR UP BY 1.

       ZERA-1-HORARIO-TUR.
          MOVE ZEROS TO TTUR-HOR (IDX-TUR, CT-HORARIO).

      *    PROFESSOR FORA DO CADASTRO ENTRA NA TABELA SEM NOME,
      *    PARA QUE SEUS HORARIOS TAMBEM SEJAM CONFERIDOS.
       LIGA-PROFESSOR.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-PRF TO 1.
          PERFORM BUSCA-1-PROFESSOR
             UNTIL IDX-PRF GREATER THAN QTD-PROFESSORES
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "NAO"
             IF QTD-PROFESSORES LESS THAN 200
                ADD 1 TO QTD-PROFESSORES
                SET IDX-PRF TO QTD-PROFESSORES
                MOVE COD-PROF-ATR TO TPRF-COD (IDX-PRF)
                MOVE "PROFESSOR NAO CADASTRADO"
                   TO TPRF-NOME (IDX-PRF)
                PERFORM ZERA-PROFESSOR
             ELSE
                SET IDX-PRF TO 1
                MOVE ZEROS TO TATB-AULAS (IDX-ATB).
          MOVE "S" TO TPRF-ATIVO (IDX-PRF).
          SET TATB-IDX-PRF (IDX-ATB) TO IDX-PRF.

       BUSCA-1-PROFESSOR.
          IF TPRF-COD (IDX-PRF) EQUAL COD-PROF-ATR
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-PRF UP BY 1.

      *    CADA AULA DA CARGA SEMANAL PROCURA HORARIO EM TRES
      *    PASSADAS: 1 - TURMA E PROFESSOR LIVRES EM DIA SEM A
      *    DISCIPLINA; 2 - TURMA E PROFESSOR LIVRES; 3 - SO A TURMA
      *    LIVRE (CHOQUE DO PROFESSOR, PARA A COORDENACAO).
       ALOCA-ATRIBUICAO.
          SET IDX-TUR TO TATB-IDX-TUR (IDX-ATB).
          SET IDX-PRF TO TATB-IDX-PRF (IDX-ATB).
          MOVE ZEROS TO AULAS-FALTA.
          PERFORM ALOCA-1-AULA
             VARYING CT-AULA FROM 1 BY 1
             UNTIL CT-AULA GREATER THAN TATB-AULAS (IDX-ATB).
          IF AULAS-FALTA GREATER THAN ZEROS
             ADD AULAS-FALTA TO CT-SEM-LUGAR
             MOVE TATB-TURMA (IDX-ATB) TO TURMA-REL
             MOVE TATB-PROF (IDX-ATB)  TO PROF-REL
             MOVE TATB-DISC (IDX-ATB)  TO DISC-REL
             MOVE SPACES               TO DIA-REL
                                          AULA-REL
             MOVE AULAS-FALTA          TO QTD-SEM-LUGAR
             MOVE MSG-SEM-LUGAR        TO MENSAGEM-REL
             PERFORM IMPRIME-D0.

       ALOCA-1-AULA.
          MOVE "NAO" TO ACHOU-HORARIO.
          PERFORM PROCURA-HORARIO
             VARYING PASSADA FROM 1 BY 1
             UNTIL PASSADA GREATER THAN 3
                OR ACHOU-HORARIO EQUAL "SIM".
          IF ACHOU-HORARIO EQUAL "NAO"
             ADD 1 TO AULAS-FALTA
          ELSE
             PERFORM OCUPA-HORARIO.

      *    A ORDEM DE BUSCA PERCORRE A SEMANA POR AULA (AULA 1 DE
      *    SEGUNDA A SEXTA, DEPOIS AULA 2...), ESPALHANDO AS AULAS
      *    DA DISCIPLINA PELOS DIAS.
       PROCURA-HORARIO.
          PERFORM CONFERE-HORARIO
             VARYING CT-ORDEM FROM 1 BY 1
             UNTIL CT-ORDEM GREATER THAN QTD-HORARIOS
                OR ACHOU-HORARIO EQUAL "SIM".

       CONFERE-HORARIO.
          COMPUTE CT-PERIODO = (CT-ORDEM - 1) / 5 + 1.
          COMPUTE CT-DIA = CT-ORDEM - (CT-PERIODO - 1) * 5.
          COMPUTE CT-HORARIO = (CT-DIA - 1) * 6 + CT-PERIODO.
          IF TTUR-HOR (IDX-TUR, CT-HORARIO) EQUAL ZEROS
             IF PASSADA EQUAL 3
                MOVE "SIM" TO ACHOU-HORARIO
             ELSE
                IF TPRF-HOR (IDX-PRF, CT-HORARIO) EQUAL ZEROS
                   IF PASSADA EQUAL 2
                   OR TATB-NO-DIA (IDX-ATB, CT-DIA) EQUAL "N"
                      MOVE "SIM" TO ACHOU-HORARIO.

       OCUPA-HORARIO.
          SET TTUR-HOR (IDX-TUR, CT-HORARIO) TO IDX-ATB.
          MOVE "S" TO TATB-NO-DIA (IDX-ATB, CT-DIA).
          IF TPRF-HOR (IDX-PRF, CT-HORARIO) EQUAL ZEROS
             SET TPRF-HOR (IDX-PRF, CT-HORARIO) TO IDX-ATB
          ELSE
             PERFORM REGISTRA-CHOQUE.

       REGISTRA-CHOQUE.
          ADD 1 TO CT-CHOQUES.
          MOVE TPRF-HOR (IDX-PRF, CT-HORARIO) TO IDX-OUTRA.
          MOVE TATB-TURMA (IDX-OUTRA) TO TURMA-CHOQUE.
          MOVE TATB-TURMA (IDX-ATB)   TO TURMA-REL.
          MOVE TATB-PROF (IDX-ATB)    TO PROF-REL.
          MOVE TATB-DISC (IDX-ATB)    TO DISC-REL.
          MOVE NOME-DIA (CT-DIA)      TO DIA-REL.
          MOVE CT-PERIODO             TO AULA-REL.
          MOVE MSG-CHOQUE             TO MENSAGEM-REL.
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

      *    UMA PAGINA POR TURMA: DISCIPLINA E PROFESSOR EM CADA
      *    HORARIO. HORARIO SEM AULA SAI COMO VAGO E E CONTADO.
       IMPRIME-TURMA.
          ADD 1 TO CT-PAG-TUR.
          MOVE CT-PAG-TUR           TO VAR-PAG-TUR.
          MOVE TTUR-TURMA (IDX-TUR) TO TURMA-CAB.
          MOVE SPACES TO REG-TUR.
          WRITE REG-TUR
             AFTER ADVANCING PAGE.
          WRITE REG-TUR FROM CAB-TUR
             AFTER ADVANCING 2 LINES.
          WRITE REG-TUR FROM CAB-DIAS
             AFTER ADVANCING 3 LINES.
          MOVE ZEROS TO CT-VAGOS.
          PERFORM IMPRIME-AULA-TURMA
             VARYING CT-PERIODO FROM 1 BY 1
             UNTIL CT-PERIODO GREATER THAN AULAS-DIA.
          IF CT-VAGOS GREATER THAN ZEROS
             ADD 1 TO CT-TURMAS-VAGAS
             MOVE TTUR-TURMA (IDX-TUR) TO TURMA-REL
             MOVE ZEROS                TO PROF-REL
                                          DISC-REL
             MOVE SPACES               TO DIA-REL
                                          AULA-REL
             MOVE CT-VAGOS             TO QTD-VAGOS
             MOVE MSG-VAGOS            TO MENSAGEM-REL
             PERFORM IMPRIME-D0.

       IMPRIME-AULA-TURMA.
          MOVE SPACES TO LINHA-GRADE.
          MOVE CT-PERIODO  TO NUM-AULA-ROT.
          MOVE ROTULO-AULA TO ROTULO-GRD.
          PERFORM MONTA-CELULA-TURMA
             VARYING CT-DIA FROM 1 BY 1
             UNTIL CT-DIA GREATER THAN 5.
          WRITE REG-TUR FROM LINHA-GRADE
             AFTER ADVANCING 2 LINES.
          MOVE SPACES TO LINHA-GRADE.
          PERFORM MONTA-PROF-TURMA
             VARYING CT-DIA FROM 1 BY 1
             UNTIL CT-DIA GREATER THAN 5.
          WRITE REG-TUR FROM LINHA-GRADE
             AFTER ADVANCING 1 LINE.

       MONTA-CELULA-TURMA.
          COMPUTE CT-HORARIO = (CT-DIA - 1) * 6 + CT-PERIODO.
          IF TTUR-HOR (IDX-TUR, CT-HORARIO) EQUAL ZEROS
             MOVE "-- VAGO --" TO TEXTO-GRD (CT-DIA)
             ADD 1 TO CT-VAGOS
          ELSE
             SET IDX-ATB TO TTUR-HOR (IDX-TUR, CT-HORARIO)
             PERFORM BUSCA-DISCIPLINA
             MOVE NOME-DISC-ACHADA TO TEXTO-GRD (CT-DIA)
             PERFORM GRAVA-AULA.

       MONTA-PROF-TURMA.
          COMPUTE CT-HORARIO = (CT-DIA - 1) * 6 + CT-PERIODO.
          IF TTUR-HOR (IDX-TUR, CT-HORARIO) GREATER THAN ZEROS
             SET IDX-ATB TO TTUR-HOR (IDX-TUR, CT-HORARIO)
             MOVE TATB-PROF (IDX-ATB) TO COD-PROF-TXT
             MOVE TEXTO-PROF TO TEXTO-GRD (CT-DIA).

       GRAVA-AULA.
          MOVE ANO-GRADE            TO ANO-GRD.
          MOVE TTUR-TURMA (IDX-TUR) TO TURMA-GRD.
          MOVE CT-DIA               TO DIA-GRD.
          MOVE CT-PERIODO           TO AULA-GRD.
          MOVE TATB-DISC (IDX-ATB)  TO COD-DISC-GRD.
          MOVE TATB-PROF (IDX-ATB)  TO COD-PROF-GRD.
          WRITE REG-GRADE.
          ADD 1 TO CT-GRAVADOS.

       BUSCA-DISCIPLINA.
          MOVE "NAO" TO ACHOU-ITEM.
          MOVE "DISCIPLINA DESCONHEC" TO NOME-DISC-ACHADA.
          SET IDX-DSC TO 1.
          PERFORM BUSCA-1-DISCIPLINA
             UNTIL IDX-DSC GREATER THAN QTD-DISCIPLINAS
                OR ACHOU-ITEM EQUAL "SIM".

       BUSCA-1-DISCIPLINA.
          IF TDSC-COD (IDX-DSC) EQUAL TATB-DISC (IDX-ATB)
             MOVE TDSC-NOME (IDX-DSC) TO NOME-DISC-ACHADA
             MOVE "SIM" TO ACHOU-ITEM
          ELSE
             SET IDX-DSC UP BY 1.

      *    UMA PAGINA POR PROFESSOR COM ATRIBUICAO NO ANO: TURMA E
      *    DISCIPLINA EM CADA HORARIO.
       LISTA-PROFESSOR.
          IF TPRF-ATIVO (IDX-PRF) EQUAL "S"
             PERFORM IMPRIME-PROFESSOR.

       IMPRIME-PROFESSOR.
          ADD 1 TO CT-PAG-PRF.
          MOVE CT-PAG-PRF          TO VAR-PAG-PRF.
          MOVE TPRF-COD (IDX-PRF)  TO PROF-CAB.
          MOVE TPRF-NOME (IDX-PRF) TO NOME-PROF-CAB.
          MOVE SPACES TO REG-PRF.
          WRITE REG-PRF
             AFTER ADVANCING PAGE.
          WRITE REG-PRF FROM CAB-PRF
             AFTER ADVANCING 2 LINES.
          WRITE REG-PRF FROM CAB-DIAS
             AFTER ADVANCING 3 LINES.
          PERFORM IMPRIME-AULA-PROF
             VARYING CT-PERIODO FROM 1 BY 1
             UNTIL CT-PERIODO GREATER THAN AULAS-DIA.

       IMPRIME-AULA-PROF.
          MOVE SPACES TO LINHA-GRADE.
          MOVE CT-PERIODO  TO NUM-AULA-ROT.
          MOVE ROTULO-AULA TO ROTULO-GRD.
          PERFORM MONTA-TURMA-PROF
             VARYING CT-DIA FROM 1 BY 1
             UNTIL CT-DIA GREATER THAN 5.
          WRITE REG-PRF FROM LINHA-GRADE
             AFTER ADVANCING 2 LINES.
          MOVE SPACES TO LINHA-GRADE.
          PERFORM MONTA-DISC-PROF
             VARYING CT-DIA FROM 1 BY 1
             UNTIL CT-DIA GREATER THAN 5.
          WRITE REG-PRF FROM LINHA-GRADE
             AFTER ADVANCING 1 LINE.

       MONTA-TURMA-PROF.
          COMPUTE CT-HORARIO = (CT-DIA - 1) * 6 + CT-PERIODO.
          IF TPRF-HOR (IDX-PRF, CT-HORARIO) GREATER THAN ZEROS
             SET IDX-ATB TO TPRF-HOR (IDX-PRF, CT-HORARIO)
             MOVE TATB-TURMA (IDX-ATB) TO TURMA-TXT
             MOVE TEXTO-TURMA TO TEXTO-GRD (CT-DIA).

       MONTA-DISC-PROF.
          COMPUTE CT-HORARIO = (CT-DIA - 1) * 6 + CT-PERIODO.
          IF TPRF-HOR (IDX-PRF, CT-HORARIO) GREATER THAN ZEROS
             SET IDX-ATB TO TPRF-HOR (IDX-PRF, CT-HORARIO)
             PERFORM BUSCA-DISCIPLINA
             MOVE NOME-DISC-ACHADA TO TEXTO-GRD (CT-DIA).

       MONTA-CAB-DIAS.
          MOVE NOME-DIA (CT-DIA) TO CEL-DIA (CT-DIA).

       FIM.
          PERFORM MONTA-CAB-DIAS
             VARYING CT-DIA FROM 1 BY 1
             UNTIL CT-DIA GREATER THAN 5.
          PERFORM IMPRIME-TURMA
             VARYING IDX-TUR FROM 1 BY 1
             UNTIL IDX-TUR GREATER THAN QTD-TURMAS.
          PERFORM LISTA-PROFESSOR
             VARYING IDX-PRF FROM 1 BY 1
             UNTIL IDX-PRF GREATER THAN QTD-PROFESSORES.
          IF CT-PAG EQUAL ZEROS
             PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE GRADE
                RELGRTUR
                RELGRPRF
                RELCONFG.

       IMPRIME-TOTAIS.
          MOVE CT-CHOQUES      TO TOT-CHO-SAI.
          MOVE CT-SEM-LUGAR    TO TOT-SLG-SAI.
          MOVE CT-SEM-CARGA    TO TOT-SCG-SAI.
          MOVE CT-TURMAS-VAGAS TO TOT-VAG-SAI.
          MOVE CT-GRAVADOS     TO TOT-GRV-SAI.

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

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX21"     TO RL-PROGRAMA.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-CHOQUES + CT-SEM-LUGAR
                                + CT-SEM-CARGA.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
