       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX24.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        EXPORTACAO DO CENSO ESCOLAR. MONTA CENSO.DAT
      *                NO LEIAUTE DE ENVIO, COM REGISTROS TIPO "00"
      *                (ESCOLA, DE PARMCENS.DAT), "20" (TURMA, COM
      *                QUANTIDADE DE ALUNOS E DOCENTES), "30"
      *                (DOCENTE, DE CADPROF.DAT), "50" (VINCULO DO
      *                DOCENTE COM TURMA E DISCIPLINA, DE
      *                ATRPROF.DAT NO ANO DO CENSO) E "60" (ALUNO,
      *                DO MESTRE CADAMEST CONFERIDO COM CADALU.DAT).
      *                ANTES DE EXPORTAR CRITICA OS CAMPOS
      *                OBRIGATORIOS: DATA DE NASCIMENTO (PELA
      *                DATECALC), SEXO, TURMA DO ALUNO (E SE BATE
      *                ENTRE CADAMEST E CADALU), PROFESSOR SEM
      *                DISCIPLINA ATRIBUIDA, ATRIBUICAO DE
      *                PROFESSOR SEM CADASTRO OU EM TURMA SEM
      *                ALUNOS, E TURMA SEM DOCENTE. REGISTRO COM
      *                PENDENCIA NAO VAI PARA O ARQUIVO E SAI NO
      *                RELATORIO DE CONSISTENCIA PRE-ENVIO, QUE
      *                FECHA DIZENDO SE O ARQUIVO ESTA APTO PARA O
      *                ENVIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL PARMCENS ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADAMEST  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  SEQUENTIAL
          RECORD KEY  IS  MATRICULA-MST
          ALTERNATE RECORD KEY IS NOME-MST
             WITH DUPLICATES.

          SELECT OPTIONAL CADALU   ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADPROF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ATRPROF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CENSO    ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELCENSO ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMCENS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMCENS.DAT".

       01 REG-PARM.
          02 INEP-PARM          PIC 9(08).
          02 NOME-ESCOLA-PARM   PIC X(40).
          02 ANO-PARM           PIC 9(04).

       FD CADAMEST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADAMEST.DAT".

           COPY CADAMEST.

       FD CADALU
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
          02 MATRICULA-ALU      PIC 9(07).
          02 NOME-ALU           PIC X(20).
          02 NOTA1-ALU          PIC 9(02)V99.
          02 NOTA2-ALU          PIC 9(02)V99.
          02 FALTAS-ALU         PIC 9(02).
          02 TURMA-ALU          PIC X(05).

       FD CADPROF
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADPROF.DAT".

       01 REG-PROF.
          02 COD-PROF           PIC 9(04).
          02 NOME-PROF          PIC X(30).

       FD ATRPROF
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATRPROF.DAT".

       01 REG-ATRIB.
          02 COD-PROF-ATR       PIC 9(04).
          02 COD-DISC-ATR       PIC 9(03).
          02 TURMA-ATR          PIC X(05).
          02 ANO-LETIVO-ATR     PIC 9(04).

       FD CENSO
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CENSO.DAT".

       01 REG-CENSO.
          02 TIPO-CEN           PIC X(02).
          02 INEP-CEN           PIC 9(08).
          02 DADOS-CEN          PIC X(70).

       01 REG-CEN-ESCOLA.
          02 FILLER             PIC X(10).
          02 NOME-ESCOLA-CEN    PIC X(40).
          02 ANO-CEN            PIC 9(04).
          02 FILLER             PIC X(26).

       01 REG-CEN-TURMA.
          02 FILLER             PIC X(10).
          02 TURMA-CEN          PIC X(05).
          02 SERIE-CEN          PIC X(01).
          02 QTD-ALUNOS-CEN     PIC 9(04).
          02 QTD-DOCENTES-CEN   PIC 9(03).
          02 FILLER             PIC X(57).

       01 REG-CEN-DOCENTE.
          02 FILLER             PIC X(10).
          02 COD-PROF-CEN       PIC 9(04).
          02 NOME-PROF-CEN      PIC X(30).
          02 FILLER             PIC X(36).

       01 REG-CEN-VINCULO.
          02 FILLER             PIC X(10).
          02 COD-PROF-VIN       PIC 9(04).
          02 TURMA-VIN          PIC X(05).
          02 COD-DISC-VIN       PIC 9(03).
          02 FILLER             PIC X(58).

       01 REG-CEN-ALUNO.
          02 FILLER             PIC X(10).
          02 MATRICULA-CEN      PIC 9(07).
          02 NOME-ALUNO-CEN     PIC X(20).
          02 DATA-NASC-CEN      PIC 9(08).
          02 SEXO-CEN           PIC X(01).
          02 TURMA-ALUNO-CEN    PIC X(05).
          02 FILLER             PIC X(29).

       FD RELCENSO
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 FIM-MST          PIC X(03)    VALUE "NAO".
       77 FIM-ALU          PIC X(03)    VALUE "NAO".
       77 FIM-PROF         PIC X(03)    VALUE "NAO".
       77 FIM-ATRIB        PIC X(03)    VALUE "NAO".
       77 INEP-ESCOLA      PIC 9(08)    VALUE ZEROS.
       77 NOME-ESCOLA      PIC X(40)    VALUE SPACES.
       77 ANO-CENSO        PIC 9(04)    VALUE ZEROS.
       77 QTD-MATRICULAS   PIC 9(04)    VALUE ZEROS.
       77 QTD-ALUNOS       PIC 9(04)    VALUE ZEROS.
       77 QTD-TURMAS       PIC 9(03)    VALUE ZEROS.
       77 QTD-PROFESSORES  PIC 9(03)    VALUE ZEROS.
       77 QTD-ATRIBUICOES  PIC 9(04)    VALUE ZEROS.
       77 ACHOU-MATRICULA  PIC X(03)    VALUE "NAO".
       77 ACHOU-TURMA      PIC X(03)    VALUE "NAO".
       77 ACHOU-PROF       PIC X(03)    VALUE "NAO".
       77 TURMA-ALUNO      PIC X(05)    VALUE SPACES.
       77 TURMA-BUSCA      PIC X(05)    VALUE SPACES.
       77 QTD-PENDENCIAS   PIC 9(02)    VALUE ZEROS.
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77 CT-PENDENCIAS    PIC 9(05)    VALUE ZEROS.
       77 CT-ALU-EXP       PIC 9(05)    VALUE ZEROS.
       77 CT-ALU-PEND      PIC 9(05)    VALUE ZEROS.
       77 CT-TUR-EXP       PIC 9(05)    VALUE ZEROS.
       77 CT-DOC-EXP       PIC 9(05)    VALUE ZEROS.
       77 CT-DOC-PEND      PIC 9(05)    VALUE ZEROS.
       77 CT-VIN-EXP       PIC 9(05)    VALUE ZEROS.

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

      *    MATRICULAS ATIVAS DE CADALU, MARCADAS QUANDO ACHADAS NO
      *    MESTRE.
       01 TAB-MATRICULAS.
          02 MAT-OCR  OCCURS 2000 TIMES INDEXED BY IDX-MAT.
             03 TMA-MATRICULA  PIC 9(07).
             03 TMA-NOME       PIC X(20).
             03 TMA-TURMA      PIC X(05).
             03 TMA-NO-MESTRE  PIC X(01).

      *    ALUNOS SEM PENDENCIA, GUARDADOS PARA SAIR DEPOIS DAS
      *    TURMAS E DOCENTES.
       01 TAB-ALUNOS.
          02 ALU-OCR  OCCURS 2000 TIMES INDEXED BY IDX-ALU.
             03 TAL-MATRICULA  PIC 9(07).
             03 TAL-NOME       PIC X(20).
             03 TAL-DATA-NASC  PIC 9(08).
             03 TAL-SEXO       PIC X(01).
             03 TAL-TURMA      PIC X(05).

       01 TAB-TURMAS.
          02 TUR-OCR  OCCURS 100 TIMES INDEXED BY IDX-TUR.
             03 TTU-TURMA      PIC X(05).
             03 TTU-ALUNOS     PIC 9(04).
             03 TTU-DOCENTES   PIC 9(03).

       01 TAB-PROFESSORES.
          02 PRF-OCR  OCCURS 200 TIMES INDEXED BY IDX-PRF.
             03 TPR-COD        PIC 9(04).
             03 TPR-NOME       PIC X(30).
             03 TPR-AULAS      PIC 9(03).

       01 TAB-ATRIBUICOES.
          02 ATB-OCR  OCCURS 1000 TIMES INDEXED BY IDX-ATB.
             03 TAT-PROF       PIC 9(04).
             03 TAT-DISC       PIC 9(03).
             03 TAT-TURMA      PIC X(05).
             03 TAT-OK         PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(46) VALUE
             "CENSO ESCOLAR - CONSISTENCIA PRE-ENVIO - ANO  ".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "REGISTRO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "CODIGO ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "NOME/TURMA          ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "PENDENCIA".
          02 FILLER          PIC X(28) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TIPO-REL        PIC X(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 COD-REL         PIC X(07).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PENDENCIA-REL   PIC X(35).
          02 FILLER          PIC X(02) VALUE SPACES.

       01 COD-EDITADO.
          02 COD-EDIT-N      PIC 9(07).

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "ALUNOS EXPORTADOS:            ".
          02 TOT-ALE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "ALUNOS COM PENDENCIA:         ".
          02 TOT-ALP-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "TURMAS EXPORTADAS:            ".
          02 TOT-TUR-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "DOCENTES EXPORTADOS:          ".
          02 TOT-DOE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "DOCENTES COM PENDENCIA:       ".
          02 TOT-DOP-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "VINCULOS DOCENTE/TURMA:       ".
          02 TOT-VIN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "TOTAL DE PENDENCIAS:          ".
          02 TOT-PEN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(30) VALUE
             "SITUACAO DO ARQUIVO:          ".
          02 VEREDITO-SAI    PIC X(40).
          02 FILLER          PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       EM08-EX24.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-MST EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-MATRICULAS.
          PERFORM CARREGA-PROFESSORES.
          MOVE ANO-CENSO TO ANO-CAB.
          OPEN INPUT  CADAMEST
               OUTPUT CENSO
                      RELCENSO.
          PERFORM IMPRIME-CAB.
          PERFORM CRITICA-ESCOLA.
          PERFORM LEITURA.

       LE-PARAMETRO.
          OPEN INPUT PARMCENS.
          READ PARMCENS
             AT END
             MOVE ZEROS  TO INEP-PARM
                            ANO-PARM
             MOVE SPACES TO NOME-ESCOLA-PARM.
          CLOSE PARMCENS.
          MOVE INEP-PARM        TO INEP-ESCOLA.
          MOVE NOME-ESCOLA-PARM TO NOME-ESCOLA.
          IF ANO-PARM GREATER THAN ZEROS
             MOVE ANO-PARM TO ANO-CENSO
          ELSE
             MOVE WS-ANO-HOJE TO ANO-CENSO.

       CARREGA-MATRICULAS.
          OPEN INPUT CADALU.
          PERFORM LE-1-MATRICULA
             UNTIL FIM-ALU EQUAL "SIM".
          CLOSE CADALU.

       LE-1-MATRICULA.
          READ CADALU
             AT END
             MOVE "SIM" TO FIM-ALU.
          IF FIM-ALU EQUAL "NAO"
          AND QTD-MATRICULAS LESS THAN 2000
             ADD 1 TO QTD-MATRICULAS
             SET IDX-MAT TO QTD-MATRICULAS
             MOVE MATRICULA-ALU TO TMA-MATRICULA (IDX-MAT)
             MOVE NOME-ALU      TO TMA-NOME (IDX-MAT)
             MOVE TURMA-ALU     TO TMA-TURMA (IDX-MAT)
             MOVE "N"           TO TMA-NO-MESTRE (IDX-MAT).

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
          AND QTD-PROFESSORES LESS THAN 200
             ADD 1 TO QTD-PROFESSORES
             SET IDX-PRF TO QTD-PROFESSORES
             MOVE COD-PROF  TO TPR-COD (IDX-PRF)
             MOVE NOME-PROF TO TPR-NOME (IDX-PRF)
             MOVE ZEROS     TO TPR-AULAS (IDX-PRF).

       CRITICA-ESCOLA.
          MOVE "ESCOLA"    TO TIPO-REL.
          MOVE INEP-ESCOLA TO COD-EDIT-N.
          MOVE COD-EDITADO TO COD-REL.
          MOVE NOME-ESCOLA TO NOME-REL.
          IF INEP-ESCOLA EQUAL ZEROS
             MOVE "CODIGO INEP DA ESCOLA NAO INFORMADO"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA.
          IF NOME-ESCOLA EQUAL SPACES
             MOVE "NOME DA ESCOLA NAO INFORMADO" TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA.

       LEITURA.
          READ CADAMEST
             AT END
             MOVE "SIM" TO FIM-MST.
          IF FIM-MST EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          PERFORM CRITICA-ALUNO.
          PERFORM LEITURA.

      *    CAMPOS OBRIGATORIOS DO ALUNO. CADA PENDENCIA SAI NUMA
      *    LINHA; ALUNO COM ALGUMA PENDENCIA FICA FORA DO ARQUIVO.
       CRITICA-ALUNO.
          MOVE ZEROS         TO QTD-PENDENCIAS.
          MOVE "ALUNO"       TO TIPO-REL.
          MOVE MATRICULA-MST TO COD-EDIT-N.
          MOVE COD-EDITADO   TO COD-REL.
          MOVE NOME-MST      TO NOME-REL.
          IF NOME-MST EQUAL SPACES
             MOVE "NOME DO ALUNO NAO INFORMADO" TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA.
          PERFORM CRITICA-NASCIMENTO.
          IF SEXO4-MST NOT EQUAL "M" AND "F"
             MOVE "SEXO NAO INFORMADO OU INVALIDO"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA.
          PERFORM CRITICA-TURMA-ALUNO.
          IF QTD-PENDENCIAS GREATER THAN ZEROS
             ADD 1 TO CT-ALU-PEND
          ELSE
             PERFORM GUARDA-ALUNO.

       CRITICA-NASCIMENTO.
          IF DATA-NASC-MST NOT NUMERIC
          OR DATA-NASC-MST EQUAL ZEROS
             MOVE "DATA DE NASCIMENTO NAO INFORMADA"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA
          ELSE
             MOVE DD-NASC-MST   TO DTC-DIA
             MOVE MM-NASC-MST   TO DTC-MES
             MOVE AAAA-NASC-MST TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM
             IF DTC-VALIDO EQUAL "N"
                MOVE "DATA DE NASCIMENTO INVALIDA"
                   TO PENDENCIA-REL
                PERFORM IMPRIME-PENDENCIA
             ELSE IF AAAA-NASC-MST NOT LESS THAN ANO-CENSO
                MOVE "DATA DE NASCIMENTO INCOERENTE"
                   TO PENDENCIA-REL
                PERFORM IMPRIME-PENDENCIA.

      *    A TURMA VEM DO MESTRE E E CONFERIDA COM A MATRICULA
      *    ATIVA DE CADALU.
       CRITICA-TURMA-ALUNO.
          MOVE TURMA-MST TO TURMA-ALUNO.
          PERFORM BUSCA-MATRICULA.
          IF ACHOU-MATRICULA EQUAL "NAO"
             MOVE "SEM MATRICULA ATIVA EM CADALU"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA
          ELSE
             MOVE "S" TO TMA-NO-MESTRE (IDX-MAT)
             IF TURMA-ALUNO EQUAL SPACES
                MOVE TMA-TURMA (IDX-MAT) TO TURMA-ALUNO
             ELSE IF TMA-TURMA (IDX-MAT) NOT EQUAL SPACES
             AND TMA-TURMA (IDX-MAT) NOT EQUAL TURMA-ALUNO
                MOVE "TURMA DIVERGE ENTRE CADAMEST/CADALU"
                   TO PENDENCIA-REL
                PERFORM IMPRIME-PENDENCIA.
          IF TURMA-ALUNO EQUAL SPACES
             MOVE "TURMA DO ALUNO NAO INFORMADA" TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA.

       BUSCA-MATRICULA.
          MOVE "NAO" TO ACHOU-MATRICULA.
          SET IDX-MAT TO 1.
          PERFORM BUSCA-1-MATRICULA
             UNTIL IDX-MAT GREATER THAN QTD-MATRICULAS
                OR ACHOU-MATRICULA EQUAL "SIM".

       BUSCA-1-MATRICULA.
          IF TMA-MATRICULA (IDX-MAT) EQUAL MATRICULA-MST
             MOVE "SIM" TO ACHOU-MATRICULA
          ELSE
             SET IDX-MAT UP BY 1.

       GUARDA-ALUNO.
          IF QTD-ALUNOS LESS THAN 2000
             ADD 1 TO QTD-ALUNOS
             SET IDX-ALU TO QTD-ALUNOS
             MOVE MATRICULA-MST TO TAL-MATRICULA (IDX-ALU)
             MOVE NOME-MST      TO TAL-NOME (IDX-ALU)
             MOVE DATA-NASC-MST TO TAL-DATA-NASC (IDX-ALU)
             MOVE SEXO4-MST     TO TAL-SEXO (IDX-ALU)
             MOVE TURMA-ALUNO   TO TAL-TURMA (IDX-ALU)
             MOVE TURMA-ALUNO   TO TURMA-BUSCA
             PERFORM LOCALIZA-TURMA
             IF ACHOU-TURMA EQUAL "SIM"
                ADD 1 TO TTU-ALUNOS (IDX-TUR).

       LOCALIZA-TURMA.
          MOVE "NAO" TO ACHOU-TURMA.
          SET IDX-TUR TO 1.
          PERFORM LOCALIZA-1-TURMA
             UNTIL IDX-TUR GREATER THAN QTD-TURMAS
                OR ACHOU-TURMA EQUAL "SIM".
          IF ACHOU-TURMA EQUAL "NAO"
          AND QTD-TURMAS LESS THAN 100
             ADD 1 TO QTD-TURMAS
             SET IDX-TUR TO QTD-TURMAS
             MOVE TURMA-BUSCA TO TTU-TURMA (IDX-TUR)
             MOVE ZEROS       TO TTU-ALUNOS (IDX-TUR)
                                 TTU-DOCENTES (IDX-TUR)
             MOVE "SIM"       TO ACHOU-TURMA.

       LOCALIZA-1-TURMA.
          IF TTU-TURMA (IDX-TUR) EQUAL TURMA-BUSCA
             MOVE "SIM" TO ACHOU-TURMA
          ELSE
             SET IDX-TUR UP BY 1.

      *    MATRICULA ATIVA QUE NAO APARECEU NO MESTRE NAO TEM DATA
      *    DE NASCIMENTO NEM SEXO PARA O CENSO.
       CRITICA-SEM-MESTRE.
          IF TMA-NO-MESTRE (IDX-MAT) EQUAL "N"
             MOVE "ALUNO"                TO TIPO-REL
             MOVE TMA-MATRICULA (IDX-MAT) TO COD-EDIT-N
             MOVE COD-EDITADO            TO COD-REL
             MOVE TMA-NOME (IDX-MAT)     TO NOME-REL
             MOVE "MATRICULA SEM CADASTRO MESTRE"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA
             ADD 1 TO CT-ALU-PEND.

       CARREGA-ATRIBUICOES.
          OPEN INPUT ATRPROF.
          PERFORM LE-1-ATRIBUICAO
             UNTIL FIM-ATRIB EQUAL "SIM".
          CLOSE ATRPROF.

       LE-1-ATRIBUICAO.
          READ ATRPROF
             AT END
             MOVE "SIM" TO FIM-ATRIB.
          IF FIM-ATRIB EQUAL "NAO"
          AND ANO-LETIVO-ATR EQUAL ANO-CENSO
          AND QTD-ATRIBUICOES LESS THAN 1000
             ADD 1 TO QTD-ATRIBUICOES
             SET IDX-ATB TO QTD-ATRIBUICOES
             MOVE COD-PROF-ATR TO TAT-PROF (IDX-ATB)
             MOVE COD-DISC-ATR TO TAT-DISC (IDX-ATB)
             MOVE TURMA-ATR    TO TAT-TURMA (IDX-ATB)
             PERFORM CRITICA-ATRIBUICAO.

      *    ATRIBUICAO SO VIRA VINCULO SE O PROFESSOR TEM CADASTRO E
      *    A TURMA TEM ALUNO EXPORTADO.
       CRITICA-ATRIBUICAO.
          MOVE "S"          TO TAT-OK (IDX-ATB).
          MOVE "VINCULO"    TO TIPO-REL.
          MOVE COD-PROF-ATR TO COD-EDIT-N.
          MOVE COD-EDITADO  TO COD-REL.
          MOVE TURMA-ATR    TO NOME-REL.
          PERFORM BUSCA-PROFESSOR.
          IF ACHOU-PROF EQUAL "NAO"
             MOVE "N" TO TAT-OK (IDX-ATB)
             MOVE "PROFESSOR DA ATRIB. SEM CADASTRO"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA.
          MOVE "NAO" TO ACHOU-TURMA.
          SET IDX-TUR TO 1.
          PERFORM LOCALIZA-1-TURMA
             UNTIL IDX-TUR GREATER THAN QTD-TURMAS
                OR ACHOU-TURMA EQUAL "SIM".
          IF ACHOU-TURMA EQUAL "NAO"
             MOVE "N" TO TAT-OK (IDX-ATB)
             MOVE "ATRIBUICAO EM TURMA SEM ALUNOS"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA
          ELSE IF TAT-OK (IDX-ATB) EQUAL "S"
             ADD 1 TO TTU-DOCENTES (IDX-TUR)
             ADD 1 TO TPR-AULAS (IDX-PRF).

       BUSCA-PROFESSOR.
          MOVE "NAO" TO ACHOU-PROF.
          SET IDX-PRF TO 1.
          PERFORM BUSCA-1-PROFESSOR
             UNTIL IDX-PRF GREATER THAN QTD-PROFESSORES
                OR ACHOU-PROF EQUAL "SIM".

       BUSCA-1-PROFESSOR.
          IF TPR-COD (IDX-PRF) EQUAL COD-PROF-ATR
             MOVE "SIM" TO ACHOU-PROF
          ELSE
             SET IDX-PRF UP BY 1.

       CRITICA-PROFESSOR.
          MOVE "DOCENTE"          TO TIPO-REL.
          MOVE TPR-COD (IDX-PRF)  TO COD-EDIT-N.
          MOVE COD-EDITADO        TO COD-REL.
          MOVE TPR-NOME (IDX-PRF) TO NOME-REL.
          IF TPR-NOME (IDX-PRF) EQUAL SPACES
             MOVE "NOME DO DOCENTE NAO INFORMADO"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA
             ADD 1 TO CT-DOC-PEND
          ELSE IF TPR-AULAS (IDX-PRF) EQUAL ZEROS
             MOVE "DOCENTE SEM DISCIPLINA ATRIBUIDA"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA
             ADD 1 TO CT-DOC-PEND
          ELSE
             MOVE SPACES             TO REG-CENSO
             MOVE "30"               TO TIPO-CEN
             MOVE INEP-ESCOLA        TO INEP-CEN
             MOVE TPR-COD (IDX-PRF)  TO COD-PROF-CEN
             MOVE TPR-NOME (IDX-PRF) TO NOME-PROF-CEN
             PERFORM GRAVA-CENSO
             ADD 1 TO CT-DOC-EXP
             PERFORM EXPORTA-VINCULO
                VARYING IDX-ATB FROM 1 BY 1
                UNTIL IDX-ATB GREATER THAN QTD-ATRIBUICOES.

       EXPORTA-VINCULO.
          IF TAT-PROF (IDX-ATB) EQUAL TPR-COD (IDX-PRF)
          AND TAT-OK (IDX-ATB) EQUAL "S"
             MOVE SPACES              TO REG-CENSO
             MOVE "50"                TO TIPO-CEN
             MOVE INEP-ESCOLA         TO INEP-CEN
             MOVE TAT-PROF (IDX-ATB)  TO COD-PROF-VIN
             MOVE TAT-TURMA (IDX-ATB) TO TURMA-VIN
             MOVE TAT-DISC (IDX-ATB)  TO COD-DISC-VIN
             PERFORM GRAVA-CENSO
             ADD 1 TO CT-VIN-EXP.

       EXPORTA-TURMA.
          IF TTU-DOCENTES (IDX-TUR) EQUAL ZEROS
             MOVE "TURMA"             TO TIPO-REL
             MOVE SPACES              TO COD-REL
             MOVE TTU-TURMA (IDX-TUR) TO NOME-REL
             MOVE "TURMA SEM DOCENTE ATRIBUIDO"
                TO PENDENCIA-REL
             PERFORM IMPRIME-PENDENCIA.
          MOVE SPACES                 TO REG-CENSO.
          MOVE "20"                   TO TIPO-CEN.
          MOVE INEP-ESCOLA            TO INEP-CEN.
          MOVE TTU-TURMA (IDX-TUR)    TO TURMA-CEN.
          MOVE TTU-TURMA (IDX-TUR)    TO SERIE-CEN.
          MOVE TTU-ALUNOS (IDX-TUR)   TO QTD-ALUNOS-CEN.
          MOVE TTU-DOCENTES (IDX-TUR) TO QTD-DOCENTES-CEN.
          PERFORM GRAVA-CENSO.
          ADD 1 TO CT-TUR-EXP.

       EXPORTA-ALUNO.
          MOVE SPACES                  TO REG-CENSO.
          MOVE "60"                    TO TIPO-CEN.
          MOVE INEP-ESCOLA             TO INEP-CEN.
          MOVE TAL-MATRICULA (IDX-ALU) TO MATRICULA-CEN.
          MOVE TAL-NOME (IDX-ALU)      TO NOME-ALUNO-CEN.
          MOVE TAL-DATA-NASC (IDX-ALU) TO DATA-NASC-CEN.
          MOVE TAL-SEXO (IDX-ALU)      TO SEXO-CEN.
          MOVE TAL-TURMA (IDX-ALU)     TO TURMA-ALUNO-CEN.
          PERFORM GRAVA-CENSO.
          ADD 1 TO CT-ALU-EXP.

       GRAVA-CENSO.
          WRITE REG-CENSO.
          ADD 1 TO CT-GRAVADOS.

       IMPRIME-PENDENCIA.
          ADD 1 TO QTD-PENDENCIAS.
          ADD 1 TO CT-PENDENCIAS.
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

      *    COM OS ALUNOS CRITICADOS, AS TURMAS ESTAO FORMADAS: SAI O
      *    ARQUIVO NA ORDEM DO LEIAUTE (ESCOLA, TURMAS, DOCENTES COM
      *    SEUS VINCULOS, ALUNOS).
       TERMINO.
          PERFORM CRITICA-SEM-MESTRE
             VARYING IDX-MAT FROM 1 BY 1
             UNTIL IDX-MAT GREATER THAN QTD-MATRICULAS.
          PERFORM CARREGA-ATRIBUICOES.
          MOVE SPACES      TO REG-CENSO.
          MOVE "00"        TO TIPO-CEN.
          MOVE INEP-ESCOLA TO INEP-CEN.
          MOVE NOME-ESCOLA TO NOME-ESCOLA-CEN.
          MOVE ANO-CENSO   TO ANO-CEN.
          PERFORM GRAVA-CENSO.
          PERFORM EXPORTA-TURMA
             VARYING IDX-TUR FROM 1 BY 1
             UNTIL IDX-TUR GREATER THAN QTD-TURMAS.
          PERFORM CRITICA-PROFESSOR
             VARYING IDX-PRF FROM 1 BY 1
             UNTIL IDX-PRF GREATER THAN QTD-PROFESSORES.
          PERFORM EXPORTA-ALUNO
             VARYING IDX-ALU FROM 1 BY 1
             UNTIL IDX-ALU GREATER THAN QTD-ALUNOS.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADAMEST
                CENSO
                RELCENSO.

       IMPRIME-TOTAIS.
          MOVE CT-ALU-EXP    TO TOT-ALE-SAI.
          MOVE CT-ALU-PEND   TO TOT-ALP-SAI.
          MOVE CT-TUR-EXP    TO TOT-TUR-SAI.
          MOVE CT-DOC-EXP    TO TOT-DOE-SAI.
          MOVE CT-DOC-PEND   TO TOT-DOP-SAI.
          MOVE CT-VIN-EXP    TO TOT-VIN-SAI.
          MOVE CT-PENDENCIAS TO TOT-PEN-SAI.
          IF CT-PENDENCIAS EQUAL ZEROS
             MOVE "APTO PARA ENVIO" TO VEREDITO-SAI
          ELSE
             MOVE "CORRIGIR AS PENDENCIAS ANTES DO ENVIO"
                TO VEREDITO-SAI.

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
          WRITE REG-ATR FROM ROD-07
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-08
             AFTER ADVANCING 2 LINES.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX24"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-ALU-PEND + CT-DOC-PEND.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
