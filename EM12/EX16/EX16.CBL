       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX16.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        REVISAO TRIMESTRAL DE ACESSOS. LISTA CADA
      *                OPERADOR DO AUTORIZA.DAT COM SEUS PERFIS E A
      *                ULTIMA ATIVIDADE ENCONTRADA NOS LOGS DE
      *                AUDITORIA QUE REGISTRAM O OPERADOR (AUDITMOV,
      *                AUDITCON, AUDITMST, AUDITFUN, AUDITFOR,
      *                AUDITCOL, AUDITLGP E AUDITAUT), INDICANDO O LOG
      *                DE ORIGEM. APONTA O OPERADOR SEM ATIVIDADE
      *                REGISTRADA, O SEM ATIVIDADE NOS ULTIMOS TRES
      *                MESES E O QUE ACUMULA PERFIS VEDADOS PELA
      *                TABELA DE SEGREGACAO DE FUNCOES SODREGRA.DAT.
      *                TERMINA COM OS TOTAIS E O BLOCO DE ASSINATURA
      *                DO GESTOR QUE REVISOU OS ACESSOS. A MANUTENCAO
      *                DOS PERFIS E O EM12/EX15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL AUTORIZA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL SODREGRA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITMOV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITCON  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITMST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITFOR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITCOL  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITLGP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUDITAUT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELREVAC  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AUTORIZA
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AUTORIZA.DAT".

       01 REG-AUT.
          02 OPER-AUT           PIC X(08).
          02 TIPOS-AUT          PIC X(04).

       FD SODREGRA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "SODREGRA.DAT".

       01 REG-SOD.
          02 PERFIL-1-SOD       PIC X(01).
          02 PERFIL-2-SOD       PIC X(01).
          02 DESCR-SOD          PIC X(30).

       FD AUDITMOV
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITMOV.LOG".

       01 REG-AUDIT-MOV.
          02 DATA-MOV           PIC 9(08).
          02 FILLER             PIC X(52).
          02 OPER-MOV           PIC X(08).
          02 FILLER             PIC X(18).

       FD AUDITCON
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITCON.LOG".

       01 REG-AUDIT-CON.
          02 DATA-CON           PIC 9(08).
          02 FILLER             PIC X(52).
          02 OPER-CON           PIC X(08).
          02 FILLER             PIC X(18).

       FD AUDITMST
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITMST.LOG".

       01 REG-AUDIT-MST.
          02 DATA-MST           PIC 9(08).
          02 FILLER             PIC X(56).
          02 OPER-MST           PIC X(08).
          02 FILLER             PIC X(18).

       FD AUDITFUN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITFUN.LOG".

       01 REG-AUDIT-FUN.
          02 DATA-FUN           PIC 9(08).
          02 FILLER             PIC X(54).
          02 OPER-FUN           PIC X(08).
          02 FILLER             PIC X(18).

       FD AUDITFOR
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITFOR.LOG".

       01 REG-AUDIT-FOR.
          02 DATA-FOR           PIC 9(08).
          02 FILLER             PIC X(52).
          02 OPER-FOR           PIC X(08).
          02 FILLER             PIC X(48).

       FD AUDITCOL
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITCOL.LOG".

       01 REG-AUDIT-COL.
          02 DATA-COL           PIC 9(08).
          02 FILLER             PIC X(53).
          02 OPER-COL           PIC X(08).
          02 FILLER             PIC X(18).

       FD AUDITLGP
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITLGP.LOG".

       01 REG-AUDIT-LGP.
          02 DATA-LGP           PIC 9(08).
          02 FILLER             PIC X(30).
          02 OPER-LGP           PIC X(08).
          02 FILLER             PIC X(18).

       FD AUDITAUT
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUDITAUT.LOG".

       01 REG-AUDIT-AUT.
          02 DATA-AAU           PIC 9(08).
          02 FILLER             PIC X(58).
          02 OPER-AAU           PIC X(08).

       FD RELREVAC
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
       77 FIM-AUT            PIC X(03)    VALUE "NAO".
       77 FIM-SOD            PIC X(03)    VALUE "NAO".
       77 FIM-LOG            PIC X(03)    VALUE "NAO".
       77 QTD-OPERADORES     PIC 9(03)    VALUE ZEROS.
       77 QTD-REGRAS         PIC 9(03)    VALUE ZEROS.
       77 ACHOU-OPER         PIC X(03)    VALUE "NAO".
       77 POSSUI-PERFIL      PIC X(03)    VALUE "NAO".
       77 LETRA-PROCURADA    PIC X(01)    VALUE SPACES.
       77 OPER-LOG           PIC X(08)    VALUE SPACES.
       77 DATA-LOG           PIC 9(08)    VALUE ZEROS.
       77 ORIGEM-LOG         PIC X(08)    VALUE SPACES.
       77 MESES-CORTE        PIC 9(06)    VALUE ZEROS.
       77 DATA-CORTE         PIC 9(08)    VALUE ZEROS.
       77 OBS-IMPRESSAS      PIC 9(02)    VALUE ZEROS.
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(07)    VALUE ZEROS.
       77 CT-LINHAS-LOG      PIC 9(07)    VALUE ZEROS.
       77 CT-SEM-ATIVIDADE   PIC 9(05)    VALUE ZEROS.
       77 CT-INATIVOS        PIC 9(05)    VALUE ZEROS.
       77 CT-CONFLITOS       PIC 9(05)    VALUE ZEROS.
       77 CT-ADMINISTRADORES PIC 9(05)    VALUE ZEROS.

       01 DATA-REVISAO.
          02 AAAA-HOJE       PIC 9(04).
          02 MM-HOJE         PIC 9(02).
          02 DD-HOJE         PIC 9(02).

       01 DATA-CALC.
          02 AAAA-CALC       PIC 9(04).
          02 MM-CALC         PIC 9(02).
          02 DD-CALC         PIC 9(02).

       01 TAB-OPERADORES.
          02 OPE-OCR  OCCURS 500 TIMES INDEXED BY IDX-OPE.
             03 TOP-OPER         PIC X(08).
             03 TOP-TIPOS        PIC X(04).
             03 TOP-ULT-DATA     PIC 9(08).
             03 TOP-ORIGEM       PIC X(08).

       01 TAB-REGRAS.
          02 SOD-OCR  OCCURS 100 TIMES INDEXED BY IDX-SOD.
             03 TSD-PERFIL-1     PIC X(01).
             03 TSD-PERFIL-2     PIC X(01).
             03 TSD-DESCR        PIC X(30).

       01 TIPOS-ALVO.
          02 LETRA-ALVO  OCCURS 4 TIMES PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(27) VALUE
             "REVISAO DE ACESSOS - TRIM. ".
          02 TRIM-CAB        PIC 9(01).
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(22) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "OPERADOR".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "PERFIS".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "ULT.ATIVID".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "ORIGEM".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "OBSERVACAO".
          02 FILLER          PIC X(28) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 OPER-REL        PIC X(08).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 TIPOS-REL       PIC X(04).
          02 FILLER          PIC X(04)  VALUE SPACES.
          02 DATA-REL.
             03 DD-REL       PIC 99.
             03 BARRA-1-REL  PIC X(01).
             03 MM-REL       PIC 99.
             03 BARRA-2-REL  PIC X(01).
             03 AAAA-REL     PIC 9999.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 ORIGEM-REL      PIC X(08).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(38)  VALUE SPACES.

       01 ROD-01.
          02 ROTULO-ROD      PIC X(34)  VALUE SPACES.
          02 CONT-ROD        PIC ZZZZ9.
          02 FILLER          PIC X(41)  VALUE SPACES.

       01 ROD-ASS-01.
          02 FILLER          PIC X(22)  VALUE
             "DATA DA REVISAO:      ".
          02 DD-ROD          PIC 9(02).
          02 FILLER          PIC X(01)  VALUE "/".
          02 MM-ROD          PIC 9(02).
          02 FILLER          PIC X(01)  VALUE "/".
          02 AAAA-ROD        PIC 9(04).
          02 FILLER          PIC X(48)  VALUE SPACES.

       01 ROD-ASS-02.
          02 FILLER          PIC X(40)  VALUE
             "________________________________________".
          02 FILLER          PIC X(40)  VALUE SPACES.

       01 ROD-ASS-03.
          02 FILLER          PIC X(40)  VALUE
             "GESTOR RESPONSAVEL PELA REVISAO         ".
          02 FILLER          PIC X(40)  VALUE SPACES.

       01 ROD-ASS-04.
          02 FILLER          PIC X(40)  VALUE
             "DATA DA APROVACAO: ____/____/________   ".
          02 FILLER          PIC X(40)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM12-EX16.

       PERFORM  INICIO.
       PERFORM  LE-LOGS.
       PERFORM  IMPRIME-OPERADOR
          VARYING IDX-OPE FROM 1 BY 1
          UNTIL IDX-OPE GREATER THAN QTD-OPERADORES.
       PERFORM  FIM.
       STOP RUN.

      *    O CORTE DE INATIVIDADE E A MESMA DATA TRES MESES ANTES.
       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT DATA-REVISAO FROM DATE YYYYMMDD.
          MOVE DATA-REVISAO TO WS-DATA-HOJE.
          COMPUTE TRIM-CAB = (MM-HOJE - 1) / 3 + 1.
          MOVE AAAA-HOJE TO ANO-CAB.
          COMPUTE MESES-CORTE = AAAA-HOJE * 12 + MM-HOJE - 3.
          COMPUTE AAAA-CALC = (MESES-CORTE - 1) / 12.
          COMPUTE MM-CALC = MESES-CORTE - AAAA-CALC * 12.
          MOVE DD-HOJE TO DD-CALC.
          MOVE DATA-CALC TO DATA-CORTE.
          PERFORM CARREGA-REGRAS.
          PERFORM CARREGA-OPERADORES.
          OPEN OUTPUT RELREVAC.

       CARREGA-REGRAS.
          OPEN INPUT SODREGRA.
          PERFORM LE-1-REGRA
             UNTIL FIM-SOD EQUAL "SIM".
          CLOSE SODREGRA.

       LE-1-REGRA.
          READ SODREGRA
             AT END
             MOVE "SIM" TO FIM-SOD.
          IF FIM-SOD EQUAL "NAO"
          AND QTD-REGRAS LESS THAN 100
             ADD 1 TO QTD-REGRAS
             SET IDX-SOD TO QTD-REGRAS
             MOVE PERFIL-1-SOD TO TSD-PERFIL-1 (IDX-SOD)
             MOVE PERFIL-2-SOD TO TSD-PERFIL-2 (IDX-SOD)
             MOVE DESCR-SOD    TO TSD-DESCR (IDX-SOD).

      *    O OPERADOR REPETIDO FICA COM A ULTIMA LINHA, COMO NA
      *    CONFERENCIA DE PERFIL DOS PROGRAMAS.
       CARREGA-OPERADORES.
          OPEN INPUT AUTORIZA.
          PERFORM LE-1-OPERADOR
             UNTIL FIM-AUT EQUAL "SIM".
          CLOSE AUTORIZA.

       LE-1-OPERADOR.
          READ AUTORIZA
             AT END
             MOVE "SIM" TO FIM-AUT.
          IF FIM-AUT EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             MOVE OPER-AUT TO OPER-LOG
             PERFORM PROCURA-OPERADOR
             IF ACHOU-OPER EQUAL "SIM"
                MOVE TIPOS-AUT TO TOP-TIPOS (IDX-OPE)
             ELSE IF QTD-OPERADORES LESS THAN 500
                ADD 1 TO QTD-OPERADORES
                SET IDX-OPE TO QTD-OPERADORES
                MOVE OPER-AUT  TO TOP-OPER (IDX-OPE)
                MOVE TIPOS-AUT TO TOP-TIPOS (IDX-OPE)
                MOVE ZEROS     TO TOP-ULT-DATA (IDX-OPE)
                MOVE SPACES    TO TOP-ORIGEM (IDX-OPE).

       PROCURA-OPERADOR.
          MOVE "NAO" TO ACHOU-OPER.
          SET IDX-OPE TO 1.
          SEARCH OPE-OCR
             AT END
                MOVE "NAO" TO ACHOU-OPER
             WHEN IDX-OPE GREATER THAN QTD-OPERADORES
                MOVE "NAO" TO ACHOU-OPER
             WHEN TOP-OPER (IDX-OPE) EQUAL OPER-LOG
                MOVE "SIM" TO ACHOU-OPER.

       LE-LOGS.
          MOVE "AUDITMOV" TO ORIGEM-LOG.
          MOVE "NAO" TO FIM-LOG.
          OPEN INPUT AUDITMOV.
          PERFORM LE-AUDITMOV UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITMOV.
          MOVE "AUDITCON" TO ORIGEM-LOG.
          MOVE "NAO" TO FIM-LOG.
          OPEN INPUT AUDITCON.
          PERFORM LE-AUDITCON UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITCON.
          MOVE "AUDITMST" TO ORIGEM-LOG.
          MOVE "NAO" TO FIM-LOG.
          OPEN INPUT AUDITMST.
          PERFORM LE-AUDITMST UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITMST.
          MOVE "AUDITFUN" TO ORIGEM-LOG.
          MOVE "NAO" TO FIM-LOG.
          OPEN INPUT AUDITFUN.
          PERFORM LE-AUDITFUN UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITFUN.
          MOVE "AUDITFOR" TO ORIGEM-LOG.
          MOVE "NAO" TO FIM-LOG.
          OPEN INPUT AUDITFOR.
          PERFORM LE-AUDITFOR UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITFOR.
          MOVE "AUDITCOL" TO ORIGEM-LOG.
          MOVE "NAO" TO FIM-LOG.
          OPEN INPUT AUDITCOL.
          PERFORM LE-AUDITCOL UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITCOL.
          MOVE "AUDITLGP" TO ORIGEM-LOG.
          MOVE "NAO" TO FIM-LOG.
          OPEN INPUT AUDITLGP.
          PERFORM LE-AUDITLGP UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITLGP.
          MOVE "AUDITAUT" TO ORIGEM-LOG.
          MOVE "NAO" TO FIM-LOG.
          OPEN INPUT AUDITAUT.
          PERFORM LE-AUDITAUT UNTIL FIM-LOG EQUAL "SIM".
          CLOSE AUDITAUT.

       LE-AUDITMOV.
          READ AUDITMOV
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE OPER-MOV TO OPER-LOG
             MOVE DATA-MOV TO DATA-LOG
             PERFORM REGISTRA-ATIVIDADE.

       LE-AUDITCON.
          READ AUDITCON
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE OPER-CON TO OPER-LOG
             MOVE DATA-CON TO DATA-LOG
             PERFORM REGISTRA-ATIVIDADE.

       LE-AUDITMST.
          READ AUDITMST
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE OPER-MST TO OPER-LOG
             MOVE DATA-MST TO DATA-LOG
             PERFORM REGISTRA-ATIVIDADE.

       LE-AUDITFUN.
          READ AUDITFUN
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE OPER-FUN TO OPER-LOG
             MOVE DATA-FUN TO DATA-LOG
             PERFORM REGISTRA-ATIVIDADE.

       LE-AUDITFOR.
          READ AUDITFOR
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE OPER-FOR TO OPER-LOG
             MOVE DATA-FOR TO DATA-LOG
             PERFORM REGISTRA-ATIVIDADE.

       LE-AUDITCOL.
          READ AUDITCOL
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE OPER-COL TO OPER-LOG
             MOVE DATA-COL TO DATA-LOG
             PERFORM REGISTRA-ATIVIDADE.

       LE-AUDITLGP.
          READ AUDITLGP
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE OPER-LGP TO OPER-LOG
             MOVE DATA-LGP TO DATA-LOG
             PERFORM REGISTRA-ATIVIDADE.

       LE-AUDITAUT.
          READ AUDITAUT
             AT END
             MOVE "SIM" TO FIM-LOG.
          IF FIM-LOG EQUAL "NAO"
             MOVE OPER-AAU TO OPER-LOG
             MOVE DATA-AAU TO DATA-LOG
             PERFORM REGISTRA-ATIVIDADE.

      *    GUARDA A DATA MAIS RECENTE DE CADA OPERADOR E O LOG ONDE
      *    ELA FOI ENCONTRADA.
       REGISTRA-ATIVIDADE.
          ADD 1 TO CT-LINHAS-LOG.
          IF DATA-LOG IS NUMERIC
          AND OPER-LOG NOT EQUAL SPACES
             PERFORM PROCURA-OPERADOR
             IF ACHOU-OPER EQUAL "SIM"
             AND DATA-LOG GREATER THAN TOP-ULT-DATA (IDX-OPE)
                MOVE DATA-LOG   TO TOP-ULT-DATA (IDX-OPE)
                MOVE ORIGEM-LOG TO TOP-ORIGEM (IDX-OPE).

       IMPRIME-OPERADOR.
          MOVE TOP-TIPOS (IDX-OPE) TO TIPOS-ALVO.
          MOVE ZEROS TO OBS-IMPRESSAS.
          MOVE TOP-OPER (IDX-OPE)  TO OPER-REL.
          MOVE TOP-TIPOS (IDX-OPE) TO TIPOS-REL.
          MOVE TOP-ORIGEM (IDX-OPE) TO ORIGEM-REL.
          IF TOP-ULT-DATA (IDX-OPE) EQUAL ZEROS
             MOVE SPACES TO DATA-REL
          ELSE
             MOVE TOP-ULT-DATA (IDX-OPE) TO DATA-CALC
             MOVE DD-CALC   TO DD-REL
             MOVE MM-CALC   TO MM-REL
             MOVE AAAA-CALC TO AAAA-REL
             MOVE "/" TO BARRA-1-REL BARRA-2-REL.
          MOVE "Z" TO LETRA-PROCURADA.
          PERFORM TEM-PERFIL.
          IF POSSUI-PERFIL EQUAL "SIM"
             ADD 1 TO CT-ADMINISTRADORES.
          IF TOP-ULT-DATA (IDX-OPE) EQUAL ZEROS
             ADD 1 TO CT-SEM-ATIVIDADE
             MOVE "SEM ATIVIDADE REGISTRADA" TO MENSAGEM-SAI
             PERFORM IMPRIME-OBSERVACAO
          ELSE IF TOP-ULT-DATA (IDX-OPE) LESS THAN DATA-CORTE
             ADD 1 TO CT-INATIVOS
             MOVE "SEM ATIVIDADE HA MAIS DE 3 MESES"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-OBSERVACAO.
          PERFORM CONFERE-1-REGRA
             VARYING IDX-SOD FROM 1 BY 1
             UNTIL IDX-SOD GREATER THAN QTD-REGRAS.
          IF OBS-IMPRESSAS EQUAL ZEROS
             MOVE SPACES TO MENSAGEM-SAI
             PERFORM IMPRIME-OBSERVACAO.

       CONFERE-1-REGRA.
          MOVE TSD-PERFIL-1 (IDX-SOD) TO LETRA-PROCURADA.
          PERFORM TEM-PERFIL.
          IF POSSUI-PERFIL EQUAL "SIM"
             MOVE TSD-PERFIL-2 (IDX-SOD) TO LETRA-PROCURADA
             PERFORM TEM-PERFIL
             IF POSSUI-PERFIL EQUAL "SIM"
                ADD 1 TO CT-CONFLITOS
                MOVE TSD-DESCR (IDX-SOD) TO MENSAGEM-SAI
                PERFORM IMPRIME-OBSERVACAO.

       TEM-PERFIL.
          IF LETRA-ALVO (1) EQUAL LETRA-PROCURADA OR
             LETRA-ALVO (2) EQUAL LETRA-PROCURADA OR
             LETRA-ALVO (3) EQUAL LETRA-PROCURADA OR
             LETRA-ALVO (4) EQUAL LETRA-PROCURADA
             MOVE "SIM" TO POSSUI-PERFIL
          ELSE
             MOVE "NAO" TO POSSUI-PERFIL.

      *    A PRIMEIRA LINHA DO OPERADOR LEVA OS DADOS; AS SEGUINTES SO
      *    A OBSERVACAO.
       IMPRIME-OBSERVACAO.
          IF OBS-IMPRESSAS GREATER THAN ZEROS
             MOVE SPACES TO OPER-REL TIPOS-REL DATA-REL ORIGEM-REL.
          ADD 1 TO OBS-IMPRESSAS.
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

       FIM.
          IF CT-PAG EQUAL ZEROS
             PERFORM IMPRIME-CAB.
          PERFORM IMPRIME-TOTAIS.
          PERFORM IMPRIME-ASSINATURA.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELREVAC.

       IMPRIME-TOTAIS.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          MOVE "OPERADORES REVISADOS:" TO ROTULO-ROD.
          MOVE QTD-OPERADORES TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "ADMINISTRADORES DE ACESSO:" TO ROTULO-ROD.
          MOVE CT-ADMINISTRADORES TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "SEM ATIVIDADE REGISTRADA:" TO ROTULO-ROD.
          MOVE CT-SEM-ATIVIDADE TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "SEM ATIVIDADE HA MAIS DE 3 MESES:" TO ROTULO-ROD.
          MOVE CT-INATIVOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "CONFLITOS DE FUNCOES:" TO ROTULO-ROD.
          MOVE CT-CONFLITOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.

       IMPRIME-ASSINATURA.
          MOVE DD-HOJE   TO DD-ROD.
          MOVE MM-HOJE   TO MM-ROD.
          MOVE AAAA-HOJE TO AAAA-ROD.
          WRITE REG-ATR FROM ROD-ASS-01
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM ROD-ASS-02
             AFTER ADVANCING 4 LINES.
          WRITE REG-ATR FROM ROD-ASS-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-ASS-04
             AFTER ADVANCING 2 LINES.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX16"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          COMPUTE RL-LIDOS = CT-LIDOS + CT-LINHAS-LOG.
          MOVE QTD-OPERADORES TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-SEM-ATIVIDADE + CT-INATIVOS
                                + CT-CONFLITOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
