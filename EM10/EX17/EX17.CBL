       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX17.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CONFERENCIA DA FOLHA ANTES DA REMESSA DE
      *                SALARIOS. RODA ENTRE O CALCULO DA FOLHA
      *                (EM03/EX06) E A REMESSA BANCARIA (EM10/EX02).
      *                COMPARA, FUNCIONARIO A FUNCIONARIO, O BRUTO,
      *                AS HORAS EXTRAS, O IMPOSTO E O LIQUIDO DE
      *                FOLHADET.DAT COM A ULTIMA COMPETENCIA DE
      *                FOLHA ANTERIOR GUARDADA EM HISTANO.DAT (ORIGEM
      *                "F", GRAVADA PELO EM10/EX01) E APONTA A
      *                VARIACAO ACIMA DA TOLERANCIA DE PARMGER.DAT
      *                (TOLER-FOLHA-PARM, 10% SE NAO INFORMADA), O
      *                FUNCIONARIO NOVO E O QUE SUMIU DA FOLHA. OS
      *                TOTAIS DE CADA EMPRESA SAEM LADO A LADO
      *                (ANTERIOR, ATUAL E VARIACAO). SEM OCORRENCIAS
      *                A COMPETENCIA E LIBERADA NA HORA; COM
      *                OCORRENCIAS SO E LIBERADA QUANDO LIBFOLHA.DAT
      *                TRAZ A COMPETENCIA E UM OPERADOR COM PERFIL
      *                "G" EM AUTORIZA.DAT. A SITUACAO VAI PARA
      *                CTLFOLHA.DAT, QUE O EM10/EX02 CONFERE ANTES DE
      *                GERAR A REMESSA. COMPETENCIA NAO LIBERADA
      *                DEVOLVE RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  FOLHADET  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTANO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMGER  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL EMPRESAS  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL LIBFOLHA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL AUTORIZA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CTLFOLHA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELVAR  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

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

       FD HISTANO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTANO.DAT".

       01 REG-HANO.
          02 ANO-HANO         PIC 9(04).
          02 COD-HANO         PIC 9(05).
          02 BRUTO-HANO       PIC 9(10).
          02 REAJUSTE-HANO    PIC 9(05)V99.
          02 IMPOSTO-HANO     PIC 9(05)V99.
          02 LIQUIDO-HANO     PIC 9(05).
          02 COMPET-HANO      PIC 9(06).
          02 ORIGEM-HANO      PIC X(01).
          02 EMPRESA-HANO     PIC 9(02).
          02 EXTRA-HANO       PIC 9(10).

       FD PARMGER
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "PARMGER.DAT".

           COPY PARMREC.

       FD EMPRESAS
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "EMPRESAS.DAT".

       01  REG-EMPRESA.
          02 COD-EMPRESA       PIC 9(02).
          02 NOME-EMPRESA      PIC X(20).

       FD LIBFOLHA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "LIBFOLHA.DAT".

       01 REG-LIB.
          02 COMPET-LIB       PIC 9(06).
          02 OPER-LIB         PIC X(08).

       FD AUTORIZA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUTORIZA.DAT".

       01 REG-AUT.
          02 OPER-AUT         PIC X(08).
          02 TIPOS-AUT        PIC X(04).

       FD CTLFOLHA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CTLFOLHA.DAT".

       01 REG-CTLFOLHA.
          02 COMPET-CTL       PIC 9(06).
          02 SIT-CTL          PIC X(01).
          02 OPER-CTL         PIC X(08).
          02 DATA-CTL         PIC 9(08).

       FD RELVAR
          LABEL RECORD IS OMITTED.

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
       77 FIM-HAN            PIC X(03)    VALUE "NAO".
       77 FIM-EMP            PIC X(03)    VALUE "NAO".
       77 FIM-LIB            PIC X(03)    VALUE "NAO".
       77 FIM-AUT            PIC X(03)    VALUE "NAO".
       77 ACHOU-ANT          PIC X(03)    VALUE "NAO".
       77 ACHOU-EMP          PIC X(03)    VALUE "NAO".
       77 LIB-ACHADA         PIC X(03)    VALUE "NAO".
       77 SUPERVISOR-OK      PIC X(03)    VALUE "NAO".
       77 FORA-TOLER         PIC X(03)    VALUE "NAO".
       77 QTD-ANT            PIC 9(04)    VALUE ZEROS.
       77 QTD-EMPRESAS       PIC 9(02)    VALUE ZEROS.
       77 IDX-ANT-ACH        PIC 9(04)    VALUE ZEROS.
       77 SUB-EMP            PIC 9(03)    VALUE ZEROS.
       77 COD-BUSCA          PIC 9(05)    VALUE ZEROS.
       77 TOLERANCIA         PIC 9(03)    VALUE 10.
       77 TOLER-NEG          PIC S9(03)   VALUE ZEROS.
       77 COMPET-ATUAL       PIC 9(06)    VALUE ZEROS.
       77 COMPET-ANTERIOR    PIC 9(06)    VALUE ZEROS.
       77 OPERADOR-LIB       PIC X(08)    VALUE SPACES.
       77 SIT-LIBERACAO      PIC X(01)    VALUE "B".
       77 VALOR-ANT          PIC 9(12)V99 VALUE ZEROS.
       77 VALOR-ATU          PIC 9(12)V99 VALUE ZEROS.
       77 VAR-PCT            PIC S9(05)V9 VALUE ZEROS.
       77 CAMPO-COMP         PIC X(08)    VALUE SPACES.
       77 NOME-EMP-ACHADO    PIC X(20)    VALUE SPACES.
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(07)    VALUE ZEROS.
       77 CT-VARIACOES       PIC 9(05)    VALUE ZEROS.
       77 CT-NOVOS           PIC 9(05)    VALUE ZEROS.
       77 CT-AUSENTES        PIC 9(05)    VALUE ZEROS.
       77 CT-OCORRENCIAS     PIC 9(05)    VALUE ZEROS.

      *       TANT-VISTO: S = CONSTA NA FOLHA ATUAL
       01 TAB-ANT.
          02 ANT-OCR  OCCURS 1000 TIMES INDEXED BY IDX-ANT.
             03 TANT-COD       PIC 9(05).
             03 TANT-EMPRESA   PIC 9(02).
             03 TANT-BRUTO     PIC 9(10).
             03 TANT-EXTRA     PIC 9(10).
             03 TANT-IMPOSTO   PIC 9(05)V99.
             03 TANT-LIQUIDO   PIC 9(05).
             03 TANT-VISTO     PIC X(01).

      *       TOTAIS POR EMPRESA (CODIGO + 1); A 101 E O GERAL
       01 TAB-TOTAIS.
          02 TOT-OCR  OCCURS 101 TIMES.
             03 TTOT-MOVTO         PIC X(01).
             03 TTOT-BRUTO-ANT     PIC 9(12).
             03 TTOT-EXTRA-ANT     PIC 9(12).
             03 TTOT-IMPOSTO-ANT   PIC 9(10)V99.
             03 TTOT-LIQUIDO-ANT   PIC 9(12).
             03 TTOT-BRUTO-ATU     PIC 9(12).
             03 TTOT-EXTRA-ATU     PIC 9(12).
             03 TTOT-IMPOSTO-ATU   PIC 9(10)V99.
             03 TTOT-LIQUIDO-ATU   PIC 9(12).

       01 TAB-EMPRESAS.
          02 EMP-OCR  OCCURS 99 TIMES INDEXED BY IDX-EMP.
             03 TEMP-COD       PIC 9(02).
             03 TEMP-NOME      PIC X(20).

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "CONFERENCIA DA FOLHA ANTES DA REMESSA   ".
          02 FILLER          PIC X(15) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "COMPETENCIA: ".
          02 COMPET-CAB      PIC 9999/99.
          02 FILLER          PIC X(13) VALUE "   ANTERIOR: ".
          02 COMPET-ANT-CAB  PIC 9999/99.
          02 FILLER          PIC X(15) VALUE "   TOLERANCIA: ".
          02 TOLER-CAB       PIC ZZ9.
          02 FILLER          PIC X(01) VALUE "%".
          02 FILLER          PIC X(16) VALUE SPACES.

       01 CAB-03.
          02 FILLER          PIC X(40) VALUE
             "CODIG NOME                 CAMPO       ".
          02 FILLER          PIC X(40) VALUE
             "   ANTERIOR         ATUAL   VAR. %      ".

       01 DETALHE.
          02 COD-REL         PIC 9(05).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CAMPO-REL       PIC X(08).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 ANT-REL         PIC ZZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 ATU-REL         PIC ZZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VAR-REL         PIC -----9,9.
          02 FILLER          PIC X(08) VALUE SPACES.

       01 DET-OCOR.
          02 COD-OCR-REL     PIC 9(05).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 NOME-OCR-REL    PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40).
          02 FILLER          PIC X(13) VALUE SPACES.

       01 CAB-TOT-1.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "TOTAIS POR EMPRESA - ANTERIOR X ATUAL   ".
          02 FILLER          PIC X(35) VALUE SPACES.

       01 CAB-TOT-2.
          02 FILLER          PIC X(40) VALUE
             "     CAMPO            ANTERIOR         ".
          02 FILLER          PIC X(40) VALUE
             "      ATUAL   VAR. %                    ".

       01 DET-EMP.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "EMPRESA ".
          02 EMP-REL         PIC 99.
          02 FILLER          PIC X(03) VALUE " - ".
          02 NOME-EMP-REL    PIC X(20).
          02 FILLER          PIC X(42) VALUE SPACES.

       01 DET-GERAL.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "TOTAL GERAL".
          02 FILLER          PIC X(64) VALUE SPACES.

       01 DET-TOT.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 CAMPO-TOT-REL   PIC X(08).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 ANT-TOT-REL     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 ATU-TOT-REL     PIC ZZZZZZZZZZZ9,99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VAR-TOT-REL     PIC -----9,9.
          02 FILLER          PIC X(26) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "VARIACOES ACIMA DA TOLERANCIA:".
          02 TOT-VAR-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "FUNCIONARIOS NOVOS / AUSENTES:".
          02 TOT-NOV-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-AUS-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(37) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "SITUACAO DA COMPETENCIA:      ".
          02 SIT-SAI         PIC X(40).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 OPER-SAI        PIC X(08).
          02 FILLER          PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       EM10-EX17.

       PERFORM INICIO.
       PERFORM PRINCIPAL
          UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       IF SIT-LIBERACAO NOT EQUAL "L"
          MOVE 8 TO RETURN-CODE.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          COMPUTE COMPET-ATUAL = WS-ANO-HOJE * 100 + WS-MES-HOJE.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-EMPRESAS.
          INITIALIZE TAB-TOTAIS.
          PERFORM ACHA-COMPET-ANTERIOR.
          IF COMPET-ANTERIOR GREATER THAN ZEROS
             PERFORM CARREGA-ANTERIOR.
          MOVE COMPET-ATUAL    TO COMPET-CAB.
          MOVE COMPET-ANTERIOR TO COMPET-ANT-CAB.
          MOVE TOLERANCIA      TO TOLER-CAB.
          OPEN INPUT  FOLHADET
               OUTPUT RELVAR.
          PERFORM IMPRIME-CAB.
          IF COMPET-ANTERIOR EQUAL ZEROS
             MOVE ZEROS TO COD-OCR-REL
             MOVE SPACES TO NOME-OCR-REL
             MOVE "SEM COMPETENCIA ANTERIOR EM HISTANO"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-OCORRENCIA.
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
          OPEN INPUT PARMGER.
          READ PARMGER
             AT END
             MOVE ZEROS TO REG-PARM.
          IF TOLER-FOLHA-PARM NUMERIC
          AND TOLER-FOLHA-PARM GREATER THAN ZEROS
             MOVE TOLER-FOLHA-PARM TO TOLERANCIA.
          CLOSE PARMGER.
          COMPUTE TOLER-NEG = ZEROS - TOLERANCIA.

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

      *    COMPETENCIA ANTERIOR: A MAIOR COMPETENCIA DE FOLHA EM
      *    HISTANO ABAIXO DA COMPETENCIA DO MOVIMENTO.
       ACHA-COMPET-ANTERIOR.
          MOVE "NAO" TO FIM-HAN.
          OPEN INPUT HISTANO.
          PERFORM ACHA-1-COMPET
             UNTIL FIM-HAN EQUAL "SIM".
          CLOSE HISTANO.

       ACHA-1-COMPET.
          READ HISTANO
             AT END
             MOVE "SIM" TO FIM-HAN.
          IF FIM-HAN EQUAL "NAO"
          AND ORIGEM-HANO EQUAL "F"
          AND COMPET-HANO NUMERIC
          AND COMPET-HANO LESS THAN COMPET-ATUAL
          AND COMPET-HANO GREATER THAN COMPET-ANTERIOR
             MOVE COMPET-HANO TO COMPET-ANTERIOR.

       CARREGA-ANTERIOR.
          MOVE "NAO" TO FIM-HAN.
          OPEN INPUT HISTANO.
          PERFORM LE-1-ANTERIOR
             UNTIL FIM-HAN EQUAL "SIM".
          CLOSE HISTANO.

      *    REGISTRO REPETIDO DO MESMO FUNCIONARIO (FOLHA
      *    REPROCESSADA) SUBSTITUI O ANTERIOR.
       LE-1-ANTERIOR.
          READ HISTANO
             AT END
             MOVE "SIM" TO FIM-HAN.
          IF FIM-HAN EQUAL "NAO"
          AND ORIGEM-HANO EQUAL "F"
          AND COMPET-HANO EQUAL COMPET-ANTERIOR
             MOVE COD-HANO TO COD-BUSCA
             PERFORM BUSCA-ANTERIOR
             IF ACHOU-ANT EQUAL "NAO"
             AND QTD-ANT LESS THAN 1000
                ADD 1 TO QTD-ANT
                MOVE QTD-ANT TO IDX-ANT-ACH
                MOVE "SIM" TO ACHOU-ANT
             END-IF
             IF ACHOU-ANT EQUAL "SIM"
                SET IDX-ANT TO IDX-ANT-ACH
                MOVE COD-HANO     TO TANT-COD (IDX-ANT)
                MOVE EMPRESA-HANO TO TANT-EMPRESA (IDX-ANT)
                MOVE BRUTO-HANO   TO TANT-BRUTO (IDX-ANT)
                MOVE EXTRA-HANO   TO TANT-EXTRA (IDX-ANT)
                MOVE IMPOSTO-HANO TO TANT-IMPOSTO (IDX-ANT)
                MOVE LIQUIDO-HANO TO TANT-LIQUIDO (IDX-ANT)
                MOVE "N"          TO TANT-VISTO (IDX-ANT).

       BUSCA-ANTERIOR.
          MOVE "NAO" TO ACHOU-ANT.
          PERFORM BUSCA-1-ANTERIOR
             VARYING IDX-ANT FROM 1 BY 1
             UNTIL IDX-ANT GREATER THAN QTD-ANT
                OR ACHOU-ANT EQUAL "SIM".

       BUSCA-1-ANTERIOR.
          IF TANT-COD (IDX-ANT) EQUAL COD-BUSCA
             SET IDX-ANT-ACH TO IDX-ANT
             MOVE "SIM" TO ACHOU-ANT.

       LEITURA.
          READ FOLHADET
             AT END
             MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CT-LIDOS.
          COMPUTE SUB-EMP = EMPRESA-FDET + 1.
          PERFORM SOMA-ATUAL.
          MOVE COD-FDET TO COD-BUSCA.
          PERFORM BUSCA-ANTERIOR.
          IF ACHOU-ANT EQUAL "NAO"
             ADD 1 TO CT-NOVOS
             MOVE COD-FDET  TO COD-OCR-REL
             MOVE NOME-FDET TO NOME-OCR-REL
             MOVE "FUNCIONARIO NOVO - SEM FOLHA ANTERIOR"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-OCORRENCIA
          ELSE
             SET IDX-ANT TO IDX-ANT-ACH
             MOVE "S" TO TANT-VISTO (IDX-ANT)
             PERFORM COMPARA-FUNCIONARIO.
          PERFORM LEITURA.

       SOMA-ATUAL.
          MOVE "S" TO TTOT-MOVTO (SUB-EMP)
                      TTOT-MOVTO (101).
          ADD BRUTO-FDET   TO TTOT-BRUTO-ATU (SUB-EMP)
                              TTOT-BRUTO-ATU (101).
          ADD EXTRA-FDET   TO TTOT-EXTRA-ATU (SUB-EMP)
                              TTOT-EXTRA-ATU (101).
          ADD IMPOSTO-FDET TO TTOT-IMPOSTO-ATU (SUB-EMP)
                              TTOT-IMPOSTO-ATU (101).
          ADD LIQUIDO-FDET TO TTOT-LIQUIDO-ATU (SUB-EMP)
                              TTOT-LIQUIDO-ATU (101).

       COMPARA-FUNCIONARIO.
          MOVE "BRUTO"                  TO CAMPO-COMP.
          MOVE TANT-BRUTO (IDX-ANT)     TO VALOR-ANT.
          MOVE BRUTO-FDET               TO VALOR-ATU.
          PERFORM VERIFICA-CAMPO.
          MOVE "EXTRAS"                 TO CAMPO-COMP.
          MOVE TANT-EXTRA (IDX-ANT)     TO VALOR-ANT.
          MOVE EXTRA-FDET               TO VALOR-ATU.
          PERFORM VERIFICA-CAMPO.
          MOVE "IMPOSTO"                TO CAMPO-COMP.
          MOVE TANT-IMPOSTO (IDX-ANT)   TO VALOR-ANT.
          MOVE IMPOSTO-FDET             TO VALOR-ATU.
          PERFORM VERIFICA-CAMPO.
          MOVE "LIQUIDO"                TO CAMPO-COMP.
          MOVE TANT-LIQUIDO (IDX-ANT)   TO VALOR-ANT.
          MOVE LIQUIDO-FDET             TO VALOR-ATU.
          PERFORM VERIFICA-CAMPO.

       VERIFICA-CAMPO.
          PERFORM CALCULA-VARIACAO.
          IF FORA-TOLER EQUAL "SIM"
             ADD 1 TO CT-VARIACOES
             MOVE COD-FDET   TO COD-REL
             MOVE NOME-FDET  TO NOME-REL
             MOVE CAMPO-COMP TO CAMPO-REL
             MOVE VALOR-ANT  TO ANT-REL
             MOVE VALOR-ATU  TO ATU-REL
             MOVE VAR-PCT    TO VAR-REL
             PERFORM IMPRIME-DET.

      *    VARIACAO PERCENTUAL SOBRE O VALOR ANTERIOR. VALOR QUE
      *    SURGE SOBRE BASE ZERADA SAI COM 99999,9 E E APONTADO.
       CALCULA-VARIACAO.
          MOVE "NAO"  TO FORA-TOLER.
          MOVE ZEROS  TO VAR-PCT.
          IF VALOR-ANT EQUAL ZEROS
             IF VALOR-ATU GREATER THAN ZEROS
                MOVE 99999,9 TO VAR-PCT
                MOVE "SIM" TO FORA-TOLER
             END-IF
          ELSE
             PERFORM CALCULA-PERCENTUAL
             IF VAR-PCT GREATER THAN TOLERANCIA
             OR VAR-PCT LESS THAN TOLER-NEG
                MOVE "SIM" TO FORA-TOLER.

       CALCULA-PERCENTUAL.
          COMPUTE VAR-PCT ROUNDED =
             (VALOR-ATU - VALOR-ANT) * 100 / VALOR-ANT
             ON SIZE ERROR
             MOVE 99999,9 TO VAR-PCT.

       IMPRIME-DET.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-OCORRENCIA.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DET-OCOR
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
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-03
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

      *    FUNCIONARIOS DA COMPETENCIA ANTERIOR QUE NAO VIERAM NA
      *    FOLHA ATUAL; OS VALORES DELES ENTRAM NO TOTAL ANTERIOR.
       LISTA-AUSENTES.
          PERFORM LISTA-1-AUSENTE
             VARYING IDX-ANT FROM 1 BY 1
             UNTIL IDX-ANT GREATER THAN QTD-ANT.

       LISTA-1-AUSENTE.
          COMPUTE SUB-EMP = TANT-EMPRESA (IDX-ANT) + 1.
          MOVE "S" TO TTOT-MOVTO (SUB-EMP)
                      TTOT-MOVTO (101).
          ADD TANT-BRUTO (IDX-ANT)   TO TTOT-BRUTO-ANT (SUB-EMP)
                                        TTOT-BRUTO-ANT (101).
          ADD TANT-EXTRA (IDX-ANT)   TO TTOT-EXTRA-ANT (SUB-EMP)
                                        TTOT-EXTRA-ANT (101).
          ADD TANT-IMPOSTO (IDX-ANT) TO TTOT-IMPOSTO-ANT (SUB-EMP)
                                        TTOT-IMPOSTO-ANT (101).
          ADD TANT-LIQUIDO (IDX-ANT) TO TTOT-LIQUIDO-ANT (SUB-EMP)
                                        TTOT-LIQUIDO-ANT (101).
          IF TANT-VISTO (IDX-ANT) NOT EQUAL "S"
             ADD 1 TO CT-AUSENTES
             MOVE TANT-COD (IDX-ANT) TO COD-OCR-REL
             MOVE SPACES             TO NOME-OCR-REL
             MOVE "AUSENTE NA FOLHA ATUAL" TO MENSAGEM-SAI
             PERFORM IMPRIME-OCORRENCIA.

       IMPRIME-CAB-TOTAIS.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          WRITE REG-ATR
             AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-TOT-1
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-TOT-2
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.
          MOVE ZEROS TO CT-LIN.

       LISTA-TOTAIS.
          PERFORM IMPRIME-CAB-TOTAIS.
          PERFORM LISTA-1-EMPRESA
             VARYING SUB-EMP FROM 1 BY 1
             UNTIL SUB-EMP GREATER THAN 101.

       LISTA-1-EMPRESA.
          IF TTOT-MOVTO (SUB-EMP) EQUAL "S"
             PERFORM IMPRIME-EMPRESA.

       IMPRIME-EMPRESA.
          IF CT-LIN GREATER THAN 34
             PERFORM IMPRIME-CAB-TOTAIS.
          IF SUB-EMP EQUAL 101
             WRITE REG-ATR FROM DET-GERAL
                AFTER ADVANCING 2 LINES
          ELSE
             COMPUTE EMP-REL = SUB-EMP - 1
             PERFORM BUSCA-EMPRESA
             MOVE NOME-EMP-ACHADO TO NOME-EMP-REL
             WRITE REG-ATR FROM DET-EMP
                AFTER ADVANCING 2 LINES.
          MOVE "BRUTO"                     TO CAMPO-COMP.
          MOVE TTOT-BRUTO-ANT (SUB-EMP)    TO VALOR-ANT.
          MOVE TTOT-BRUTO-ATU (SUB-EMP)    TO VALOR-ATU.
          PERFORM IMPRIME-1-TOTAL.
          MOVE "EXTRAS"                    TO CAMPO-COMP.
          MOVE TTOT-EXTRA-ANT (SUB-EMP)    TO VALOR-ANT.
          MOVE TTOT-EXTRA-ATU (SUB-EMP)    TO VALOR-ATU.
          PERFORM IMPRIME-1-TOTAL.
          MOVE "IMPOSTO"                   TO CAMPO-COMP.
          MOVE TTOT-IMPOSTO-ANT (SUB-EMP)  TO VALOR-ANT.
          MOVE TTOT-IMPOSTO-ATU (SUB-EMP)  TO VALOR-ATU.
          PERFORM IMPRIME-1-TOTAL.
          MOVE "LIQUIDO"                   TO CAMPO-COMP.
          MOVE TTOT-LIQUIDO-ANT (SUB-EMP)  TO VALOR-ANT.
          MOVE TTOT-LIQUIDO-ATU (SUB-EMP)  TO VALOR-ATU.
          PERFORM IMPRIME-1-TOTAL.
          ADD 6 TO CT-LIN.

       IMPRIME-1-TOTAL.
          PERFORM CALCULA-VARIACAO.
          MOVE CAMPO-COMP TO CAMPO-TOT-REL.
          MOVE VALOR-ANT  TO ANT-TOT-REL.
          MOVE VALOR-ATU  TO ATU-TOT-REL.
          MOVE VAR-PCT    TO VAR-TOT-REL.
          WRITE REG-ATR FROM DET-TOT
             AFTER ADVANCING 1 LINE.

       BUSCA-EMPRESA.
          MOVE "NAO"    TO ACHOU-EMP.
          MOVE SPACES   TO NOME-EMP-ACHADO.
          PERFORM BUSCA-1-EMPRESA
             VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER THAN QTD-EMPRESAS
                OR ACHOU-EMP EQUAL "SIM".

       BUSCA-1-EMPRESA.
          IF TEMP-COD (IDX-EMP) EQUAL EMP-REL
             MOVE TEMP-NOME (IDX-EMP) TO NOME-EMP-ACHADO
             MOVE "SIM" TO ACHOU-EMP.

      *    SEM OCORRENCIAS A COMPETENCIA SAI LIBERADA; COM ELAS
      *    DEPENDE DA LIBERACAO DE UM OPERADOR COM PERFIL "G".
       VERIFICA-LIBERACAO.
          MOVE SPACES TO OPERADOR-LIB.
          IF CT-OCORRENCIAS EQUAL ZEROS
             MOVE "L" TO SIT-LIBERACAO
             MOVE "SEM OCORRENCIAS - LIBERADA" TO SIT-SAI
          ELSE
             PERFORM LE-LIBERACAO
             IF LIB-ACHADA EQUAL "NAO"
                MOVE "B" TO SIT-LIBERACAO
                MOVE "BLOQUEADA - AGUARDA LIBERACAO"
                   TO SIT-SAI
             ELSE
                PERFORM VERIFICA-SUPERVISOR
                IF SUPERVISOR-OK EQUAL "SIM"
                   MOVE "L" TO SIT-LIBERACAO
                   MOVE "LIBERADA PELO SUPERVISOR" TO SIT-SAI
                ELSE
                   MOVE "B" TO SIT-LIBERACAO
                   MOVE "RECUSADA - OPERADOR SEM PERFIL"
                      TO SIT-SAI.
          MOVE OPERADOR-LIB TO OPER-SAI.

       LE-LIBERACAO.
          MOVE "NAO" TO LIB-ACHADA
                        FIM-LIB.
          OPEN INPUT LIBFOLHA.
          PERFORM LE-1-LIBERACAO
             UNTIL FIM-LIB EQUAL "SIM".
          CLOSE LIBFOLHA.

       LE-1-LIBERACAO.
          READ LIBFOLHA
             AT END
             MOVE "SIM" TO FIM-LIB.
          IF FIM-LIB EQUAL "NAO"
          AND COMPET-LIB EQUAL COMPET-ATUAL
             MOVE OPER-LIB TO OPERADOR-LIB
             MOVE "SIM" TO LIB-ACHADA.

       VERIFICA-SUPERVISOR.
          MOVE "NAO" TO SUPERVISOR-OK
                        FIM-AUT.
          OPEN INPUT AUTORIZA.
          PERFORM VERIFICA-1-AUT
             UNTIL FIM-AUT EQUAL "SIM".
          CLOSE AUTORIZA.

       VERIFICA-1-AUT.
          READ AUTORIZA
             AT END
             MOVE "SIM" TO FIM-AUT.
          IF FIM-AUT EQUAL "NAO"
          AND OPER-AUT EQUAL OPERADOR-LIB
          AND (TIPOS-AUT (1:1) EQUAL "G" OR
               TIPOS-AUT (2:1) EQUAL "G" OR
               TIPOS-AUT (3:1) EQUAL "G" OR
               TIPOS-AUT (4:1) EQUAL "G")
             MOVE "SIM" TO SUPERVISOR-OK.

       GRAVA-CONTROLE.
          OPEN OUTPUT CTLFOLHA.
          MOVE COMPET-ATUAL  TO COMPET-CTL.
          MOVE SIT-LIBERACAO TO SIT-CTL.
          MOVE OPERADOR-LIB  TO OPER-CTL.
          MOVE WS-DATA-HOJE  TO DATA-CTL.
          WRITE REG-CTLFOLHA.
          CLOSE CTLFOLHA.

       TERMINO.
          PERFORM LISTA-AUSENTES.
          COMPUTE CT-OCORRENCIAS =
             CT-VARIACOES + CT-NOVOS + CT-AUSENTES.
          PERFORM LISTA-TOTAIS.
          PERFORM VERIFICA-LIBERACAO.
          PERFORM GRAVA-CONTROLE.
          MOVE CT-VARIACOES TO TOT-VAR-SAI.
          MOVE CT-NOVOS     TO TOT-NOV-SAI.
          MOVE CT-AUSENTES  TO TOT-AUS-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE FOLHADET
                RELVAR.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM10EX17"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE 1              TO RL-GRAVADOS.
          MOVE CT-OCORRENCIAS TO RL-REJEITADOS.
          IF SIT-LIBERACAO EQUAL "L"
             MOVE "NORMAL"   TO RL-STATUS
          ELSE IF LIB-ACHADA EQUAL "SIM"
             MOVE "RECUSADO" TO RL-STATUS
          ELSE
             MOVE "PENDENTE" TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
