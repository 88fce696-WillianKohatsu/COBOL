       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX17.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CENSO DIARIO DE LEITOS HOSPITALARES POR
      *                CIDADE. LE CENSOLEI.DAT (ESTADO, CIDADE, DATA
      *                DO CENSO E LEITOS GERAIS E DE UTI EXISTENTES
      *                E OCUPADOS), CRITICA A CIDADE CONTRA O
      *                POPCID.DAT DO EM03/EX05, A DATA (ROTINA
      *                DATECALC), AS QUANTIDADES (NUMERICAS E
      *                OCUPADOS NAO ACIMA DOS EXISTENTES) E O CENSO
      *                REPETIDO DA MESMA CIDADE NA MESMA DATA.
      *                CALCULA AS TAXAS DE OCUPACAO GERAL E DE UTI E
      *                CLASSIFICA A UTI EM ALERTA OU CRITICA PELOS
      *                PERCENTUAIS DO PARMEPI.DAT. O CENSO ACEITO E
      *                ACRESCENTADO AO HISTORICO HISTLEIT.DAT, QUE
      *                ALIMENTA A OCUPACAO POR ESTADO DO BOLETIM
      *                SEMANAL EM09/EX07. IMPRIME RELLEITO COM OS
      *                CENSOS, AS RECUSAS E AS CIDADES EM ALERTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CENSOLEI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  POPCID  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTLEIT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMEPI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELLEITO  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CENSOLEI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CENSOLEI.DAT".

       01 REG-CENSO.
          02 ESTADO-CEN       PIC X(02).
          02 CIDADE-CEN       PIC X(30).
          02 DATA-CEN.
             03 DIA-CEN       PIC 9(02).
             03 MES-CEN       PIC 9(02).
             03 ANO-CEN       PIC 9(04).
          02 GER-EXIST-CEN    PIC 9(05).
          02 GER-OCUP-CEN     PIC 9(05).
          02 UTI-EXIST-CEN    PIC 9(05).
          02 UTI-OCUP-CEN     PIC 9(05).

       FD POPCID
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "POPCID.DAT".

       01 REG-POP.
          02 ESTADO-POP       PIC X(02).
          02 CIDADE-POP       PIC X(30).
          02 POPULACAO-POP    PIC 9(08).

       FD HISTLEIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTLEIT.DAT".

       01 REG-HLEI.
          02 DATA-HLEI        PIC 9(08).
          02 ESTADO-HLEI      PIC X(02).
          02 CIDADE-HLEI      PIC X(30).
          02 GER-EXIST-HLEI   PIC 9(05).
          02 GER-OCUP-HLEI    PIC 9(05).
          02 UTI-EXIST-HLEI   PIC 9(05).
          02 UTI-OCUP-HLEI    PIC 9(05).
          02 PCT-GER-HLEI     PIC 9(03)V9.
          02 PCT-UTI-HLEI     PIC 9(03)V9.
      *      N = NORMAL, A = ALERTA, C = CRITICA
          02 NIVEL-HLEI       PIC X(01).

       FD PARMEPI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMEPI.DAT".

       01 REG-PARMEPI.
          02 ALTAS-CONSEC-PARM  PIC 9(02).
          02 PCT-SALTO-PARM     PIC 9(03).
          02 PCT-UTI-ALERTA-PARM  PIC 9(03).
          02 PCT-UTI-CRITICA-PARM PIC 9(03).

       FD RELLEITO
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 FIM-CEN            PIC X(03)    VALUE "NAO".
       77 FIM-POP            PIC X(03)    VALUE "NAO".
       77 FIM-HLEI           PIC X(03)    VALUE "NAO".
       77 ACHOU              PIC X(03)    VALUE "NAO".
       77 QTD-POPS           PIC 9(03)    VALUE ZEROS.
       77 QTD-CENSOS         PIC 9(04)    VALUE ZEROS.
       77 PCT-UTI-ALERTA     PIC 9(03)    VALUE 080.
       77 PCT-UTI-CRITICA    PIC 9(03)    VALUE 090.
       77 DATA-CENSO-AMD     PIC 9(08)    VALUE ZEROS.
       77 PCT-GER-CALC       PIC 9(03)V9  VALUE ZEROS.
       77 PCT-UTI-CALC       PIC 9(03)V9  VALUE ZEROS.
       77 NIVEL-CALC         PIC X(01)    VALUE SPACES.
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(07)    VALUE ZEROS.
       77 CT-ACEITOS         PIC 9(05)    VALUE ZEROS.
       77 CT-RECUSADOS       PIC 9(05)    VALUE ZEROS.
       77 CT-ALERTA          PIC 9(05)    VALUE ZEROS.
       77 CT-CRITICA         PIC 9(05)    VALUE ZEROS.

       01 TAB-POP.
          02 POP-OCR  OCCURS 300 TIMES INDEXED BY IDX-POP.
             03 TPOP-ESTADO   PIC X(02).
             03 TPOP-CIDADE   PIC X(30).

      *    CENSOS JA GRAVADOS, P/RECUSAR A REPETICAO DA DATA.
       01 TAB-CENSO.
          02 CEN-OCR  OCCURS 3000 TIMES INDEXED BY IDX-CEN.
             03 TCEN-DATA     PIC 9(08).
             03 TCEN-ESTADO   PIC X(02).
             03 TCEN-CIDADE   PIC X(30).

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
             "CENSO DIARIO DE LEITOS         ".
          02 FILLER          PIC X(19) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE "UF".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "CIDADE".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "DATA".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "% GERAL".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "  % UTI".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(24) VALUE "SITUACAO".

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ESTADO-REL      PIC X(02).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CIDADE-REL      PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DATA-REL        PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PCT-GER-REL     PIC ZZ9,9 BLANK WHEN ZERO.
          02 FILLER          PIC X(01) VALUE "%".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 PCT-UTI-REL     PIC ZZ9,9 BLANK WHEN ZERO.
          02 FILLER          PIC X(01) VALUE "%".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(24).

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "CENSOS LIDOS:                 ".
          02 TOT-LID-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "CENSOS ACEITOS:               ".
          02 TOT-ACE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "CENSOS RECUSADOS:             ".
          02 TOT-REC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "UTI EM ALERTA / CRITICA:      ".
          02 TOT-ALE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-CRI-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(37) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "LIMITES UTI ALERTA / CRITICA: ".
          02 LIM-ALE-SAI     PIC ZZ9.
          02 FILLER          PIC X(04) VALUE "% / ".
          02 LIM-CRI-SAI     PIC ZZ9.
          02 FILLER          PIC X(01) VALUE "%".
          02 FILLER          PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       EM09-EX17.
          PERFORM INICIO.
          PERFORM PRINCIPAL
             UNTIL FIM-CEN EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-POPULACAO.
          PERFORM CARREGA-CENSOS.
          OPEN INPUT  CENSOLEI
               EXTEND HISTLEIT
               OUTPUT RELLEITO.
          PERFORM IMPRIME-CAB.
          PERFORM LEITURA.

       LE-PARAMETRO.
          OPEN INPUT PARMEPI.
          READ PARMEPI
             AT END
             MOVE ZEROS TO REG-PARMEPI.
          IF PCT-UTI-ALERTA-PARM NUMERIC
          AND PCT-UTI-ALERTA-PARM GREATER THAN ZEROS
             MOVE PCT-UTI-ALERTA-PARM TO PCT-UTI-ALERTA.
          IF PCT-UTI-CRITICA-PARM NUMERIC
          AND PCT-UTI-CRITICA-PARM GREATER THAN ZEROS
             MOVE PCT-UTI-CRITICA-PARM TO PCT-UTI-CRITICA.
          CLOSE PARMEPI.

       CARREGA-POPULACAO.
          OPEN INPUT POPCID.
          PERFORM LE-1-POPULACAO
             UNTIL FIM-POP EQUAL "SIM".
          CLOSE POPCID.

       LE-1-POPULACAO.
          READ POPCID
             AT END
             MOVE "SIM" TO FIM-POP.
          IF FIM-POP EQUAL "NAO"
          AND QTD-POPS LESS THAN 300
             ADD 1 TO QTD-POPS
             SET IDX-POP TO QTD-POPS
             MOVE ESTADO-POP    TO TPOP-ESTADO (IDX-POP)
             MOVE CIDADE-POP    TO TPOP-CIDADE (IDX-POP).

       CARREGA-CENSOS.
          OPEN INPUT HISTLEIT.
          PERFORM LE-1-CENSO
             UNTIL FIM-HLEI EQUAL "SIM".
          CLOSE HISTLEIT.

       LE-1-CENSO.
          READ HISTLEIT
             AT END
             MOVE "SIM" TO FIM-HLEI.
          IF FIM-HLEI EQUAL "NAO"
             PERFORM GUARDA-CENSO.

       GUARDA-CENSO.
          IF QTD-CENSOS LESS THAN 3000
             ADD 1 TO QTD-CENSOS
             SET IDX-CEN TO QTD-CENSOS
             MOVE DATA-HLEI   TO TCEN-DATA (IDX-CEN)
             MOVE ESTADO-HLEI TO TCEN-ESTADO (IDX-CEN)
             MOVE CIDADE-HLEI TO TCEN-CIDADE (IDX-CEN).

       LEITURA.
          READ CENSOLEI
             AT END
             MOVE "SIM" TO FIM-CEN.
          IF FIM-CEN EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          MOVE ESTADO-CEN TO ESTADO-REL.
          MOVE CIDADE-CEN TO CIDADE-REL.
          MOVE ZEROS      TO PCT-GER-REL
                             PCT-UTI-REL
                             DATA-CENSO-AMD.
          IF DATA-CEN NUMERIC
             COMPUTE DATA-REL = DIA-CEN * 1000000
                              + MES-CEN * 10000
                              + ANO-CEN
             COMPUTE DATA-CENSO-AMD = ANO-CEN * 10000
                                    + MES-CEN * 100
                                    + DIA-CEN
          ELSE
             MOVE ZEROS TO DATA-REL.
          PERFORM CRITICA-CENSO.
          IF MENSAGEM-SAI EQUAL SPACES
             PERFORM ACEITA-CENSO
          ELSE
             ADD 1 TO CT-RECUSADOS.
          PERFORM IMPRIME-D0.
          PERFORM LEITURA.

       CRITICA-CENSO.
          MOVE SPACES TO MENSAGEM-SAI.
          PERFORM BUSCA-CIDADE.
          IF ACHOU EQUAL "NAO"
             MOVE "CIDADE NAO CONSTA POPCID" TO MENSAGEM-SAI
          ELSE
             PERFORM CRITICA-DATA
             IF DTC-VALIDO NOT EQUAL "S"
                MOVE "DATA DO CENSO INVALIDA" TO MENSAGEM-SAI
             ELSE IF GER-EXIST-CEN NOT NUMERIC
                  OR GER-OCUP-CEN  NOT NUMERIC
                  OR UTI-EXIST-CEN NOT NUMERIC
                  OR UTI-OCUP-CEN  NOT NUMERIC
                MOVE "QUANTIDADE NAO NUMERICA" TO MENSAGEM-SAI
             ELSE IF GER-OCUP-CEN GREATER THAN GER-EXIST-CEN
                  OR UTI-OCUP-CEN GREATER THAN UTI-EXIST-CEN
                MOVE "OCUPADOS ACIMA DO TOTAL" TO MENSAGEM-SAI
             ELSE
                PERFORM BUSCA-CENSO
                IF ACHOU EQUAL "SIM"
                   MOVE "CENSO REPETIDO NA DATA" TO MENSAGEM-SAI.

       CRITICA-DATA.
          MOVE "N" TO DTC-VALIDO.
          IF DATA-CEN NUMERIC
             MOVE DIA-CEN TO DTC-DIA
             MOVE MES-CEN TO DTC-MES
             MOVE ANO-CEN TO DTC-ANO
             CALL "DATECALC" USING DTC-PARM.

       BUSCA-CIDADE.
          MOVE "NAO" TO ACHOU.
          SET IDX-POP TO 1.
          PERFORM BUSCA-1-CIDADE
             UNTIL IDX-POP GREATER THAN QTD-POPS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-CIDADE.
          IF TPOP-ESTADO (IDX-POP) EQUAL ESTADO-CEN
          AND TPOP-CIDADE (IDX-POP) EQUAL CIDADE-CEN
             MOVE "SIM" TO ACHOU
          ELSE
             SET IDX-POP UP BY 1.

       BUSCA-CENSO.
          MOVE "NAO" TO ACHOU.
          SET IDX-CEN TO 1.
          PERFORM BUSCA-1-CENSO
             UNTIL IDX-CEN GREATER THAN QTD-CENSOS
                OR ACHOU EQUAL "SIM".

       BUSCA-1-CENSO.
          IF TCEN-DATA (IDX-CEN) EQUAL DATA-CENSO-AMD
          AND TCEN-ESTADO (IDX-CEN) EQUAL ESTADO-CEN
          AND TCEN-CIDADE (IDX-CEN) EQUAL CIDADE-CEN
             MOVE "SIM" TO ACHOU
          ELSE
             SET IDX-CEN UP BY 1.

      *    TAXAS DE OCUPACAO E NIVEL DA UTI; GRAVA NO HISTORICO.
       ACEITA-CENSO.
          MOVE ZEROS TO PCT-GER-CALC
                        PCT-UTI-CALC.
          IF GER-EXIST-CEN GREATER THAN ZEROS
             COMPUTE PCT-GER-CALC ROUNDED =
                GER-OCUP-CEN * 100 / GER-EXIST-CEN.
          IF UTI-EXIST-CEN GREATER THAN ZEROS
             COMPUTE PCT-UTI-CALC ROUNDED =
                UTI-OCUP-CEN * 100 / UTI-EXIST-CEN.
          IF PCT-UTI-CALC NOT LESS THAN PCT-UTI-CRITICA
             MOVE "C" TO NIVEL-CALC
             ADD 1 TO CT-CRITICA
             MOVE "UTI CRITICA" TO MENSAGEM-SAI
          ELSE IF PCT-UTI-CALC NOT LESS THAN PCT-UTI-ALERTA
             MOVE "A" TO NIVEL-CALC
             ADD 1 TO CT-ALERTA
             MOVE "UTI EM ALERTA" TO MENSAGEM-SAI
          ELSE
             MOVE "N" TO NIVEL-CALC
             MOVE "ACEITO" TO MENSAGEM-SAI.
          MOVE PCT-GER-CALC TO PCT-GER-REL.
          MOVE PCT-UTI-CALC TO PCT-UTI-REL.
          MOVE DATA-CENSO-AMD TO DATA-HLEI.
          MOVE ESTADO-CEN     TO ESTADO-HLEI.
          MOVE CIDADE-CEN     TO CIDADE-HLEI.
          MOVE GER-EXIST-CEN  TO GER-EXIST-HLEI.
          MOVE GER-OCUP-CEN   TO GER-OCUP-HLEI.
          MOVE UTI-EXIST-CEN  TO UTI-EXIST-HLEI.
          MOVE UTI-OCUP-CEN   TO UTI-OCUP-HLEI.
          MOVE PCT-GER-CALC   TO PCT-GER-HLEI.
          MOVE PCT-UTI-CALC   TO PCT-UTI-HLEI.
          MOVE NIVEL-CALC     TO NIVEL-HLEI.
          WRITE REG-HLEI.
          PERFORM GUARDA-CENSO.
          ADD 1 TO CT-ACEITOS.

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
          MOVE CT-LIDOS        TO TOT-LID-SAI.
          MOVE CT-ACEITOS      TO TOT-ACE-SAI.
          MOVE CT-RECUSADOS    TO TOT-REC-SAI.
          MOVE CT-ALERTA       TO TOT-ALE-SAI.
          MOVE CT-CRITICA      TO TOT-CRI-SAI.
          MOVE PCT-UTI-ALERTA  TO LIM-ALE-SAI.
          MOVE PCT-UTI-CRITICA TO LIM-CRI-SAI.
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
          PERFORM GRAVA-RUNLOG.
          CLOSE CENSOLEI
                HISTLEIT
                RELLEITO.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM09EX17"     TO RL-PROGRAMA.
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-ACEITOS     TO RL-GRAVADOS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
