      *                ALERTEPI SOZINHO NAO MOSTRA. FECHA COM AS
      *                CIDADES EM ALERTA E HA QUANTAS APURACOES
      *                CONSECUTIVAS CADA UMA ESTA ACIMA DO GATILHO.
      *                AO LADO DA TENDENCIA DE CASOS, MOSTRA A
      *                OCUPACAO DE LEITOS GERAIS E DE UTI POR
      *                ESTADO, SOMANDO O ULTIMO CENSO DE CADA CIDADE
      *                NO HISTLEIT.DAT (EM09/EX17), COM O NIVEL DA
      *                UTI PELOS PERCENTUAIS DO PARMEPI.DAT E QUANTAS
      *                CIDADES DO ESTADO ESTAO COM A UTI EM ALERTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL HISTEPI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTLEIT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMEPI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELBOLET  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          02 MEDIA-HEPI       PIC 9(05)V99.
          02 ALERTAS-HEPI     PIC 9(03).

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
          02 NIVEL-HLEI       PIC X(01).

       FD PARMEPI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMEPI.DAT".

       01 REG-PARMEPI.
          02 ALTAS-CONSEC-PARM  PIC 9(02).
          02 PCT-SALTO-PARM     PIC 9(03).
          02 PCT-UTI-ALERTA-PARM  PIC 9(03).
          02 PCT-UTI-CRITICA-PARM PIC 9(03).

       FD RELBOLET
          LABEL RECORD IS OMITTED.

       77 VARIACAO-CALC    PIC S9(03)V99 VALUE ZEROS.
       77 CT-EM-ALERTA     PIC 9(03)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 FIM-LEITO        PIC X(03)    VALUE "NAO".
       77 QTD-LEITOS       PIC 9(04)    VALUE ZEROS.
       77 QTD-UF-LEITO     PIC 9(02)    VALUE ZEROS.
       77 ULTIMO-CENSO     PIC X(03)    VALUE "NAO".
       77 PCT-UTI-ALERTA   PIC 9(03)    VALUE 080.
       77 PCT-UTI-CRITICA  PIC 9(03)    VALUE 090.
       77 PCT-OCUP-CALC    PIC 9(03)V9  VALUE ZEROS.
       77 CT-UTI-ALERTA    PIC 9(03)    VALUE ZEROS.

       01 TAB-LEITO.
          02 LEI-OCR  OCCURS 2000 TIMES INDEXED BY IDX-LEI
                                                   IDX-LEI2.
             03 TL-DATA        PIC 9(08).
             03 TL-ESTADO      PIC X(02).
             03 TL-CIDADE      PIC X(30).
             03 TL-GER-EXIST   PIC 9(05).
             03 TL-GER-OCUP    PIC 9(05).
             03 TL-UTI-EXIST   PIC 9(05).
             03 TL-UTI-OCUP    PIC 9(05).
             03 TL-NIVEL       PIC X(01).

       01 TAB-UF-LEITO.
          02 UFL-OCR  OCCURS 30 TIMES INDEXED BY IDX-UFL.
             03 TU-ESTADO      PIC X(02).
             03 TU-GER-EXIST   PIC 9(07).
             03 TU-GER-OCUP    PIC 9(07).
             03 TU-UTI-EXIST   PIC 9(07).
             03 TU-UTI-OCUP    PIC 9(07).
             03 TU-CID-ALERTA  PIC 9(03).
             03 TU-DATA        PIC 9(08).

       01 DATA-CENSO-R.
          02 ANO-CENSO-R     PIC 9(04).
          02 MES-CENSO-R     PIC 9(02).
          02 DIA-CENSO-R     PIC 9(02).

       01 TAB-HIST.
          02 HIS-OCR  OCCURS 2000 TIMES INDEXED BY IDX-HIS.
          02 APUR-ALE-REL    PIC ZZ9.
          02 FILLER          PIC X(18) VALUE SPACES.

       01 CAB-OCUP-1.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(44) VALUE
             "OCUPACAO DE LEITOS POR ESTADO - ULTIMO CENSO".
          02 FILLER          PIC X(34) VALUE SPACES.

       01 CAB-OCUP-2.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(02) VALUE "UF".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "GERAL OC/TOT.".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE " TAXA ".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(13) VALUE "  UTI OC/TOT.".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE " TAXA ".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE "NIVEL".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE "CID".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "ULT. CENSO".
          02 FILLER          PIC X(05) VALUE SPACES.

       01 DET-OCUP.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ESTADO-OCU-REL  PIC X(02).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 GER-OCU-REL     PIC ZZZZZ9.
          02 FILLER          PIC X(01) VALUE "/".
          02 GER-TOT-REL     PIC ZZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 GER-PCT-REL     PIC ZZ9,9.
          02 FILLER          PIC X(01) VALUE "%".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 UTI-OCU-REL     PIC ZZZZZ9.
          02 FILLER          PIC X(01) VALUE "/".
          02 UTI-TOT-REL     PIC ZZZZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 UTI-PCT-REL     PIC ZZ9,9.
          02 FILLER          PIC X(01) VALUE "%".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 NIVEL-OCU-REL   PIC X(07).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CID-ALE-OCU-REL PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DATA-OCU-REL    PIC 99/99/9999.
          02 FILLER          PIC X(05) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(26) VALUE
             "APURACAO COMPARADA:       ".
          02 TOT-ALE-SAI     PIC ZZ9.
          02 FILLER          PIC X(47) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "CIDADES COM UTI EM ALERTA:    ".
          02 TOT-UTI-SAI     PIC ZZ9.
          02 FILLER          PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       EM09-EX07.
             VARYING IDX-HIS FROM 1 BY 1
             UNTIL IDX-HIS GREATER THAN QTD-HIST.
          PERFORM IMPRIME-ESTADOS.
          PERFORM APURA-LEITOS
             VARYING IDX-LEI FROM 1 BY 1
             UNTIL IDX-LEI GREATER THAN QTD-LEITOS.
          PERFORM IMPRIME-OCUPACAO.
          PERFORM LISTA-ALERTAS.
          PERFORM TERMINO.
          STOP RUN.
       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM CARREGA-HISTORICO.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-LEITOS.
          OPEN OUTPUT RELBOLET.
          PERFORM IMPRIME-CAB.

             MOVE MEDIA-HEPI     TO TH-MEDIA (IDX-HIS)
             MOVE ALERTAS-HEPI   TO TH-ALERTAS (IDX-HIS).

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

       CARREGA-LEITOS.
          OPEN INPUT HISTLEIT.
          PERFORM LE-1-LEITO
             UNTIL FIM-LEITO EQUAL "SIM".
          CLOSE HISTLEIT.

       LE-1-LEITO.
          READ HISTLEIT
             AT END
             MOVE "SIM" TO FIM-LEITO.
          IF FIM-LEITO EQUAL "NAO"
          AND QTD-LEITOS LESS THAN 2000
             ADD 1 TO CT-LIDOS
             ADD 1 TO QTD-LEITOS
             SET IDX-LEI TO QTD-LEITOS
             MOVE DATA-HLEI      TO TL-DATA (IDX-LEI)
             MOVE ESTADO-HLEI    TO TL-ESTADO (IDX-LEI)
             MOVE CIDADE-HLEI    TO TL-CIDADE (IDX-LEI)
             MOVE GER-EXIST-HLEI TO TL-GER-EXIST (IDX-LEI)
             MOVE GER-OCUP-HLEI  TO TL-GER-OCUP (IDX-LEI)
             MOVE UTI-EXIST-HLEI TO TL-UTI-EXIST (IDX-LEI)
             MOVE UTI-OCUP-HLEI  TO TL-UTI-OCUP (IDX-LEI)
             MOVE NIVEL-HLEI     TO TL-NIVEL (IDX-LEI).

       DEFINE-APURACOES.
          MOVE ZEROS TO DATA-ATUAL
                        DATA-ANTERIOR.
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *    SO ENTRA NA SOMA DO ESTADO O CENSO MAIS RECENTE DE
      *    CADA CIDADE.
       APURA-LEITOS.
          MOVE "SIM" TO ULTIMO-CENSO.
          PERFORM TESTA-CENSO-POSTERIOR
             VARYING IDX-LEI2 FROM 1 BY 1
             UNTIL IDX-LEI2 GREATER THAN QTD-LEITOS
                OR ULTIMO-CENSO EQUAL "NAO".
          IF ULTIMO-CENSO EQUAL "SIM"
             PERFORM SOMA-LEITO-ESTADO.

       TESTA-CENSO-POSTERIOR.
          IF TL-ESTADO (IDX-LEI2) EQUAL TL-ESTADO (IDX-LEI)
          AND TL-CIDADE (IDX-LEI2) EQUAL TL-CIDADE (IDX-LEI)
          AND TL-DATA (IDX-LEI2) GREATER THAN TL-DATA (IDX-LEI)
             MOVE "NAO" TO ULTIMO-CENSO.

       SOMA-LEITO-ESTADO.
          MOVE "NAO" TO ACHOU-ITEM.
          SET IDX-UFL TO 1.
          PERFORM SOMA-1-LEITO-ESTADO
             UNTIL IDX-UFL GREATER THAN QTD-UF-LEITO
                OR ACHOU-ITEM EQUAL "SIM".
          IF ACHOU-ITEM EQUAL "NAO"
          AND QTD-UF-LEITO LESS THAN 30
             ADD 1 TO QTD-UF-LEITO
             SET IDX-UFL TO QTD-UF-LEITO
             MOVE TL-ESTADO (IDX-LEI) TO TU-ESTADO (IDX-UFL)
             MOVE ZEROS TO TU-GER-EXIST (IDX-UFL)
                           TU-GER-OCUP (IDX-UFL)
                           TU-UTI-EXIST (IDX-UFL)
                           TU-UTI-OCUP (IDX-UFL)
                           TU-CID-ALERTA (IDX-UFL)
                           TU-DATA (IDX-UFL)
             PERFORM ACUMULA-LEITO.

       SOMA-1-LEITO-ESTADO.
          IF TU-ESTADO (IDX-UFL) EQUAL TL-ESTADO (IDX-LEI)
             MOVE "SIM" TO ACHOU-ITEM
             PERFORM ACUMULA-LEITO
          ELSE
             SET IDX-UFL UP BY 1.

       ACUMULA-LEITO.
          ADD TL-GER-EXIST (IDX-LEI) TO TU-GER-EXIST (IDX-UFL).
          ADD TL-GER-OCUP (IDX-LEI)  TO TU-GER-OCUP (IDX-UFL).
          ADD TL-UTI-EXIST (IDX-LEI) TO TU-UTI-EXIST (IDX-UFL).
          ADD TL-UTI-OCUP (IDX-LEI)  TO TU-UTI-OCUP (IDX-UFL).
          IF TL-NIVEL (IDX-LEI) EQUAL "A"
          OR TL-NIVEL (IDX-LEI) EQUAL "C"
             ADD 1 TO TU-CID-ALERTA (IDX-UFL)
             ADD 1 TO CT-UTI-ALERTA.
          IF TL-DATA (IDX-LEI) GREATER THAN TU-DATA (IDX-UFL)
             MOVE TL-DATA (IDX-LEI) TO TU-DATA (IDX-UFL).

       IMPRIME-OCUPACAO.
          IF CT-LIN GREATER THAN 35
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM CAB-OCUP-1
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-OCUP-2
             AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.
          PERFORM IMPRIME-1-OCUPACAO
             VARYING IDX-UFL FROM 1 BY 1
             UNTIL IDX-UFL GREATER THAN QTD-UF-LEITO.

       IMPRIME-1-OCUPACAO.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE TU-ESTADO (IDX-UFL)     TO ESTADO-OCU-REL.
          MOVE TU-GER-OCUP (IDX-UFL)   TO GER-OCU-REL.
          MOVE TU-GER-EXIST (IDX-UFL)  TO GER-TOT-REL.
          MOVE ZEROS TO PCT-OCUP-CALC.
          IF TU-GER-EXIST (IDX-UFL) GREATER THAN ZEROS
             COMPUTE PCT-OCUP-CALC ROUNDED =
                TU-GER-OCUP (IDX-UFL) * 100
                / TU-GER-EXIST (IDX-UFL).
          MOVE PCT-OCUP-CALC           TO GER-PCT-REL.
          MOVE TU-UTI-OCUP (IDX-UFL)   TO UTI-OCU-REL.
          MOVE TU-UTI-EXIST (IDX-UFL)  TO UTI-TOT-REL.
          MOVE ZEROS TO PCT-OCUP-CALC.
          IF TU-UTI-EXIST (IDX-UFL) GREATER THAN ZEROS
             COMPUTE PCT-OCUP-CALC ROUNDED =
                TU-UTI-OCUP (IDX-UFL) * 100
                / TU-UTI-EXIST (IDX-UFL).
          MOVE PCT-OCUP-CALC           TO UTI-PCT-REL.
          IF PCT-OCUP-CALC NOT LESS THAN PCT-UTI-CRITICA
             MOVE "CRITICA" TO NIVEL-OCU-REL
          ELSE IF PCT-OCUP-CALC NOT LESS THAN PCT-UTI-ALERTA
             MOVE "ALERTA" TO NIVEL-OCU-REL
          ELSE
             MOVE "NORMAL" TO NIVEL-OCU-REL.
          MOVE TU-CID-ALERTA (IDX-UFL) TO CID-ALE-OCU-REL.
          MOVE TU-DATA (IDX-UFL)       TO DATA-CENSO-R.
          COMPUTE DATA-OCU-REL = DIA-CENSO-R * 1000000
                               + MES-CENSO-R * 10000
                               + ANO-CENSO-R.
          WRITE REG-ATR FROM DET-OCUP
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       LISTA-ALERTAS.
          WRITE REG-ATR FROM CAB-ALERTA
             AFTER ADVANCING 2 LINES.
          MOVE DATA-ATUAL    TO DATA-ATU-SAI.
          MOVE DATA-ANTERIOR TO DATA-ANT-SAI.
          MOVE CT-EM-ALERTA  TO TOT-ALE-SAI.
          MOVE CT-UTI-ALERTA TO TOT-UTI-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELBOLET.

