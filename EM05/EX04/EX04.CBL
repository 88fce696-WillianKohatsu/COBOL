      *                DE NOVO. VENCIMENTO EM FIM DE SEMANA OU
      *                FERIADO DE CALFERI.DAT CONTA ATRASO A
      *                PARTIR DO PROXIMO DIA UTIL (ROTINA DIAUTIL).
      *                A FOTO GUARDA TAMBEM A TAXA DE ADIMPLENCIA POR
      *                CANAL: BOLETO E DEBITO AUTOMATICO (SOCIOS EM
      *                DIA SOBRE OS SOCIOS ATIVOS DO CANAL, COM
      *                MANDATO ATIVO EM DEBAUT.DAT) E PARCELAMENTO
      *                (PARCELAS PAGAS SOBRE AS JA VENCIDAS EM
      *                PARCELAS.DAT), USADAS NA PROJECAO DE CAIXA.

       ENVIRONMENT DIVISION.

          SELECT PARMGER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL DEBAUT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL PARCELAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RELTEND ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          02 QTDE-TOT-FECH      PIC 9(05).
          02 VALOR-TOT-FECH     PIC 9(15)V99.
          02 ACUM-FECH          PIC 9(15)V99.
          02 TAXA-BOL-FECH      PIC 9(03)V99.
          02 TAXA-DEB-FECH      PIC 9(03)V99.
          02 TAXA-PARC-FECH     PIC 9(03)V99.

       FD PARMGER
          LABEL RECORD ARE STANDARD

           COPY PARMREC.

       FD DEBAUT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEBAUT.DAT".

       01 REG-DEB.
          02 NUM-DEB            PIC 9(06).
          02 BANCO-DEB          PIC 9(03).
          02 AGENCIA-DEB        PIC 9(04).
          02 CONTA-DEB          PIC 9(10).
          02 DATA-MAND-DEB      PIC 9(08).
          02 SIT-DEB            PIC X(01).

       FD PARCELAS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARCELAS.DAT".

       01 REG-PARC.
          02 NUM-PARC           PIC 9(06).
          02 SEQ-PARC           PIC 9(02).
          02 QTD-PARC           PIC 9(02).
          02 VALOR-PARC         PIC 9(09)V9(02).
          02 DATA-VENC-PARC     PIC 9(08).
          02 SIT-PARC           PIC X(01).

       FD RELTEND
          LABEL RECORD IS OMITTED.

       77 VALOR-ANTERIOR   PIC 9(15)V99 VALUE ZEROS.
       77 TOTAL-ACUMULADO  PIC 9(15)V99 VALUE ZEROS.
       77 VARIACAO-CALC    PIC S9(03)V99 VALUE ZEROS.
       77 FIM-DEB          PIC X(03)    VALUE "NAO".
       77 FIM-PARC         PIC X(03)    VALUE "NAO".
       77 QTD-MANDATOS     PIC 9(04)    VALUE ZEROS.
       77 TEM-MANDATO      PIC X(03)    VALUE "NAO".
       77 QTD-BOL          PIC 9(05)    VALUE ZEROS.
       77 QTD-BOL-DIA      PIC 9(05)    VALUE ZEROS.
       77 QTD-DEB          PIC 9(05)    VALUE ZEROS.
       77 QTD-DEB-DIA      PIC 9(05)    VALUE ZEROS.
       77 QTD-PARC-VENC    PIC 9(05)    VALUE ZEROS.
       77 QTD-PARC-PAGA    PIC 9(05)    VALUE ZEROS.
       77 TAXA-BOL         PIC 9(03)V99 VALUE ZEROS.
       77 TAXA-DEB         PIC 9(03)V99 VALUE ZEROS.
       77 TAXA-PARC        PIC 9(03)V99 VALUE ZEROS.

       01 TAB-MANDATOS.
          02 MAND-OCR  OCCURS 2000 TIMES INDEXED BY IDX-MAND.
             03 TM-NUM         PIC 9(06).

       01 ACUMULADORES.
          02 TOTAL-SOCIO-30  PIC 9(05)     VALUE ZEROS.
          02 MSG-ROD         PIC X(30) VALUE SPACES.
          02 FILLER          PIC X(16) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(26) VALUE
             "ADIMPLENCIA POR CANAL:    ".
          02 FILLER          PIC X(08) VALUE "BOLETO ".
          02 TAXA-BOL-ROD    PIC ZZ9,99.
          02 FILLER          PIC X(02) VALUE "% ".
          02 FILLER          PIC X(08) VALUE "DEBITO ".
          02 TAXA-DEB-ROD    PIC ZZ9,99.
          02 FILLER          PIC X(02) VALUE "% ".
          02 FILLER          PIC X(08) VALUE "PARCELA ".
          02 TAXA-PARC-ROD   PIC ZZ9,99.
          02 FILLER          PIC X(01) VALUE "%".
          02 FILLER          PIC X(07) VALUE SPACES.


       01 DUT-PARM.
          02 DUT-DIA          PIC 9(02).
          COMPUTE ANOMES-ATUAL = WS-ANO-HOJE * 100 + WS-MES-HOJE.
          PERFORM LE-PARAMETRO.
          PERFORM CARREGA-HISTORICO.
          PERFORM CARREGA-MANDATOS.
          PERFORM CONTA-PARCELAS.
          OPEN INPUT CADSOC1
             OUTPUT RELTEND.
          PERFORM LEITURA.
             END-IF.
          PERFORM LE-HISTORICO.

       CARREGA-MANDATOS.
          OPEN INPUT DEBAUT.
          PERFORM LE-1-MANDATO
             UNTIL FIM-DEB EQUAL "SIM".
          CLOSE DEBAUT.

       LE-1-MANDATO.
          READ DEBAUT
             AT END
             MOVE "SIM" TO FIM-DEB.
          IF FIM-DEB EQUAL "NAO"
          AND SIT-DEB EQUAL "A"
          AND QTD-MANDATOS LESS THAN 2000
             ADD 1 TO QTD-MANDATOS
             SET IDX-MAND TO QTD-MANDATOS
             MOVE NUM-DEB TO TM-NUM (IDX-MAND).

       CONTA-PARCELAS.
          OPEN INPUT PARCELAS.
          PERFORM LE-1-PARCELA
             UNTIL FIM-PARC EQUAL "SIM".
          CLOSE PARCELAS.

       LE-1-PARCELA.
          READ PARCELAS
             AT END
             MOVE "SIM" TO FIM-PARC.
          IF FIM-PARC EQUAL "NAO"
          AND DATA-VENC-PARC NOT GREATER THAN WS-DATA-HOJE
             ADD 1 TO QTD-PARC-VENC
             IF SIT-PARC EQUAL "P"
                ADD 1 TO QTD-PARC-PAGA.

       LEITURA.
          READ CADSOC1
          AT END
             PERFORM CLASSIFICA-FAIXA
             ADD 1 TO TOTAL-SOCIO
             ADD VALOR-CORRIGIDO TO TOTAL-VALOR.
          IF COD-ENT EQUAL 1 OR 2
             PERFORM CLASSIFICA-CANAL.
          PERFORM LEITURA.

       CLASSIFICA-CANAL.
          MOVE "NAO" TO TEM-MANDATO.
          SET IDX-MAND TO 1.
          PERFORM LOCALIZA-1-MANDATO
             UNTIL IDX-MAND GREATER THAN QTD-MANDATOS
                OR TEM-MANDATO EQUAL "SIM".
          IF TEM-MANDATO EQUAL "SIM"
             ADD 1 TO QTD-DEB
             IF COD-ENT EQUAL 1
                ADD 1 TO QTD-DEB-DIA
             END-IF
          ELSE
             ADD 1 TO QTD-BOL
             IF COD-ENT EQUAL 1
                ADD 1 TO QTD-BOL-DIA.

       LOCALIZA-1-MANDATO.
          IF TM-NUM (IDX-MAND) EQUAL NUM-ENT
             MOVE "SIM" TO TEM-MANDATO
          ELSE
             SET IDX-MAND UP BY 1.

       CALC-ATRASO.
          MOVE DD-VENC   TO DUT-DIA.
          MOVE MM-VENC   TO DUT-MES.

       TERMINO.
          PERFORM LE-CONTROLE.
          PERFORM CALCULA-TAXAS.
          IF PERIODO-JA-FECHADO EQUAL "NAO"
             PERFORM GRAVA-FECHAMENTO
             MOVE "PERIODO FECHADO NESTA DATA" TO MSG-ROD
          MOVE ANOMES-ATUAL TO ANOMES-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 2 LINES.
          MOVE TAXA-BOL  TO TAXA-BOL-ROD.
          MOVE TAXA-DEB  TO TAXA-DEB-ROD.
          MOVE TAXA-PARC TO TAXA-PARC-ROD.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADSOC1
                RELTEND.

      *    CANAL SEM BASE NO PERIODO FICA COM TAXA ZERO, QUE A
      *    PROJECAO DE CAIXA (EM05/EX21) TRATA COMO SEM HISTORICO.
       CALCULA-TAXAS.
          IF QTD-BOL GREATER THAN ZEROS
             COMPUTE TAXA-BOL ROUNDED =
                QTD-BOL-DIA * 100 / QTD-BOL.
          IF QTD-DEB GREATER THAN ZEROS
             COMPUTE TAXA-DEB ROUNDED =
                QTD-DEB-DIA * 100 / QTD-DEB.
          IF QTD-PARC-VENC GREATER THAN ZEROS
             COMPUTE TAXA-PARC ROUNDED =
                QTD-PARC-PAGA * 100 / QTD-PARC-VENC.

       LE-CONTROLE.
          OPEN INPUT CTLSOCIO.
          READ CTLSOCIO
          MOVE TOTAL-SOCIO    TO QTDE-TOT-FECH.
          MOVE TOTAL-VALOR    TO VALOR-TOT-FECH.
          MOVE TOTAL-ACUMULADO TO ACUM-FECH.
          MOVE TAXA-BOL       TO TAXA-BOL-FECH.
          MOVE TAXA-DEB       TO TAXA-DEB-FECH.
          MOVE TAXA-PARC      TO TAXA-PARC-FECH.
          WRITE REG-FECH.
          CLOSE HISTFECH.

