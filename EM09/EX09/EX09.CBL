      *                CARTAVES.CSV E A ESPERA RESTANTE
      *                ESPVESTN.DAT - REPETIVEL PARA TERCEIRA
      *                CHAMADA EM DIANTE ATE ACABAR VAGA OU LISTA.
      *                A VAGA LIBERADA GUARDA A CATEGORIA DE COTA
      *                COM QUE FOI OCUPADA (CHAMADOS.DAT): VAGA
      *                RESERVADA VAI PARA O PROXIMO DA ESPERA DA
      *                MESMA CATEGORIA E SO VOLTA PARA A AMPLA
      *                CONCORRENCIA SE NAO HOUVER MAIS NINGUEM DA
      *                CATEGORIA NA ESPERA DO CURSO; O COTISTA DA
      *                ESPERA OCUPA PRIMEIRO A RESERVADA, DEPOIS A
      *                AMPLA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 CPF-CHAM        PIC 9(11).
          02 NOME-CHAM       PIC X(30).
          02 PONTO-CHAM      PIC 9(03).
          02 COTA-CHAM       PIC 9(01).

       FD CONFIRMA
          LABEL RECORD ARE  STANDARD
          02 CPF-ESP         PIC 9(11).
          02 NOME-ESP        PIC X(30).
          02 PONTO-ESP       PIC 9(03).
          02 COTA-ESP        PIC 9(01).

       FD MATRVEST
          LABEL RECORD ARE  STANDARD
          02 CPF-CHMN        PIC 9(11).
          02 NOME-CHMN       PIC X(30).
          02 PONTO-CHMN      PIC 9(03).
          02 COTA-CHMN       PIC 9(01).

       FD ESPVESTN
          LABEL RECORD ARE  STANDARD
          02 CPF-ESPN        PIC 9(11).
          02 NOME-ESPN       PIC X(30).
          02 PONTO-ESPN      PIC 9(03).
          02 COTA-ESPN       PIC 9(01).

       FD CSVCARTA
          LABEL RECORD ARE  STANDARD
       77 CT-NOVA-CHAMADA  PIC 9(05)    VALUE ZEROS.
       77 CT-ESPERA-RESTO  PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-DEVOLVIDAS    PIC 9(05)    VALUE ZEROS.
       77 CURSO-PROCURA    PIC 9(03)    VALUE ZEROS.
       77 COTA-PROCURA     PIC 9(01)    VALUE ZEROS.
       77 COTA-CAND        PIC 9(01)    VALUE ZEROS.
       77 VAGAS-A-SOMAR    PIC 9(04)    VALUE ZEROS.
       77 POS-COTA         PIC 9(02)    VALUE ZEROS.

       01 TAB-CONFIRMADOS.
          02 CON-OCR  OCCURS 1000 TIMES INDEXED BY IDX-CON
             PIC 9(11).

      *    VAGAS LIBERADAS POR CURSO E CATEGORIA DE COTA (0 =
      *    AMPLA); TV-ESPERA CONTA OS COTISTAS DA CATEGORIA NA
      *    ESPERA DO CURSO.
       01 TAB-VAGAS.
          02 VAG-OCR  OCCURS 250 TIMES INDEXED BY IDX-VAG IDX-AJU.
             03 TV-CURSO       PIC 9(03).
             03 TV-COTA        PIC 9(01).
             03 TV-LIVRES      PIC 9(04).
             03 TV-ESPERA      PIC 9(04).

       01 TAB-NOMES-COTA-V.
          02 FILLER          PIC X(10) VALUE "AMPLA     ".
          02 FILLER          PIC X(10) VALUE "ESC.PUBL. ".
          02 FILLER          PIC X(10) VALUE "BX.RENDA  ".
          02 FILLER          PIC X(10) VALUE "PPI       ".
          02 FILLER          PIC X(10) VALUE "PCD       ".

       01 TAB-NOMES-COTA REDEFINES TAB-NOMES-COTA-V.
          02 NOME-COTA       OCCURS 5 TIMES PIC X(10).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 CPF-REL         PIC 9(11).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 COTA-REL        PIC X(10).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(24) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
          02 TOT-ESP-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "RESERVADAS DEVOLVIDAS A AMPLA:".
          02 TOT-DEV-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       EM09-EX09.
          PERFORM INICIO.
          PERFORM PROCESSA-CHAMADA
             UNTIL FIM-CHA EQUAL "SIM".
          PERFORM CONTA-ESPERA.
          PERFORM AJUSTA-VAGA
             VARYING IDX-AJU FROM 1 BY 1
             UNTIL IDX-AJU GREATER THAN QTD-LIBERADAS.
          PERFORM LE-ESPERA.
          PERFORM PROCESSA-ESPERA
             UNTIL FIM-ESP EQUAL "SIM".
          MOVE CURSO-CHAM TO CURSO-REL.
          MOVE CPF-CHAM   TO CPF-REL.
          MOVE NOME-CHAM  TO NOME-REL.
          IF COTA-CHAM NUMERIC
          AND COTA-CHAM NOT GREATER THAN 4
             MOVE COTA-CHAM TO COTA-CAND
          ELSE
             MOVE ZERO      TO COTA-CAND.
          PERFORM NOME-DA-COTA.
          IF ESTA-CONFIRMADO EQUAL "SIM"
             MOVE CURSO-CHAM TO CURSO-MAT
             MOVE CPF-CHAM   TO CPF-MAT
             SET IDX-CON UP BY 1.

       LIBERA-VAGA.
          MOVE CURSO-CHAM TO CURSO-PROCURA.
          MOVE COTA-CAND  TO COTA-PROCURA.
          MOVE 1          TO VAGAS-A-SOMAR.
          PERFORM ACUMULA-VAGA.

       ACUMULA-VAGA.
          MOVE "NAO" TO ACHOU-VAGA.
          SET IDX-VAG TO 1.
          PERFORM ACUMULA-1-VAGA
             UNTIL IDX-VAG GREATER THAN QTD-LIBERADAS
                OR ACHOU-VAGA EQUAL "SIM".
          IF ACHOU-VAGA EQUAL "NAO"
          AND QTD-LIBERADAS LESS THAN 250
             ADD 1 TO QTD-LIBERADAS
             SET IDX-VAG TO QTD-LIBERADAS
             MOVE CURSO-PROCURA TO TV-CURSO (IDX-VAG)
             MOVE COTA-PROCURA  TO TV-COTA (IDX-VAG)
             MOVE VAGAS-A-SOMAR TO TV-LIVRES (IDX-VAG)
             MOVE ZEROS         TO TV-ESPERA (IDX-VAG).

       ACUMULA-1-VAGA.
          IF TV-CURSO (IDX-VAG) EQUAL CURSO-PROCURA
          AND TV-COTA (IDX-VAG) EQUAL COTA-PROCURA
             ADD VAGAS-A-SOMAR TO TV-LIVRES (IDX-VAG)
             MOVE "SIM" TO ACHOU-VAGA
          ELSE
             SET IDX-VAG UP BY 1.

      *    PRIMEIRA LEITURA DA ESPERA SO PARA CONTAR OS COTISTAS DE
      *    CADA CURSO QUE TEM VAGA RESERVADA LIBERADA.
       CONTA-ESPERA.
          PERFORM LE-ESPERA.
          PERFORM CONTA-1-ESPERA
             UNTIL FIM-ESP EQUAL "SIM".
          CLOSE ESPVEST.
          OPEN INPUT ESPVEST.
          MOVE "NAO" TO FIM-ESP.

       CONTA-1-ESPERA.
          PERFORM COTA-DA-ESPERA.
          IF COTA-CAND GREATER THAN ZERO
             MOVE CURSO-ESP TO CURSO-PROCURA
             MOVE COTA-CAND TO COTA-PROCURA
             PERFORM BUSCA-VAGA-CURSO
             IF ACHOU-VAGA EQUAL "SIM"
                ADD 1 TO TV-ESPERA (IDX-VAG).
          PERFORM LE-ESPERA.

      *    RESERVADA SEM COTISTA DA CATEGORIA NA ESPERA VOLTA PARA
      *    A AMPLA CONCORRENCIA DO CURSO.
       AJUSTA-VAGA.
          IF TV-COTA (IDX-AJU) GREATER THAN ZERO
          AND TV-LIVRES (IDX-AJU) GREATER THAN TV-ESPERA (IDX-AJU)
             COMPUTE VAGAS-A-SOMAR =
                TV-LIVRES (IDX-AJU) - TV-ESPERA (IDX-AJU)
             MOVE TV-ESPERA (IDX-AJU) TO TV-LIVRES (IDX-AJU)
             ADD VAGAS-A-SOMAR        TO CT-DEVOLVIDAS
             MOVE TV-CURSO (IDX-AJU)  TO CURSO-PROCURA
             MOVE ZERO                TO COTA-PROCURA
             PERFORM ACUMULA-VAGA.

       LE-ESPERA.
          READ ESPVEST
             AT END
          PERFORM LE-ESPERA.

       TRATA-ESPERA.
          PERFORM COTA-DA-ESPERA.
          MOVE CURSO-ESP TO CURSO-PROCURA.
          MOVE "NAO"     TO ACHOU-VAGA.
          IF COTA-CAND GREATER THAN ZERO
             MOVE COTA-CAND TO COTA-PROCURA
             PERFORM BUSCA-VAGA-CURSO.
          IF ACHOU-VAGA EQUAL "NAO"
             MOVE ZERO TO COTA-PROCURA
             PERFORM BUSCA-VAGA-CURSO.
          IF ACHOU-VAGA EQUAL "SIM"
          AND TV-LIVRES (IDX-VAG) GREATER THAN ZEROS
             SUBTRACT 1 FROM TV-LIVRES (IDX-VAG)
             MOVE CPF-ESP    TO CPF-CHMN
             MOVE NOME-ESP   TO NOME-CHMN
             MOVE PONTO-ESP  TO PONTO-CHMN
             MOVE TV-COTA (IDX-VAG) TO COTA-CHMN
             WRITE REG-CHAMN
             MOVE CPF-ESP    TO CSV-CPF
             MOVE NOME-ESP   TO CSV-NOME
             MOVE CURSO-ESP TO CURSO-REL
             MOVE CPF-ESP   TO CPF-REL
             MOVE NOME-ESP  TO NOME-REL
             MOVE TV-COTA (IDX-VAG) TO COTA-CAND
             PERFORM NOME-DA-COTA
             MOVE "CHAMADO DA ESPERA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE
             MOVE CPF-ESP   TO CPF-ESPN
             MOVE NOME-ESP  TO NOME-ESPN
             MOVE PONTO-ESP TO PONTO-ESPN
             MOVE COTA-CAND TO COTA-ESPN
             WRITE REG-ESPN.

       COTA-DA-ESPERA.
          IF COTA-ESP NUMERIC
          AND COTA-ESP NOT GREATER THAN 4
             MOVE COTA-ESP TO COTA-CAND
          ELSE
             MOVE ZERO     TO COTA-CAND.

       NOME-DA-COTA.
          MOVE COTA-CAND TO POS-COTA.
          ADD 1          TO POS-COTA.
          MOVE NOME-COTA (POS-COTA) TO COTA-REL.

       BUSCA-VAGA-CURSO.
          MOVE "NAO" TO ACHOU-VAGA.
          SET IDX-VAG TO 1.
                OR ACHOU-VAGA EQUAL "SIM".

       BUSCA-1-VAGA.
          IF TV-CURSO (IDX-VAG) EQUAL CURSO-PROCURA
          AND TV-COTA (IDX-VAG) EQUAL COTA-PROCURA
          AND TV-LIVRES (IDX-VAG) GREATER THAN ZEROS
             MOVE "SIM" TO ACHOU-VAGA
          ELSE
             SET IDX-VAG UP BY 1.
          MOVE CT-NAO-CONFIRM  TO TOT-NAO-SAI.
          MOVE CT-NOVA-CHAMADA TO TOT-NOV-SAI.
          MOVE CT-ESPERA-RESTO TO TOT-ESP-SAI.
          MOVE CT-DEVOLVIDAS   TO TOT-DEV-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-RUNLOG.
          CLOSE CHAMADOS
                ESPVEST
