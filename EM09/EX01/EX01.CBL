      *                EM ARQUIVO (CHAMADOS.DAT), QUE O CICLO DE
      *                CONFIRMACAO DE MATRICULA E SEGUNDA CHAMADA
      *                (EM09/EX09) CONSOME. AS VAGAS VEM SO DO
      *                CADASTRO DE CURSOS, QUE TRAZ TAMBEM O
      *                PERCENTUAL RESERVADO A CADA CATEGORIA DE
      *                COTA (1 = ESCOLA PUBLICA, 2 = BAIXA RENDA,
      *                3 = PRETOS, PARDOS E INDIGENAS, 4 = PESSOA
      *                COM DEFICIENCIA; A RESERVA E TRUNCADA EM
      *                VAGAS INTEIRAS). O CANDIDATO COTISTA DISPUTA
      *                PRIMEIRO AS VAGAS RESERVADAS DA SUA
      *                CATEGORIA (PRIMEIRA OPCAO, DEPOIS SEGUNDA),
      *                NA ORDEM DE PONTOS; A RESERVA NAO PREENCHIDA
      *                VOLTA PARA A AMPLA CONCORRENCIA, DISPUTADA
      *                POR TODOS OS NAO ALOCADOS. A LISTA DE CHAMADA
      *                MOSTRA A CATEGORIA DA VAGA OCUPADA E A DE
      *                ESPERA A CATEGORIA DECLARADA, QUE VAO TAMBEM
      *                EM CHAMADOS.DAT E ESPVEST.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 PERCENTIL-VEST  PIC 9(03).
          02 OPCAO1-VEST     PIC 9(03).
          02 OPCAO2-VEST     PIC 9(03).
          02 COTA-VEST       PIC 9(01).

       FD CURSOS
          LABEL RECORD ARE  STANDARD
          02 COD-CURSO       PIC 9(03).
          02 NOME-CURSO      PIC X(20).
          02 VAGAS-CURSO     PIC 9(04).
          02 RESERVA-CURSO   OCCURS 4 TIMES PIC 9(02).

       SD TRAB.
       01 REG-TRAB.
          02 CPF-TRAB        PIC 9(11).
          02 NOME-TRAB       PIC X(30).
          02 PONTO-TRAB      PIC 9(03).
          02 COTA-TRAB       PIC 9(01).

       FD ESPVEST
          LABEL RECORD ARE  STANDARD
          02 CPF-ESP         PIC 9(11).
          02 NOME-ESP        PIC X(30).
          02 PONTO-ESP       PIC 9(03).
          02 COTA-ESP        PIC 9(01).

       FD CSVCARTA
          LABEL RECORD ARE  STANDARD
          02 CPF-CHAM        PIC 9(11).
          02 NOME-CHAM       PIC X(30).
          02 PONTO-CHAM      PIC 9(03).
          02 COTA-CHAM       PIC 9(01).

       FD RELCHAM
          LABEL RECORD IS  OMITTED.
       77 CT-CHAMADOS        PIC 9(05)    VALUE ZEROS.
       77 CT-ESPERA          PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-CURSO       PIC 9(05)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(07)    VALUE ZEROS.
       77 CT-DEVOLVIDAS      PIC 9(05)    VALUE ZEROS.
       77 CT-RESERVA-INV     PIC 9(03)    VALUE ZEROS.
       77 QTD-CANDIDATOS     PIC 9(04)    VALUE ZEROS.
       77 TABELA-CHEIA       PIC X(03)    VALUE "NAO".
       77 CURSO-PROCURA      PIC 9(03)    VALUE ZEROS.
       77 COTA-PROCURA       PIC 9(02)    VALUE ZEROS.
       77 POS-COTA           PIC 9(02)    VALUE ZEROS.
       77 SOMA-RESERVA       PIC 9(05)    VALUE ZEROS.

      *    TCUR-ALOCADOS CONTA SO AS VAGAS DE AMPLA CONCORRENCIA
      *    (TCUR-ABERTAS); AS RESERVADAS FICAM POR CATEGORIA.
       01 TAB-CURSO.
          02 CURSO-OCR  OCCURS 50 TIMES INDEXED BY IDX-CUR.
             03 TCUR-COD      PIC 9(03).
             03 TCUR-NOME     PIC X(20).
             03 TCUR-VAGAS    PIC 9(04).
             03 TCUR-ABERTAS  PIC 9(04).
             03 TCUR-ALOCADOS PIC 9(04).
             03 TCUR-CHAMADOS PIC 9(04).
             03 TCUR-ESPERA   PIC 9(04).
             03 TCUR-COTA     OCCURS 4 TIMES.
                04 TCUR-RESERVA   PIC 9(04).
                04 TCUR-OCUPADAS  PIC 9(04).

      *    CADVEST.DAT JA EM ORDEM DE PONTOS; TC-CURSO E A POSICAO
      *    NA TAB-CURSO DO CURSO OBTIDO (ZERO = NAO ALOCADO).
       01 TAB-CANDIDATOS.
          02 CAN-OCR  OCCURS 5000 TIMES INDEXED BY IDX-CAN.
             03 TC-CPF        PIC 9(11).
             03 TC-NOME       PIC X(30).
             03 TC-PONTO      PIC 9(03).
             03 TC-OPCAO1     PIC 9(03).
             03 TC-OPCAO2     PIC 9(03).
             03 TC-COTA       PIC 9(01).
             03 TC-CURSO      PIC 9(02).
             03 TC-COTA-VAGA  PIC 9(01).

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
          02 NOME-SAI        PIC X(30).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 PONTO-SAI       PIC ZZ9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 COTA-SAI        PIC X(10).
          02 FILLER          PIC X(05) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
          02 CONT-SEM        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "RESERVADAS DEVOLVIDAS A AMPLA:".
          02 CONT-DEV        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "CURSOS COM RESERVA INVALIDA:  ".
          02 CONT-INV        PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(80) VALUE
             "CADVEST.DAT EXCEDE A TABELA - NADA FOI ALOCADO".

       PROCEDURE  DIVISION.

       EM09-EX01.
             MOVE NOME-CURSO  TO TCUR-NOME (IDX-CUR)
             MOVE VAGAS-CURSO TO TCUR-VAGAS (IDX-CUR)
             MOVE ZEROS       TO TCUR-ALOCADOS (IDX-CUR)
                                 TCUR-CHAMADOS (IDX-CUR)
                                 TCUR-ESPERA (IDX-CUR)
                                 SOMA-RESERVA
             PERFORM CALCULA-RESERVA
                VARYING POS-COTA FROM 1 BY 1
                UNTIL POS-COTA GREATER THAN 4
             PERFORM CONFERE-RESERVA.
          PERFORM LE-CURSO.

       CALCULA-RESERVA.
          MOVE ZEROS TO TCUR-OCUPADAS (IDX-CUR, POS-COTA).
          IF RESERVA-CURSO (POS-COTA) NUMERIC
             COMPUTE TCUR-RESERVA (IDX-CUR, POS-COTA) =
                VAGAS-CURSO * RESERVA-CURSO (POS-COTA) / 100
             ADD TCUR-RESERVA (IDX-CUR, POS-COTA) TO SOMA-RESERVA
          ELSE
             MOVE ZEROS TO TCUR-RESERVA (IDX-CUR, POS-COTA).

      *    RESERVA MAIOR QUE AS VAGAS: O CURSO FICA SEM COTA.
       CONFERE-RESERVA.
          IF SOMA-RESERVA GREATER THAN VAGAS-CURSO
             ADD 1 TO CT-RESERVA-INV
             MOVE ZEROS TO SOMA-RESERVA
             PERFORM ZERA-RESERVA
                VARYING POS-COTA FROM 1 BY 1
                UNTIL POS-COTA GREATER THAN 4.
          COMPUTE TCUR-ABERTAS (IDX-CUR) =
             VAGAS-CURSO - SOMA-RESERVA.

       ZERA-RESERVA.
          MOVE ZEROS TO TCUR-RESERVA (IDX-CUR, POS-COTA).

       ROT-ENTRADA SECTION.
          PERFORM INICIO-ENTRADA.
          PERFORM PRINCIPAL-ENTRADA
          MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-ENTRADA SECTION.
          ADD 1 TO CT-LIDOS.
          IF QTD-CANDIDATOS LESS THAN 5000
             PERFORM GUARDA-CANDIDATO
             PERFORM LEITURA-ENTRADA
          ELSE
             MOVE "SIM" TO TABELA-CHEIA
             MOVE "SIM" TO FIM-ARQ.

       GUARDA-CANDIDATO SECTION.
          ADD 1 TO QTD-CANDIDATOS.
          SET IDX-CAN TO QTD-CANDIDATOS.
          MOVE CPF-VEST    TO TC-CPF (IDX-CAN).
          MOVE NOME-VEST   TO TC-NOME (IDX-CAN).
          MOVE PONTO-VEST  TO TC-PONTO (IDX-CAN).
          MOVE OPCAO1-VEST TO TC-OPCAO1 (IDX-CAN).
          MOVE OPCAO2-VEST TO TC-OPCAO2 (IDX-CAN).
          MOVE ZEROS       TO TC-CURSO (IDX-CAN)
                              TC-COTA-VAGA (IDX-CAN).
          IF COTA-VEST NUMERIC
          AND COTA-VEST NOT GREATER THAN 4
             MOVE COTA-VEST TO TC-COTA (IDX-CAN)
          ELSE
             MOVE ZERO      TO TC-COTA (IDX-CAN).

      *    RESERVADAS PRIMEIRO, SOBRA DA RESERVA PARA A AMPLA E SO
      *    ENTAO A AMPLA; A LISTA SAI NA ORDEM DE PONTOS.
       FIM-ENTRADA SECTION.
          CLOSE CADVEST.
          IF TABELA-CHEIA EQUAL "NAO"
             PERFORM ALOCA-RESERVADA
                VARYING IDX-CAN FROM 1 BY 1
                UNTIL IDX-CAN GREATER THAN QTD-CANDIDATOS
             PERFORM DEVOLVE-SOBRAS
                VARYING IDX-CUR FROM 1 BY 1
                UNTIL IDX-CUR GREATER THAN QTD-CURSOS
             PERFORM ALOCA-AMPLA
                VARYING IDX-CAN FROM 1 BY 1
                UNTIL IDX-CAN GREATER THAN QTD-CANDIDATOS
             PERFORM LIBERA-CANDIDATO
                VARYING IDX-CAN FROM 1 BY 1
                UNTIL IDX-CAN GREATER THAN QTD-CANDIDATOS.

       ALOCA-RESERVADA SECTION.
          IF TC-COTA (IDX-CAN) GREATER THAN ZERO
             MOVE TC-COTA (IDX-CAN)   TO COTA-PROCURA
             MOVE TC-OPCAO1 (IDX-CAN) TO CURSO-PROCURA
             PERFORM TENTA-RESERVADA
             IF TC-CURSO (IDX-CAN) EQUAL ZEROS
                MOVE TC-OPCAO2 (IDX-CAN) TO CURSO-PROCURA
                PERFORM TENTA-RESERVADA.

       TENTA-RESERVADA SECTION.
          PERFORM BUSCA-CURSO.
          IF ACHOU-CURSO EQUAL "SIM"
          AND TCUR-OCUPADAS (IDX-ACHADO, COTA-PROCURA) LESS THAN
              TCUR-RESERVA (IDX-ACHADO, COTA-PROCURA)
             ADD 1 TO TCUR-OCUPADAS (IDX-ACHADO, COTA-PROCURA)
             MOVE IDX-ACHADO   TO TC-CURSO (IDX-CAN)
             MOVE COTA-PROCURA TO TC-COTA-VAGA (IDX-CAN).

       DEVOLVE-SOBRAS SECTION.
          PERFORM DEVOLVE-1-COTA
             VARYING POS-COTA FROM 1 BY 1
             UNTIL POS-COTA GREATER THAN 4.

       DEVOLVE-1-COTA SECTION.
          ADD TCUR-RESERVA (IDX-CUR, POS-COTA)
             TO TCUR-ABERTAS (IDX-CUR)
                CT-DEVOLVIDAS.
          SUBTRACT TCUR-OCUPADAS (IDX-CUR, POS-COTA)
             FROM TCUR-ABERTAS (IDX-CUR)
                  CT-DEVOLVIDAS.

       ALOCA-AMPLA SECTION.
          IF TC-CURSO (IDX-CAN) EQUAL ZEROS
             MOVE TC-OPCAO1 (IDX-CAN) TO CURSO-PROCURA
             PERFORM TENTA-AMPLA
             IF TC-CURSO (IDX-CAN) EQUAL ZEROS
                MOVE TC-OPCAO2 (IDX-CAN) TO CURSO-PROCURA
                PERFORM TENTA-AMPLA.

       TENTA-AMPLA SECTION.
          PERFORM BUSCA-CURSO.
          IF ACHOU-CURSO EQUAL "SIM"
          AND TCUR-ALOCADOS (IDX-ACHADO) LESS THAN
              TCUR-ABERTAS (IDX-ACHADO)
             ADD 1 TO TCUR-ALOCADOS (IDX-ACHADO)
             MOVE IDX-ACHADO TO TC-CURSO (IDX-CAN)
             MOVE ZERO       TO TC-COTA-VAGA (IDX-CAN).

       BUSCA-CURSO SECTION.
          MOVE "NAO" TO ACHOU-CURSO.
          PERFORM BUSCA-1-CURSO
             VARYING IDX-CUR FROM 1 BY 1
             UNTIL IDX-CUR GREATER THAN QTD-CURSOS
                OR ACHOU-CURSO EQUAL "SIM".

       BUSCA-1-CURSO SECTION.
          IF TCUR-COD (IDX-CUR) EQUAL CURSO-PROCURA
             SET IDX-ACHADO TO IDX-CUR
             MOVE "SIM" TO ACHOU-CURSO.

       LIBERA-CANDIDATO SECTION.
          IF TC-CURSO (IDX-CAN) GREATER THAN ZEROS
             MOVE TC-CURSO (IDX-CAN) TO IDX-ACHADO
             PERFORM LIBERA-CHAMADO
          ELSE
             PERFORM LIBERA-ESPERA.

       LIBERA-CHAMADO SECTION.
          ADD 1 TO TCUR-CHAMADOS (IDX-ACHADO).
          MOVE TCUR-COD (IDX-ACHADO)      TO CURSO-TRAB.
          MOVE 1                          TO TIPO-TRAB.
          MOVE TCUR-CHAMADOS (IDX-ACHADO) TO ORDEM-TRAB.
          MOVE TC-CPF (IDX-CAN)           TO CPF-TRAB.
          MOVE TC-NOME (IDX-CAN)          TO NOME-TRAB.
          MOVE TC-PONTO (IDX-CAN)         TO PONTO-TRAB.
          MOVE TC-COTA-VAGA (IDX-CAN)     TO COTA-TRAB.
          RELEASE REG-TRAB.
          ADD 1 TO CT-CHAMADOS.

       LIBERA-ESPERA SECTION.
          MOVE TC-OPCAO1 (IDX-CAN) TO CURSO-PROCURA.
          PERFORM BUSCA-CURSO.
          IF ACHOU-CURSO EQUAL "NAO"
             ADD 1 TO CT-SEM-CURSO
          ELSE
             MOVE TCUR-COD (IDX-ACHADO)    TO CURSO-TRAB
             MOVE 2                        TO TIPO-TRAB
             MOVE TCUR-ESPERA (IDX-ACHADO) TO ORDEM-TRAB
             MOVE TC-CPF (IDX-CAN)         TO CPF-TRAB
             MOVE TC-NOME (IDX-CAN)        TO NOME-TRAB
             MOVE TC-PONTO (IDX-CAN)       TO PONTO-TRAB
             MOVE TC-COTA (IDX-CAN)        TO COTA-TRAB
             RELEASE REG-TRAB
             ADD 1 TO CT-ESPERA.

       ROT-SAIDA SECTION.
          PERFORM INICIO-SAIDA.
          PERFORM PRINCIPAL-SAIDA
          MOVE CPF-TRAB   TO CPF-SAI.
          MOVE NOME-TRAB  TO NOME-SAI.
          MOVE PONTO-TRAB TO PONTO-SAI.
          MOVE COTA-TRAB  TO POS-COTA.
          ADD 1           TO POS-COTA.
          MOVE NOME-COTA (POS-COTA) TO COTA-SAI.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
             MOVE CPF-TRAB   TO CPF-CHAM
             MOVE NOME-TRAB  TO NOME-CHAM
             MOVE PONTO-TRAB TO PONTO-CHAM
             MOVE COTA-TRAB  TO COTA-CHAM
             WRITE REG-CHAM
          ELSE
             MOVE CURSO-TRAB TO CURSO-ESP
             MOVE CPF-TRAB   TO CPF-ESP
             MOVE NOME-TRAB  TO NOME-ESP
             MOVE PONTO-TRAB TO PONTO-ESP
             MOVE COTA-TRAB  TO COTA-ESP
             WRITE REG-ESP.

       CABECALHO SECTION.
          MOVE CT-CHAMADOS  TO CONT-CHA.
          MOVE CT-ESPERA    TO CONT-ESP.
          MOVE CT-SEM-CURSO TO CONT-SEM.
          MOVE CT-DEVOLVIDAS  TO CONT-DEV.
          MOVE CT-RESERVA-INV TO CONT-INV.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          IF CT-RESERVA-INV GREATER THAN ZEROS
             WRITE REG-ATR FROM ROD-05
                AFTER ADVANCING 1 LINE.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-06
                AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE ESPVEST
                CSVCARTA
          ACCEPT RL-DATA FROM DATE YYYYMMDD.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          COMPUTE RL-GRAVADOS =
             CT-CHAMADOS + CT-ESPERA.
          MOVE CT-SEM-CURSO   TO RL-REJEITADOS.
          IF TABELA-CHEIA EQUAL "SIM"
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
