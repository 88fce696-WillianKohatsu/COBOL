       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX18.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        VARREDURA PERIODICA DE INTEGRIDADE REFERENCIAL
      *                ENTRE OS CADASTROS. OS VINCULOS VEM DA TABELA
      *                TABREFER.DAT, UMA LINHA POR RELACIONAMENTO:
      *                ARQUIVO FILHO, POSICAO E TAMANHO DA CHAVE NO
      *                FILHO (ATE DOIS PEDACOS, PARA CHAVE COMPOSTA
      *                COMO LIVRO + EXEMPLAR DO EMPRESTA.DAT), ARQUIVO
      *                PAI, POSICAO E TAMANHO DA CHAVE NO PAI,
      *                SEVERIDADE ("C" CRITICO, "A" AVISO), MAXIMO DE
      *                FILHOS POR PAI (ZERO SEM LIMITE), "S" QUANDO A
      *                CHAVE ZERADA NO FILHO E VINCULO NAO INFORMADO
      *                E A DESCRICAO. AS POSICOES SEGUEM A MESMA IDEIA
      *                DO DICIONARIO DICLAY.DAT (EM01/EX12). PARA CADA
      *                RELACIONAMENTO O PROGRAMA CARREGA AS CHAVES DO
      *                PAI, APONTA CHAVE REPETIDA NO PAI, FILHO ORFAO
      *                (CHAVE SEM PAI) E PAI COM MAIS FILHOS QUE O
      *                MAXIMO. O CADAMEST.DAT, UNICO CADASTRO
      *                INDEXADO, E LIDO PELO SEU PROPRIO LEIAUTE; OS
      *                DEMAIS SAO LIDOS COMO LINHA DE ATE 300
      *                POSICOES. LINHA INVALIDA NA TABELA CONTA COMO
      *                OCORRENCIA CRITICA. O RELATORIO RELREFER LISTA
      *                AS 20 PRIMEIRAS OCORRENCIAS DE CADA
      *                RELACIONAMENTO E O RESUMO; O CONTROLE
      *                CTLREFIN.DAT LEVA AS CONTAGENS PARA O QUADRO DE
      *                PRE-ABERTURA (EM07/EX05). COM OCORRENCIA
      *                CRITICA O PROGRAMA DEVOLVE RETURN-CODE 8.
      *                VINCULOS CADASTRADOS NA IMPLANTACAO:
      *                ATUCONS (001/03) -> CADPAC (001/03), C;
      *                ATUCONS (020/03) -> CADMED (001/03), C;
      *                FOLHADET (001/05) -> CADFUN (001/05), C, MAX 1;
      *                BANCOFUN (001/05) -> CADFUN (001/05), C, MAX 1;
      *                CADPROD (049/03) -> FORNECED (001/03), A, "S";
      *                ATRPROF (001/04) -> CADPROF (001/04), C;
      *                ATRPROF (005/03) -> CADDISC (001/03), C;
      *                EMPRESTA (006/05) -> CADLEITO (001/05), C;
      *                EMPRESTA (001/05 + 019/03) -> EXEMPLAR
      *                (001/08), C, MAX 1 (EXEMPLAR NAO SAI DUAS
      *                VEZES); MENSALID (001/07) -> CADAMEST (001/07),
      *                A.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  TABREFER  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ARQFIL  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ARQPAI  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADAMEST  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  SEQUENTIAL
          RECORD KEY  IS  MATRICULA-MST
          ALTERNATE RECORD KEY IS NOME-MST
             WITH DUPLICATES.

          SELECT  CTLREFIN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELREFER  ASSIGN TO DISK.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TABREFER
          LABEL  RECORD  ARE STANDARD
          VALUE  OF FILE-ID IS  "TABREFER.DAT".

       01 REG-REF.
          02 ARQ-FILHO-REF      PIC X(12).
          02 POS1-FILHO-REF     PIC 9(03).
          02 TAM1-FILHO-REF     PIC 9(02).
          02 POS2-FILHO-REF     PIC 9(03).
          02 TAM2-FILHO-REF     PIC 9(02).
          02 ARQ-PAI-REF        PIC X(12).
          02 POS-PAI-REF        PIC 9(03).
          02 TAM-PAI-REF        PIC 9(02).
          02 SEVERIDADE-REF     PIC X(01).
          02 MAX-FILHOS-REF     PIC 9(03).
          02 ZERO-OPC-REF       PIC X(01).
          02 DESCRICAO-REF      PIC X(30).

       FD ARQFIL
          LABEL  RECORD  ARE STANDARD
          RECORD IS VARYING IN SIZE FROM 1 TO 300
             DEPENDING ON TAM-REG-FIL
          VALUE  OF FILE-ID IS ARQ-NOME-FIL.

       01 REG-FIL              PIC X(300).

       FD ARQPAI
          LABEL  RECORD  ARE STANDARD
          RECORD IS VARYING IN SIZE FROM 1 TO 300
             DEPENDING ON TAM-REG-PAI
          VALUE  OF FILE-ID IS ARQ-NOME-PAI.

       01 REG-PAI              PIC X(300).

       FD CADAMEST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADAMEST.DAT".

           COPY CADAMEST.

       FD CTLREFIN
          LABEL  RECORD  ARE STANDARD
          VALUE  OF FILE-ID IS  "CTLREFIN.DAT".

       01 REG-CTLREF.
          02 DATA-CTLREF        PIC 9(08).
          02 CRIT-CTLREF        PIC 9(07).
          02 AVISO-CTLREF       PIC 9(07).
          02 RELAC-CTLREF       PIC 9(03).

       FD RELREFER
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD DATAMOV
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".

       01 REG-DATAMOV.
          02 DATA-MOVIMENTO     PIC 9(08).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 FIM-REF            PIC X(03)    VALUE "NAO".
       77 FIM-ARQ            PIC X(03)    VALUE "NAO".
       77 TAM-REG-FIL        PIC 9(03)    VALUE ZEROS.
       77 TAM-REG-PAI        PIC 9(03)    VALUE ZEROS.
       77 ARQ-NOME-FIL       PIC X(12)    VALUE SPACES.
       77 ARQ-NOME-PAI       PIC X(12)    VALUE SPACES.
       77 REL-VALIDO         PIC X(03)    VALUE "SIM".
       77 PAIS-ESGOTADOS     PIC X(03)    VALUE "NAO".
       77 ACHOU-PAI          PIC X(03)    VALUE "NAO".
       77 SEV-REL            PIC X(01)    VALUE SPACES.
       77 CHAVE-BUSCA        PIC X(15)    VALUE SPACES.
       77 NUM-REG            PIC 9(07)    VALUE ZEROS.
       77 QTD-RELAC          PIC 9(03)    VALUE ZEROS.
       77 QTD-PAIS           PIC 9(04)    VALUE ZEROS.
       77 QTD-FILHOS         PIC 9(07)    VALUE ZEROS.
       77 QTD-ORFAOS         PIC 9(07)    VALUE ZEROS.
       77 QTD-IRREG          PIC 9(05)    VALUE ZEROS.
       77 QTD-SEM-VINCULO    PIC 9(07)    VALUE ZEROS.
       77 OCORR-REL          PIC 9(07)    VALUE ZEROS.
       77 OCORR-NAO-LISTADA  PIC 9(07)    VALUE ZEROS.
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(07)    VALUE ZEROS.
       77 CT-CRITICOS        PIC 9(07)    VALUE ZEROS.
       77 CT-AVISOS          PIC 9(07)    VALUE ZEROS.
       77 CT-REL-OK          PIC 9(03)    VALUE ZEROS.
       77 CT-REL-CRITICOS    PIC 9(03)    VALUE ZEROS.
       77 CT-REL-AVISOS      PIC 9(03)    VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          02 WS-MES-HOJE   PIC 99.
          02 WS-DIA-HOJE   PIC 99.

       01 REGISTRO-FILHO      PIC X(300)  VALUE SPACES.
       01 REGISTRO-PAI        PIC X(300)  VALUE SPACES.

       01 TAB-PAIS.
          02 PAI-OCR  OCCURS 9999 TIMES INDEXED BY IDX-PAI.
             03 TPAI-CHAVE     PIC X(15).
             03 TPAI-REG       PIC 9(07).
             03 TPAI-QTD       PIC 9(05).

       01 MSG-EXCESSO.
          02 FILLER          PIC X(08)  VALUE "PAI COM ".
          02 QTD-MSG         PIC ZZZZ9.
          02 FILLER          PIC X(17)  VALUE " FILHOS - MAXIMO ".
          02 MAX-MSG         PIC ZZ9.

       01 MSG-NAO-LISTADA.
          02 FILLER          PIC X(04)  VALUE SPACES.
          02 QTD-NAO-LISTADA PIC ZZZZZZ9.
          02 FILLER          PIC X(46)  VALUE
             " OCORRENCIAS ALEM DAS 20 PRIMEIRAS (SO RESUMO)".
          02 FILLER          PIC X(23)  VALUE SPACES.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(38) VALUE
             "VARREDURA DE INTEGRIDADE REFERENCIAL  ".
          02 DIA-CAB         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 MES-CAB         PIC 99.
          02 FILLER          PIC X(01) VALUE "/".
          02 ANO-CAB         PIC 9(04).
          02 FILLER          PIC X(08) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(06) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "REGISTRO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "CHAVE".
          02 FILLER          PIC X(12) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "OCORRENCIA".
          02 FILLER          PIC X(37) VALUE SPACES.

       01 TIT-REL.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 FILLER          PIC X(05)  VALUE "REL. ".
          02 NUM-REL         PIC ZZ9.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 FILHO-REL       PIC X(12).
          02 FILLER          PIC X(04)  VALUE " -> ".
          02 PAI-REL         PIC X(12).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 DESCRICAO-REL   PIC X(30).
          02 FILLER          PIC X(08)  VALUE SPACES.

       01 TIT-REL-2.
          02 FILLER          PIC X(12)  VALUE SPACES.
          02 FILLER          PIC X(12)  VALUE "SEVERIDADE: ".
          02 SEVERIDADE-TIT  PIC X(07).
          02 FILLER          PIC X(30)  VALUE
             "   MAXIMO DE FILHOS POR PAI: ".
          02 MAXIMO-TIT      PIC X(10).
          02 FILLER          PIC X(09)  VALUE SPACES.

       01 MAXIMO-ED          PIC ZZ9.

       01 DETALHE.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 REG-REL         PIC ZZZZZZ9.
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 CHAVE-REL       PIC X(15).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(45)  VALUE SPACES.
          02 FILLER          PIC X(02)  VALUE SPACES.

       01 RESUMO.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 FILLER          PIC X(08)  VALUE "FILHOS: ".
          02 FILHOS-RES      PIC ZZZZZZ9.
          02 FILLER          PIC X(10)  VALUE "  ORFAOS: ".
          02 ORFAOS-RES      PIC ZZZZZZ9.
          02 FILLER          PIC X(08)  VALUE "  PAIS: ".
          02 PAIS-RES        PIC ZZZ9.
          02 FILLER          PIC X(09)  VALUE "  IRREG: ".
          02 IRREG-RES       PIC ZZZZ9.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 SITUACAO-RES    PIC X(07).
          02 FILLER          PIC X(07)  VALUE SPACES.

       01 ROD-01.
          02 ROTULO-ROD      PIC X(34)  VALUE SPACES.
          02 CONT-ROD        PIC ZZZZZZ9.
          02 FILLER          PIC X(39)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM12-EX18.

       PERFORM  INICIO.
       PERFORM  CONFERE-RELACIONAMENTOS.
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          PERFORM LE-DATA-MOVIMENTO.
          MOVE WS-DIA-HOJE TO DIA-CAB.
          MOVE WS-MES-HOJE TO MES-CAB.
          MOVE WS-ANO-HOJE TO ANO-CAB.
          OPEN INPUT  TABREFER
               OUTPUT RELREFER.
          PERFORM IMPRIME-CAB.

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

       CONFERE-RELACIONAMENTOS.
          PERFORM LE-RELACIONAMENTO.
          PERFORM CONFERE-1-RELACIONAMENTO
             UNTIL FIM-REF EQUAL "SIM".
          CLOSE TABREFER.
          IF QTD-RELAC EQUAL ZEROS
             MOVE ZEROS TO REG-REL
             MOVE SPACES TO CHAVE-REL
             MOVE "TABELA TABREFER.DAT VAZIA - NADA CONFERIDO"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
             ADD 1 TO CT-CRITICOS.

       LE-RELACIONAMENTO.
          READ TABREFER
             AT END
             MOVE "SIM" TO FIM-REF.

       CONFERE-1-RELACIONAMENTO.
          ADD 1 TO QTD-RELAC.
          MOVE ZEROS TO QTD-PAIS
                        QTD-FILHOS
                        QTD-ORFAOS
                        QTD-IRREG
                        QTD-SEM-VINCULO
                        OCORR-REL
                        OCORR-NAO-LISTADA.
          MOVE SEVERIDADE-REF TO SEV-REL.
          PERFORM VALIDA-RELACIONAMENTO.
          PERFORM IMPRIME-TITULO.
          IF REL-VALIDO EQUAL "SIM"
             PERFORM CARREGA-PAIS
             IF PAIS-ESGOTADOS EQUAL "NAO"
                PERFORM CONFERE-FILHOS
                IF MAX-FILHOS-REF GREATER THAN ZEROS
                   PERFORM CONFERE-CONTAGEM
                      VARYING IDX-PAI FROM 1 BY 1
                      UNTIL IDX-PAI GREATER THAN QTD-PAIS.
          PERFORM ENCERRA-RELACIONAMENTO.
          PERFORM LE-RELACIONAMENTO.

      *    LINHA COM POSICAO FORA DO REGISTRO, CHAVES DE TAMANHOS
      *    DIFERENTES OU SEVERIDADE DESCONHECIDA NAO E CONFERIDA E
      *    CONTA COMO OCORRENCIA CRITICA ATE SER CORRIGIDA.
       VALIDA-RELACIONAMENTO.
          MOVE "SIM" TO REL-VALIDO.
          MOVE SPACES TO MENSAGEM-SAI.
          IF POS1-FILHO-REF NOT NUMERIC
          OR TAM1-FILHO-REF NOT NUMERIC
          OR POS2-FILHO-REF NOT NUMERIC
          OR TAM2-FILHO-REF NOT NUMERIC
          OR POS-PAI-REF NOT NUMERIC
          OR TAM-PAI-REF NOT NUMERIC
          OR MAX-FILHOS-REF NOT NUMERIC
             MOVE "POSICAO, TAMANHO OU MAXIMO NAO NUMERICO"
                TO MENSAGEM-SAI
          ELSE IF ARQ-FILHO-REF EQUAL SPACES
          OR ARQ-PAI-REF EQUAL SPACES
             MOVE "ARQUIVO FILHO OU PAI NAO INFORMADO"
                TO MENSAGEM-SAI
          ELSE IF POS1-FILHO-REF EQUAL ZEROS
          OR TAM1-FILHO-REF EQUAL ZEROS
          OR POS-PAI-REF EQUAL ZEROS
          OR TAM-PAI-REF EQUAL ZEROS
          OR (TAM2-FILHO-REF GREATER THAN ZEROS
          AND POS2-FILHO-REF EQUAL ZEROS)
             MOVE "POSICAO OU TAMANHO DE CHAVE ZERADO"
                TO MENSAGEM-SAI
          ELSE IF POS1-FILHO-REF + TAM1-FILHO-REF GREATER THAN 301
          OR POS2-FILHO-REF + TAM2-FILHO-REF GREATER THAN 301
          OR POS-PAI-REF + TAM-PAI-REF GREATER THAN 301
             MOVE "CHAVE ALEM DA POSICAO 300 DO REGISTRO"
                TO MENSAGEM-SAI
          ELSE IF TAM1-FILHO-REF + TAM2-FILHO-REF
                  NOT EQUAL TAM-PAI-REF
             MOVE "CHAVE DO FILHO E DO PAI DE TAMANHOS DIFERENTES"
                TO MENSAGEM-SAI
          ELSE IF TAM-PAI-REF GREATER THAN 15
             MOVE "CHAVE MAIOR QUE 15 POSICOES" TO MENSAGEM-SAI
          ELSE IF SEVERIDADE-REF NOT EQUAL "C"
          AND SEVERIDADE-REF NOT EQUAL "A"
             MOVE "SEVERIDADE DIFERENTE DE C E A" TO MENSAGEM-SAI.
          IF MENSAGEM-SAI NOT EQUAL SPACES
             MOVE "NAO" TO REL-VALIDO
             MOVE "C"   TO SEV-REL.

       IMPRIME-TITULO.
          IF CT-LIN GREATER THAN 35
             PERFORM IMPRIME-CAB.
          MOVE QTD-RELAC      TO NUM-REL.
          MOVE ARQ-FILHO-REF  TO FILHO-REL.
          MOVE ARQ-PAI-REF    TO PAI-REL.
          MOVE DESCRICAO-REF  TO DESCRICAO-REL.
          IF SEV-REL EQUAL "C"
             MOVE "CRITICO" TO SEVERIDADE-TIT
          ELSE
             MOVE "AVISO"   TO SEVERIDADE-TIT.
          IF MAX-FILHOS-REF NOT NUMERIC
          OR MAX-FILHOS-REF EQUAL ZEROS
             MOVE "SEM LIMITE" TO MAXIMO-TIT
          ELSE
             MOVE MAX-FILHOS-REF TO MAXIMO-ED
             MOVE MAXIMO-ED      TO MAXIMO-TIT.
          WRITE REG-ATR FROM TIT-REL
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM TIT-REL-2
             AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.
          IF REL-VALIDO EQUAL "NAO"
             MOVE ZEROS  TO REG-REL
             MOVE SPACES TO CHAVE-REL
             PERFORM REGISTRA-OCORRENCIA.

       CARREGA-PAIS.
          MOVE ARQ-PAI-REF TO ARQ-NOME-PAI.
          MOVE "NAO" TO FIM-ARQ
                        PAIS-ESGOTADOS.
          MOVE ZEROS TO NUM-REG.
          IF ARQ-NOME-PAI EQUAL "CADAMEST.DAT"
             OPEN INPUT CADAMEST
             PERFORM LE-PAI-CADAMEST
                UNTIL FIM-ARQ EQUAL "SIM"
             CLOSE CADAMEST
          ELSE
             OPEN INPUT ARQPAI
             PERFORM LE-PAI
                UNTIL FIM-ARQ EQUAL "SIM"
             CLOSE ARQPAI.
          IF PAIS-ESGOTADOS EQUAL "SIM"
             MOVE ZEROS  TO REG-REL
             MOVE SPACES TO CHAVE-REL
             MOVE "MAIS DE 9999 PAIS - RELACIONAMENTO NAO CONFERIDO"
                TO MENSAGEM-SAI
             PERFORM REGISTRA-OCORRENCIA
          ELSE IF QTD-PAIS EQUAL ZEROS
             MOVE ZEROS  TO REG-REL
             MOVE SPACES TO CHAVE-REL
             MOVE "ARQUIVO PAI AUSENTE OU VAZIO" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0.

       LE-PAI.
          READ ARQPAI
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             MOVE SPACES TO REGISTRO-PAI
             IF TAM-REG-PAI GREATER THAN ZEROS
                MOVE REG-PAI (1:TAM-REG-PAI)
                  TO REGISTRO-PAI (1:TAM-REG-PAI)
             END-IF
             PERFORM GUARDA-PAI.

       LE-PAI-CADAMEST.
          READ CADAMEST
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             MOVE SPACES     TO REGISTRO-PAI
             MOVE REG-MASTER TO REGISTRO-PAI
             PERFORM GUARDA-PAI.

       GUARDA-PAI.
          ADD 1 TO NUM-REG.
          MOVE SPACES TO CHAVE-BUSCA.
          MOVE REGISTRO-PAI (POS-PAI-REF:TAM-PAI-REF)
            TO CHAVE-BUSCA (1:TAM-PAI-REF).
          PERFORM PROCURA-PAI.
          IF ACHOU-PAI EQUAL "SIM"
             ADD 1 TO QTD-IRREG
             MOVE NUM-REG     TO REG-REL
             MOVE CHAVE-BUSCA TO CHAVE-REL
             MOVE "CHAVE REPETIDA NO ARQUIVO PAI" TO MENSAGEM-SAI
             PERFORM REGISTRA-OCORRENCIA
          ELSE IF QTD-PAIS LESS THAN 9999
             ADD 1 TO QTD-PAIS
             SET IDX-PAI TO QTD-PAIS
             MOVE CHAVE-BUSCA TO TPAI-CHAVE (IDX-PAI)
             MOVE NUM-REG     TO TPAI-REG (IDX-PAI)
             MOVE ZEROS       TO TPAI-QTD (IDX-PAI)
          ELSE
             MOVE "SIM" TO PAIS-ESGOTADOS.

       PROCURA-PAI.
          MOVE "NAO" TO ACHOU-PAI.
          SET IDX-PAI TO 1.
          SEARCH PAI-OCR
             AT END
                MOVE "NAO" TO ACHOU-PAI
             WHEN IDX-PAI GREATER THAN QTD-PAIS
                MOVE "NAO" TO ACHOU-PAI
             WHEN TPAI-CHAVE (IDX-PAI) EQUAL CHAVE-BUSCA
                MOVE "SIM" TO ACHOU-PAI.

       CONFERE-FILHOS.
          MOVE ARQ-FILHO-REF TO ARQ-NOME-FIL.
          MOVE "NAO" TO FIM-ARQ.
          MOVE ZEROS TO NUM-REG.
          IF ARQ-NOME-FIL EQUAL "CADAMEST.DAT"
             OPEN INPUT CADAMEST
             PERFORM LE-FILHO-CADAMEST
                UNTIL FIM-ARQ EQUAL "SIM"
             CLOSE CADAMEST
          ELSE
             OPEN INPUT ARQFIL
             PERFORM LE-FILHO
                UNTIL FIM-ARQ EQUAL "SIM"
             CLOSE ARQFIL.

       LE-FILHO.
          READ ARQFIL
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             MOVE SPACES TO REGISTRO-FILHO
             IF TAM-REG-FIL GREATER THAN ZEROS
                MOVE REG-FIL (1:TAM-REG-FIL)
                  TO REGISTRO-FILHO (1:TAM-REG-FIL)
             END-IF
             PERFORM CONFERE-1-FILHO.

       LE-FILHO-CADAMEST.
          READ CADAMEST
             AT END
             MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             MOVE SPACES     TO REGISTRO-FILHO
             MOVE REG-MASTER TO REGISTRO-FILHO
             PERFORM CONFERE-1-FILHO.

      *    A CHAVE DO FILHO E MONTADA COM OS DOIS PEDACOS NA ORDEM
      *    DA TABELA PARA FICAR IGUAL A CHAVE CONTINUA DO PAI.
       CONFERE-1-FILHO.
          ADD 1 TO NUM-REG.
          ADD 1 TO QTD-FILHOS.
          ADD 1 TO CT-LIDOS.
          MOVE SPACES TO CHAVE-BUSCA.
          MOVE REGISTRO-FILHO (POS1-FILHO-REF:TAM1-FILHO-REF)
            TO CHAVE-BUSCA (1:TAM1-FILHO-REF).
          IF TAM2-FILHO-REF GREATER THAN ZEROS
             MOVE REGISTRO-FILHO (POS2-FILHO-REF:TAM2-FILHO-REF)
               TO CHAVE-BUSCA (TAM1-FILHO-REF + 1:TAM2-FILHO-REF).
          IF ZERO-OPC-REF EQUAL "S"
          AND CHAVE-BUSCA (1:TAM-PAI-REF) EQUAL ZEROS
             ADD 1 TO QTD-SEM-VINCULO
          ELSE
             PERFORM PROCURA-PAI
             IF ACHOU-PAI EQUAL "SIM"
                ADD 1 TO TPAI-QTD (IDX-PAI)
             ELSE
                ADD 1 TO QTD-ORFAOS
                MOVE NUM-REG     TO REG-REL
                MOVE CHAVE-BUSCA TO CHAVE-REL
                MOVE "FILHO ORFAO - CHAVE SEM PAI" TO MENSAGEM-SAI
                PERFORM REGISTRA-OCORRENCIA.

       CONFERE-CONTAGEM.
          IF TPAI-QTD (IDX-PAI) GREATER THAN MAX-FILHOS-REF
             ADD 1 TO QTD-IRREG
             MOVE TPAI-QTD (IDX-PAI)   TO QTD-MSG
             MOVE MAX-FILHOS-REF       TO MAX-MSG
             MOVE MSG-EXCESSO          TO MENSAGEM-SAI
             MOVE TPAI-REG (IDX-PAI)   TO REG-REL
             MOVE TPAI-CHAVE (IDX-PAI) TO CHAVE-REL
             PERFORM REGISTRA-OCORRENCIA.

       REGISTRA-OCORRENCIA.
          ADD 1 TO OCORR-REL.
          IF SEV-REL EQUAL "C"
             ADD 1 TO CT-CRITICOS
          ELSE
             ADD 1 TO CT-AVISOS.
          IF OCORR-REL GREATER THAN 20
             ADD 1 TO OCORR-NAO-LISTADA
          ELSE
             PERFORM IMPRIME-D0.

       ENCERRA-RELACIONAMENTO.
          IF OCORR-NAO-LISTADA GREATER THAN ZEROS
             MOVE OCORR-NAO-LISTADA TO QTD-NAO-LISTADA
             IF CT-LIN GREATER THAN 39
                PERFORM IMPRIME-CAB
             END-IF
             WRITE REG-ATR FROM MSG-NAO-LISTADA
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN.
          MOVE QTD-FILHOS TO FILHOS-RES.
          MOVE QTD-ORFAOS TO ORFAOS-RES.
          MOVE QTD-PAIS   TO PAIS-RES.
          MOVE QTD-IRREG  TO IRREG-RES.
          IF OCORR-REL EQUAL ZEROS
             MOVE "OK"      TO SITUACAO-RES
             ADD 1 TO CT-REL-OK
          ELSE IF SEV-REL EQUAL "C"
             MOVE "CRITICO" TO SITUACAO-RES
             ADD 1 TO CT-REL-CRITICOS
          ELSE
             MOVE "AVISO"   TO SITUACAO-RES
             ADD 1 TO CT-REL-AVISOS.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM RESUMO
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

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
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          MOVE "RELACIONAMENTOS CONFERIDOS:" TO ROTULO-ROD.
          MOVE QTD-RELAC TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "RELACIONAMENTOS SEM OCORRENCIA:" TO ROTULO-ROD.
          MOVE CT-REL-OK TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "RELACIONAMENTOS CRITICOS:" TO ROTULO-ROD.
          MOVE CT-REL-CRITICOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "RELACIONAMENTOS COM AVISO:" TO ROTULO-ROD.
          MOVE CT-REL-AVISOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "REGISTROS FILHOS LIDOS:" TO ROTULO-ROD.
          MOVE CT-LIDOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "OCORRENCIAS CRITICAS:" TO ROTULO-ROD.
          MOVE CT-CRITICOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "AVISOS:" TO ROTULO-ROD.
          MOVE CT-AVISOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-CONTROLE.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELREFER.
          IF CT-CRITICOS GREATER THAN ZEROS
             DISPLAY "EM12/EX18: ORFAOS CRITICOS ENTRE CADASTROS - "
                     "VER RELREFER"
             MOVE 8 TO RETURN-CODE.

       GRAVA-CONTROLE.
          OPEN OUTPUT CTLREFIN.
          MOVE WS-DATA-HOJE TO DATA-CTLREF.
          MOVE CT-CRITICOS  TO CRIT-CTLREF.
          MOVE CT-AVISOS    TO AVISO-CTLREF.
          MOVE QTD-RELAC    TO RELAC-CTLREF.
          WRITE REG-CTLREF.
          CLOSE CTLREFIN.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX18"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE ZEROS          TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-CRITICOS + CT-AVISOS.
          IF CT-CRITICOS GREATER THAN ZEROS
             MOVE "ERRO"      TO RL-STATUS
          ELSE
             MOVE "NORMAL"    TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
