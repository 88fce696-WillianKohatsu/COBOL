      *                TOTALIZA ALUNOS COBRADOS, SEM TABELA E O
      *                VALOR FATURADO. O AGING DA INADIMPLENCIA E
      *                O BLOQUEIO DE REMATRICULA SAEM DO EM08/EX15.
      *                NA GERACAO APLICA A BOLSA DO ALUNO
      *                (BOLSAS.DAT: MATRICULA, TIPO, PERCENTUAL E
      *                COMPETENCIAS DE INICIO E FIM - FIM ZERADO E
      *                BOLSA SEM PRAZO) E, SOBRE O QUE RESTA, O
      *                DESCONTO DE IRMAO (PERCENTUAL DE PARMDESC.DAT,
      *                PADRAO 10%) DO SEGUNDO FILHO EM DIANTE DO
      *                MESMO RESPONSAVEL (NOME E CEP EM CADRESP.DAT;
      *                O PRIMEIRO FILHO E O DE MENOR MATRICULA). A
      *                COBRANCA GUARDA O BRUTO, OS DOIS DESCONTOS E
      *                O LIQUIDO (VALOR-MEN); LIQUIDO ZERADO SAI
      *                ISENTO ("I"), FORA DO AGING. O RELATORIO
      *                LISTA OS DESCONTOS CONCEDIDOS E TOTALIZA O
      *                DESCONTO POR TIPO PARA APROVACAO DA DIRETORIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

          SELECT  RELMENS  ASSIGN TO DISK.

          SELECT OPTIONAL BOLSAS   ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADRESP  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL PARMDESC ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL DATAMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

             03 MM-VENC-MEN     PIC 99.
             03 AAAA-VENC-MEN   PIC 9(04).
          02 SIT-MEN            PIC X(01).
          02 VALOR-BRUTO-MEN    PIC 9(07)V99.
          02 DESC-BOLSA-MEN     PIC 9(07)V99.
          02 DESC-IRMAO-MEN     PIC 9(07)V99.
          02 VALOR-PAGO-MEN     PIC 9(07)V99.
          02 DATA-PAG-MEN       PIC 9(08).

       FD RELMENS
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD BOLSAS
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "BOLSAS.DAT".

       01 REG-BOLSA.
          02 MATRICULA-BOL      PIC 9(07).
          02 TIPO-BOL           PIC X(10).
          02 PCT-BOL            PIC 9(03)V99.
          02 INICIO-BOL         PIC 9(06).
          02 VALIDADE-BOL       PIC 9(06).

       FD CADRESP
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRESP.DAT".

       01 REG-RESP.
          02 MATRICULA-RSP      PIC 9(07).
          02 NOME-RSP           PIC X(30).
          02 ENDER-RSP          PIC X(30).
          02 CIDADE-RSP         PIC X(15).
          02 CEP-RSP            PIC 9(08).
          02 TELEFONE-RSP       PIC 9(10).

       FD PARMDESC
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMDESC.DAT".

       01 REG-PARMDESC.
          02 PCT-IRMAO-PARM     PIC 9(03)V99.

       FD DATAMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DATAMOV.DAT".
       77 TOTAL-SEM-TABELA PIC 9(05)    VALUE ZEROS.
       77 TOTAL-FATURADO   PIC 9(11)V99 VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 FIM-BOL          PIC X(03)    VALUE "NAO".
       77 FIM-RSP          PIC X(03)    VALUE "NAO".
       77 QTD-BOLSAS       PIC 9(04)    VALUE ZEROS.
       77 QTD-RESPONSAVEIS PIC 9(04)    VALUE ZEROS.
       77 QTD-FAMILIAS     PIC 9(04)    VALUE ZEROS.
       77 QTD-TIPOS        PIC 9(02)    VALUE ZEROS.
       77 ACHOU-BOLSA      PIC X(03)    VALUE "NAO".
       77 ACHOU-RESP       PIC X(03)    VALUE "NAO".
       77 ACHOU-FAMILIA    PIC X(03)    VALUE "NAO".
       77 ACHOU-TIPO       PIC X(03)    VALUE "NAO".
       77 COMPETENCIA      PIC 9(06)    VALUE ZEROS.
       77 PCT-IRMAO        PIC 9(03)V99 VALUE ZEROS.
       77 VALOR-BRUTO      PIC 9(07)V99 VALUE ZEROS.
       77 DESC-BOLSA       PIC 9(07)V99 VALUE ZEROS.
       77 DESC-IRMAO       PIC 9(07)V99 VALUE ZEROS.
       77 VALOR-LIQUIDO    PIC 9(07)V99 VALUE ZEROS.
       77 TIPO-BUSCA       PIC X(10)    VALUE SPACES.
       77 VALOR-DESC-TIPO  PIC 9(07)V99 VALUE ZEROS.
       77 TOTAL-BRUTO      PIC 9(11)V99 VALUE ZEROS.
       77 TOTAL-DESCONTO   PIC 9(11)V99 VALUE ZEROS.
       77 TOTAL-ISENTOS    PIC 9(05)    VALUE ZEROS.

       01 TAB-BOLSAS.
          02 BOL-OCR  OCCURS 1000 TIMES INDEXED BY IDX-BOL.
             03 TB-MATRICULA   PIC 9(07).
             03 TB-TIPO        PIC X(10).
             03 TB-PCT         PIC 9(03)V99.
             03 TB-INICIO      PIC 9(06).
             03 TB-FIM         PIC 9(06).

       01 TAB-RESPONSAVEIS.
          02 RSP-OCR  OCCURS 2000 TIMES INDEXED BY IDX-RSP.
             03 TR-MATRICULA   PIC 9(07).
             03 TR-NOME        PIC X(30).
             03 TR-CEP         PIC 9(08).

      *    FILHOS JA COBRADOS NESTA GERACAO POR RESPONSAVEL.
       01 TAB-FAMILIAS.
          02 FAM-OCR  OCCURS 2000 TIMES INDEXED BY IDX-FAM.
             03 TF-NOME        PIC X(30).
             03 TF-CEP         PIC 9(08).
             03 TF-FILHOS      PIC 9(02).

      *    DESCONTO CONCEDIDO POR TIPO (BOLSAS E "IRMAO").
       01 TAB-TIPOS.
          02 TIP-OCR  OCCURS 20 TIMES INDEXED BY IDX-TIP.
             03 TD-TIPO        PIC X(10).
             03 TD-QTD         PIC 9(05).
             03 TD-VALOR       PIC 9(09)V99.

       01 TAB-TURMAS.
          02 TUR-OCR  OCCURS 100 TIMES INDEXED BY IDX-TUR.
          02 TOT-FAT-SAI     PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "VALOR BRUTO DAS COBRANCAS:    ".
          02 TOT-BRU-SAI     PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "TOTAL DE DESCONTOS:           ".
          02 TOT-DES-SAI     PIC ZZZZZZZZZZ9,99.
          02 FILLER          PIC X(36) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "COBRANCAS ISENTAS (100%):     ".
          02 TOT-ISE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 CAB-TIPOS.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "DESCONTOS CONCEDIDOS POR TIPO           ".
          02 FILLER          PIC X(35) VALUE SPACES.

       01 DET-TIPO.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 TIPO-TIP-SAI    PIC X(10).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 QTD-TIP-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(08) VALUE " ALUNOS ".
          02 VALOR-TIP-SAI   PIC ZZZZZZZZ9,99.
          02 FILLER          PIC X(37) VALUE SPACES.

       01 MSG-DESCONTO.
          02 TIPO-MSG        PIC X(10).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 PCT-MSG         PIC ZZ9,99.
          02 FILLER          PIC X(13) VALUE "% DESCONTO   ".
          02 VALOR-MSG       PIC ZZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       EM08-EX14.
          PERFORM LE-DATA-MOVIMENTO.
          PERFORM DEFINE-COMPETENCIA.
          PERFORM CARREGA-TABELA.
          PERFORM LE-PARAMETRO-DESCONTO.
          PERFORM CARREGA-BOLSAS.
          PERFORM CARREGA-RESPONSAVEIS.
          OPEN INPUT CADAMEST
             OUTPUT RELMENS.
          OPEN EXTEND MENSALID.
          ELSE
             COMPUTE MES-VENCIMENTO = WS-MES-HOJE + 1
             MOVE WS-ANO-HOJE TO ANO-VENCIMENTO.
          COMPUTE COMPETENCIA =
             ANO-VENCIMENTO * 100 + MES-VENCIMENTO.

       LE-PARAMETRO-DESCONTO.
          OPEN INPUT PARMDESC.
          READ PARMDESC
             AT END
             MOVE 10 TO PCT-IRMAO-PARM.
          CLOSE PARMDESC.
          IF PCT-IRMAO-PARM GREATER THAN 100
             MOVE 10 TO PCT-IRMAO
          ELSE
             MOVE PCT-IRMAO-PARM TO PCT-IRMAO.

       CARREGA-BOLSAS.
          OPEN INPUT BOLSAS.
          PERFORM LE-1-BOLSA
             UNTIL FIM-BOL EQUAL "SIM".
          CLOSE BOLSAS.

       LE-1-BOLSA.
          READ BOLSAS
             AT END
             MOVE "SIM" TO FIM-BOL.
          IF FIM-BOL EQUAL "NAO"
          AND QTD-BOLSAS LESS THAN 1000
             ADD 1 TO QTD-BOLSAS
             SET IDX-BOL TO QTD-BOLSAS
             MOVE MATRICULA-BOL TO TB-MATRICULA (IDX-BOL)
             MOVE TIPO-BOL      TO TB-TIPO (IDX-BOL)
             MOVE PCT-BOL       TO TB-PCT (IDX-BOL)
             MOVE INICIO-BOL    TO TB-INICIO (IDX-BOL)
             MOVE VALIDADE-BOL  TO TB-FIM (IDX-BOL).

       CARREGA-RESPONSAVEIS.
          OPEN INPUT CADRESP.
          PERFORM LE-1-RESPONSAVEL
             UNTIL FIM-RSP EQUAL "SIM".
          CLOSE CADRESP.

       LE-1-RESPONSAVEL.
          READ CADRESP
             AT END
             MOVE "SIM" TO FIM-RSP.
          IF FIM-RSP EQUAL "NAO"
          AND NOME-RSP NOT EQUAL SPACES
          AND QTD-RESPONSAVEIS LESS THAN 2000
             ADD 1 TO QTD-RESPONSAVEIS
             SET IDX-RSP TO QTD-RESPONSAVEIS
             MOVE MATRICULA-RSP TO TR-MATRICULA (IDX-RSP)
             MOVE NOME-RSP      TO TR-NOME (IDX-RSP)
             MOVE CEP-RSP       TO TR-CEP (IDX-RSP).

       CARREGA-TABELA.
          MOVE "NAO" TO FIM-TAB.

       GRAVA-MENSALIDADE.
          ADD 1 TO TOTAL-COBRADOS.
          MOVE TT-VALOR (IDX-TUR) TO VALOR-BRUTO.
          MOVE ZEROS              TO DESC-BOLSA
                                     DESC-IRMAO.
          PERFORM APLICA-BOLSA.
          PERFORM APLICA-IRMAO.
          COMPUTE VALOR-LIQUIDO =
             VALOR-BRUTO - DESC-BOLSA - DESC-IRMAO.
          ADD VALOR-BRUTO   TO TOTAL-BRUTO.
          ADD VALOR-LIQUIDO TO TOTAL-FATURADO.
          COMPUTE TOTAL-DESCONTO =
             TOTAL-DESCONTO + DESC-BOLSA + DESC-IRMAO.
          MOVE MATRICULA-MST     TO MATRICULA-MEN.
          MOVE TURMA-MST         TO TURMA-MEN.
          MOVE COMPETENCIA       TO COMPET-MEN.
          MOVE VALOR-LIQUIDO     TO VALOR-MEN.
          MOVE VALOR-BRUTO       TO VALOR-BRUTO-MEN.
          MOVE DESC-BOLSA        TO DESC-BOLSA-MEN.
          MOVE DESC-IRMAO        TO DESC-IRMAO-MEN.
          MOVE ZEROS             TO VALOR-PAGO-MEN
                                    DATA-PAG-MEN.
          IF TT-DIA-VENC (IDX-TUR) GREATER THAN ZEROS
          AND TT-DIA-VENC (IDX-TUR) LESS THAN 29
             MOVE TT-DIA-VENC (IDX-TUR) TO DD-VENC-MEN
             MOVE 10 TO DD-VENC-MEN.
          MOVE MES-VENCIMENTO TO MM-VENC-MEN.
          MOVE ANO-VENCIMENTO TO AAAA-VENC-MEN.
          IF VALOR-LIQUIDO EQUAL ZEROS
             MOVE "I"         TO SIT-MEN
             ADD 1 TO TOTAL-ISENTOS
          ELSE
             MOVE "A"         TO SIT-MEN.
          WRITE REG-MENS.

      *    BOLSA VIGENTE NA COMPETENCIA. PERCENTUAL ACIMA DE 100 E
      *    RECUSADO NO RELATORIO.
       APLICA-BOLSA.
          MOVE "NAO" TO ACHOU-BOLSA.
          SET IDX-BOL TO 1.
          PERFORM APLICA-1-BOLSA
             UNTIL IDX-BOL GREATER THAN QTD-BOLSAS
                OR ACHOU-BOLSA EQUAL "SIM".
          IF ACHOU-BOLSA EQUAL "SIM"
             IF TB-PCT (IDX-BOL) GREATER THAN 100
                MOVE MATRICULA-MST TO MATR-REL
                MOVE TURMA-MST     TO TURMA-REL
                MOVE "BOLSA COM PERCENTUAL INVALIDO - IGNORADA"
                   TO MENSAGEM-SAI
                PERFORM IMPRIME-D0
             ELSE
                COMPUTE DESC-BOLSA ROUNDED =
                   VALOR-BRUTO * TB-PCT (IDX-BOL) / 100
                MOVE TB-TIPO (IDX-BOL) TO TIPO-BUSCA
                MOVE DESC-BOLSA        TO VALOR-DESC-TIPO
                PERFORM ACUMULA-TIPO
                MOVE TB-TIPO (IDX-BOL) TO TIPO-MSG
                MOVE TB-PCT (IDX-BOL)  TO PCT-MSG
                MOVE DESC-BOLSA        TO VALOR-MSG
                PERFORM IMPRIME-DESCONTO.

       APLICA-1-BOLSA.
          IF TB-MATRICULA (IDX-BOL) EQUAL MATRICULA-MST
          AND TB-INICIO (IDX-BOL) NOT GREATER THAN COMPETENCIA
          AND (TB-FIM (IDX-BOL) EQUAL ZEROS
           OR TB-FIM (IDX-BOL) NOT LESS THAN COMPETENCIA)
             MOVE "SIM" TO ACHOU-BOLSA
          ELSE
             SET IDX-BOL UP BY 1.

      *    O PRIMEIRO FILHO COBRADO DO RESPONSAVEL PAGA CHEIO; DO
      *    SEGUNDO EM DIANTE O DESCONTO INCIDE SOBRE O VALOR QUE
      *    SOBROU DA BOLSA.
       APLICA-IRMAO.
          PERFORM BUSCA-RESPONSAVEL.
          IF ACHOU-RESP EQUAL "SIM"
             PERFORM LOCALIZA-FAMILIA
             IF ACHOU-FAMILIA EQUAL "SIM"
                ADD 1 TO TF-FILHOS (IDX-FAM)
                IF TF-FILHOS (IDX-FAM) GREATER THAN 1
                AND PCT-IRMAO GREATER THAN ZEROS
                AND VALOR-BRUTO GREATER THAN DESC-BOLSA
                   COMPUTE DESC-IRMAO ROUNDED =
                      (VALOR-BRUTO - DESC-BOLSA) * PCT-IRMAO / 100
                   MOVE "IRMAO"    TO TIPO-BUSCA
                   MOVE DESC-IRMAO TO VALOR-DESC-TIPO
                   PERFORM ACUMULA-TIPO
                   MOVE "IRMAO"    TO TIPO-MSG
                   MOVE PCT-IRMAO  TO PCT-MSG
                   MOVE DESC-IRMAO TO VALOR-MSG
                   PERFORM IMPRIME-DESCONTO.

       BUSCA-RESPONSAVEL.
          MOVE "NAO" TO ACHOU-RESP.
          SET IDX-RSP TO 1.
          PERFORM BUSCA-1-RESPONSAVEL
             UNTIL IDX-RSP GREATER THAN QTD-RESPONSAVEIS
                OR ACHOU-RESP EQUAL "SIM".

       BUSCA-1-RESPONSAVEL.
          IF TR-MATRICULA (IDX-RSP) EQUAL MATRICULA-MST
             MOVE "SIM" TO ACHOU-RESP
          ELSE
             SET IDX-RSP UP BY 1.

       LOCALIZA-FAMILIA.
          MOVE "NAO" TO ACHOU-FAMILIA.
          SET IDX-FAM TO 1.
          PERFORM LOCALIZA-1-FAMILIA
             UNTIL IDX-FAM GREATER THAN QTD-FAMILIAS
                OR ACHOU-FAMILIA EQUAL "SIM".
          IF ACHOU-FAMILIA EQUAL "NAO"
          AND QTD-FAMILIAS LESS THAN 2000
             ADD 1 TO QTD-FAMILIAS
             SET IDX-FAM TO QTD-FAMILIAS
             MOVE TR-NOME (IDX-RSP) TO TF-NOME (IDX-FAM)
             MOVE TR-CEP (IDX-RSP)  TO TF-CEP (IDX-FAM)
             MOVE ZEROS             TO TF-FILHOS (IDX-FAM)
             MOVE "SIM"             TO ACHOU-FAMILIA.

       LOCALIZA-1-FAMILIA.
          IF TF-NOME (IDX-FAM) EQUAL TR-NOME (IDX-RSP)
          AND TF-CEP (IDX-FAM) EQUAL TR-CEP (IDX-RSP)
             MOVE "SIM" TO ACHOU-FAMILIA
          ELSE
             SET IDX-FAM UP BY 1.

       ACUMULA-TIPO.
          MOVE "NAO" TO ACHOU-TIPO.
          SET IDX-TIP TO 1.
          PERFORM ACUMULA-1-TIPO
             UNTIL IDX-TIP GREATER THAN QTD-TIPOS
                OR ACHOU-TIPO EQUAL "SIM".
          IF ACHOU-TIPO EQUAL "NAO"
          AND QTD-TIPOS LESS THAN 20
             ADD 1 TO QTD-TIPOS
             SET IDX-TIP TO QTD-TIPOS
             MOVE TIPO-BUSCA TO TD-TIPO (IDX-TIP)
             MOVE ZEROS      TO TD-QTD (IDX-TIP)
                                TD-VALOR (IDX-TIP)
             MOVE "SIM"      TO ACHOU-TIPO.
          IF ACHOU-TIPO EQUAL "SIM"
             ADD 1               TO TD-QTD (IDX-TIP)
             ADD VALOR-DESC-TIPO TO TD-VALOR (IDX-TIP).

       ACUMULA-1-TIPO.
          IF TD-TIPO (IDX-TIP) EQUAL TIPO-BUSCA
             MOVE "SIM" TO ACHOU-TIPO
          ELSE
             SET IDX-TIP UP BY 1.

       IMPRIME-DESCONTO.
          MOVE MATRICULA-MST TO MATR-REL.
          MOVE TURMA-MST     TO TURMA-REL.
          MOVE MSG-DESCONTO  TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          MOVE TOTAL-BRUTO    TO TOT-BRU-SAI.
          MOVE TOTAL-DESCONTO TO TOT-DES-SAI.
          MOVE TOTAL-ISENTOS  TO TOT-ISE-SAI.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM CAB-TIPOS
             AFTER ADVANCING 2 LINES.
          PERFORM IMPRIME-TIPO
             VARYING IDX-TIP FROM 1 BY 1
             UNTIL IDX-TIP GREATER THAN QTD-TIPOS.
          PERFORM GRAVA-RUNLOG.
          CLOSE CADAMEST
                MENSALID
                RELMENS.

       IMPRIME-TIPO.
          MOVE TD-TIPO (IDX-TIP)  TO TIPO-TIP-SAI.
          MOVE TD-QTD (IDX-TIP)   TO QTD-TIP-SAI.
          MOVE TD-VALOR (IDX-TIP) TO VALOR-TIP-SAI.
          WRITE REG-ATR FROM DET-TIPO
             AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM08EX14"     TO RL-PROGRAMA.
