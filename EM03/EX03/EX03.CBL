      *               ARQUIVO ASSUME O EVENTO 001), NO LAYOUT QUE
      *               O FECHAMENTO POR EVENTO (EM09/EX02) E O
      *               RESUMO DA TEMPORADA (EM09/EX08) LEEM.
      *               A FILA DA CAPACIDADE SEGUE O HISTORICO DE
      *               COMPARECIMENTO HISTCONV.DAT (EM09/EX14): PRIMEIRO
      *               QUEM JA COMPARECEU E NAO FALTOU NO ULTIMO EVENTO,
      *               DEPOIS OS DEMAIS, E POR ULTIMO OS FALTOSOS
      *               CRONICOS (AUSENCIAS SEGUIDAS NO LIMITE
      *               FALTAS-PARM, 3 SE NAO INFORMADO). DENTRO DE CADA
      *               FAIXA VALE A ORDEM DO CADENT.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL EVENFEST  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL HISTCONV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
	   
       01 REG-EVF.
          02 EVENTO-EVF      PIC 9(03).

       FD HISTCONV
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "HISTCONV.DAT".

       01 REG-HIST.
          02 RG-HIS          PIC X(10).
          02 NOME-HIS        PIC X(30).
          02 CONVITES-HIS    PIC 9(03).
          02 PRESENCAS-HIS   PIC 9(03).
          02 AUSENCIAS-HIS   PIC 9(03).
          02 SEGUIDAS-HIS    PIC 9(02).
          02 ULT-EVENTO-HIS  PIC 9(03).

       WORKING-STORAGE SECTION.
       77  FIM-ARQ           PIC X(03)   VALUE "NAO".
       77  CORTE-IDADE       PIC 9(02)   VALUE 18.
       77  CAPACIDADE-FESTA  PIC 9(05)   VALUE 100.
       77  CT-CONVIDADOS     PIC 9(05)   VALUE ZEROS.
       77  EVENTO-CORRENTE   PIC 9(03)   VALUE 1.
       77  LIMITE-FALTAS     PIC 9(02)   VALUE 3.
       77  FIM-HIS           PIC X(03)   VALUE "NAO".
       77  QTD-HIST          PIC 9(04)   VALUE ZEROS.
       77  ACHOU-HIST        PIC X(03)   VALUE "NAO".
       77  FAIXA-PASSADA     PIC 9(01)   VALUE ZEROS.
       77  FAIXA-CONVIDADO   PIC 9(01)   VALUE ZEROS.

      *    FAIXA 1 = JA COMPARECEU, 2 = SEM HISTORICO OU NEUTRO,
      *    3 = FALTOSO CRONICO.
       01  TAB-HIST.
           02 HIS-OCR  OCCURS 3000 TIMES INDEXED BY IDX-HIS.
              03 THIS-RG       PIC X(10).
              03 THIS-FAIXA    PIC 9(01).

       PROCEDURE  DIVISION.
		
	   
       ROT-ENTRADA SECTION.
          PERFORM  INICIO-ENTRADA.
          PERFORM  PASSADA-ENTRADA
                   VARYING FAIXA-PASSADA FROM 1 BY 1
                   UNTIL FAIXA-PASSADA GREATER THAN 3.
          PERFORM  FIM-ENTRADA.
	   
       INICIO-ENTRADA SECTION.
          PERFORM LE-PARAMETRO.
          PERFORM LE-EVENTO.
          PERFORM CARREGA-HISTORICO.
          OPEN OUTPUT CADMENOR.
          OPEN OUTPUT CADESPERA.

      *    UMA PASSADA NO CADENT.DAT POR FAIXA DE PRIORIDADE.
       PASSADA-ENTRADA SECTION.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADENT.
          PERFORM LEITURA-ENTRADA.
          PERFORM PRINCIPAL-ENTRADA
                  UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADENT.

       LE-PARAMETRO SECTION.
          OPEN INPUT PARMGER.
             MOVE  IDADE-CORTE-PARM  TO  CORTE-IDADE.
          IF  CAPACIDADE-PARM  GREATER THAN  ZEROS
             MOVE  CAPACIDADE-PARM  TO  CAPACIDADE-FESTA.
          IF  FALTAS-PARM  NUMERIC
          AND FALTAS-PARM  GREATER THAN  ZEROS
             MOVE  FALTAS-PARM  TO  LIMITE-FALTAS.
          CLOSE PARMGER.
       
       LE-EVENTO SECTION.
             MOVE  EVENTO-EVF  TO  EVENTO-CORRENTE.
          CLOSE EVENFEST.

       CARREGA-HISTORICO SECTION.
          OPEN INPUT HISTCONV.
          PERFORM LE-1-HISTORICO
                  UNTIL FIM-HIS EQUAL "SIM".
          CLOSE HISTCONV.

       LE-1-HISTORICO SECTION.
          READ HISTCONV
             AT END
             MOVE "SIM" TO FIM-HIS.
          IF  FIM-HIS  EQUAL  "NAO"
          AND QTD-HIST  LESS THAN  3000
             ADD 1 TO QTD-HIST
             SET IDX-HIS TO QTD-HIST
             MOVE RG-HIS TO THIS-RG (IDX-HIS)
             IF  SEGUIDAS-HIS  NOT LESS THAN  LIMITE-FALTAS
                MOVE 3 TO THIS-FAIXA (IDX-HIS)
             ELSE
                IF  PRESENCAS-HIS  GREATER THAN  ZEROS
                AND SEGUIDAS-HIS  EQUAL  ZEROS
                   MOVE 1 TO THIS-FAIXA (IDX-HIS)
                ELSE
                   MOVE 2 TO THIS-FAIXA (IDX-HIS).

       CLASSIFICA-CONVIDADO SECTION.
          MOVE 2 TO FAIXA-CONVIDADO.
          MOVE "NAO" TO ACHOU-HIST.
          SET IDX-HIS TO 1.
          PERFORM BUSCA-1-HISTORICO
                  UNTIL IDX-HIS GREATER THAN QTD-HIST
                     OR ACHOU-HIST EQUAL "SIM".

       BUSCA-1-HISTORICO SECTION.
          IF  THIS-RG (IDX-HIS)  EQUAL  RG-ENT
             MOVE "SIM" TO ACHOU-HIST
             MOVE THIS-FAIXA (IDX-HIS) TO FAIXA-CONVIDADO
          ELSE
             SET IDX-HIS UP BY 1.

       LEITURA-ENTRADA SECTION.
          READ CADENT
          AT END
		  
       SELECAO-ENTRADA SECTION.
          IF IDADE-ENT  NOT LESS THAN CORTE-IDADE
             PERFORM SELECAO-MAIOR
          ELSE
             IF FAIXA-PASSADA  EQUAL  1
                PERFORM GRAVACAO-MENOR.

       SELECAO-MAIOR SECTION.
          PERFORM CLASSIFICA-CONVIDADO.
          IF FAIXA-CONVIDADO  EQUAL  FAIXA-PASSADA
             IF CT-CONVIDADOS  LESS THAN  CAPACIDADE-FESTA
                PERFORM GRAVACAO-ENTRADA
             ELSE
                PERFORM GRAVACAO-ESPERA.

       GRAVACAO-ENTRADA SECTION.
          MOVE  EVENTO-CORRENTE  TO  EVENTO-TRAB.
          WRITE  REG-MENOR.

       FIM-ENTRADA SECTION.
          CLOSE CADMENOR
                CADESPERA.
		  
