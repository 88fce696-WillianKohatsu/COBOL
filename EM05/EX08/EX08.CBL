      *                JUROS DE PARMGER. O ARQUIVO LEVA HEADER
      *                COM DADOS DA EMPRESA E NUMERO DE SEQUENCIA
      *                PROPRIO (CTLDEB.DAT) E TRAILER COM TOTAIS
      *                DE CONTROLE. SOCIO CUJO ULTIMO DEBITO VOLTOU
      *                NAO EFETUADO (DEBREJ.DAT, DO EM05/EX15) FICA
      *                FORA DESTA REMESSA: NESTE CICLO ELE E COBRADO
      *                POR BOLETO PELO EM05/EX01.

       ENVIRONMENT DIVISION.

          SELECT CTLDEB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL DEBREJ ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT PARMGER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       01 REG-CTLDEB.
          02 SEQ-DEBITO-CTL     PIC 9(06).

       FD DEBREJ
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEBREJ.DAT".

       01 REG-DREJ.
          02 NUM-DREJ           PIC 9(06).
          02 OCORR-DREJ         PIC 9(01).
          02 DATA-DREJ          PIC 9(08).

       FD PARMGER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMGER.DAT".
       77 TOTAL-DETALHE    PIC 9(06)       VALUE ZEROS.
       77 TOTAL-VALOR      PIC 9(15)V99    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)       VALUE ZEROS.
       77 CH-DREJ          PIC X(06)       VALUE SPACES.
       77 TEM-REJEICAO     PIC X(03)       VALUE "NAO".

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          PERFORM LE-PARAMETRO.
          OPEN INPUT CADSOC1
                     DEBAUT
                     DEBREJ
             OUTPUT REMDEB.
          PERFORM GRAVA-HEADER.
          PERFORM LER-SOC.
          PERFORM LER-DEB.
          PERFORM LER-DREJ.

       LE-DATA-MOVIMENTO.
          OPEN INPUT DATAMOV.
             PERFORM LER-DEB.

       IGUAL.
          PERFORM VERIFICA-REJEICAO.
          IF SIT-DEB EQUAL "A"
          AND (COD-ENT EQUAL 1 OR 2)
          AND TEM-REJEICAO EQUAL "NAO"
             PERFORM DEFINE-VALOR
             PERFORM GRAVA-DETALHE.

       LER-DREJ.
          READ DEBREJ
             AT END
             MOVE HIGH-VALUES TO CH-DREJ.

          IF CH-DREJ EQUAL TO HIGH-VALUES
             NEXT SENTENCE
          ELSE
             MOVE NUM-DREJ TO CH-DREJ.

       VERIFICA-REJEICAO.
          PERFORM LER-DREJ
             UNTIL CH-DREJ EQUAL HIGH-VALUES
                OR NUM-DREJ NOT LESS THAN NUM-ENT.
          IF CH-DREJ NOT EQUAL HIGH-VALUES
          AND NUM-DREJ EQUAL NUM-ENT
             MOVE "SIM" TO TEM-REJEICAO
          ELSE
             MOVE "NAO" TO TEM-REJEICAO.

       DEFINE-VALOR.
          IF COD-ENT EQUAL 2
             PERFORM CALC-ATRASO
          PERFORM GRAVA-RUNLOG.
          CLOSE  CADSOC1
                 DEBAUT
                 DEBREJ
                 REMDEB.

       GRAVA-CONTROLE.
