      *                E TRAILER COM TOTAIS DE CONTROLE. SOCIO COM
      *                AUTORIZACAO DE DEBITO ATIVA EM DEBAUT.DAT
      *                NAO RECEBE BOLETO: E COBRADO PELA REMESSA DE
      *                DEBITO AUTOMATICO (EM05/EX08), SALVO SE O
      *                ULTIMO DEBITO VOLTOU NAO EFETUADO (DEBREJ.DAT,
      *                GERADO PELO EM05/EX15): ESSE SOCIO VOLTA PARA
      *                O BOLETO NESTE CICLO. VENCIMENTO EM
      *                FIM DE SEMANA OU FERIADO DE CALFERI.DAT E
      *                ROLADO PARA O PROXIMO DIA UTIL PELA ROTINA
      *                DIAUTIL, TANTO NO CALCULO DO ATRASO QUANTO
          SELECT OPTIONAL DEBAUT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL DEBREJ ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT PARMGER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 DATA-MAND-DEB      PIC 9(08).
          02 SIT-DEB            PIC X(01).

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
       77 CH-DEB           PIC X(06)       VALUE SPACES.
       77 TEM-DEBITO       PIC X(03)       VALUE "NAO".
       77 CT-DEBITO        PIC 9(05)       VALUE ZEROS.
       77 CH-DREJ          PIC X(06)       VALUE SPACES.
       77 CT-VOLTA-BOLETO  PIC 9(05)       VALUE ZEROS.

       01 WS-DATA-HOJE.
          02 WS-ANO-HOJE   PIC 9(04).
          PERFORM LE-PARAMETRO.
          OPEN INPUT CADSOC1
                     DEBAUT
                     DEBREJ
             OUTPUT REMSOC.
          PERFORM GRAVA-HEADER.
          PERFORM LER-DEB.
          PERFORM LER-DREJ.
          PERFORM LEITURA.

       VERIFICA-DIA-FECHADO.
             MOVE "SIM" TO TEM-DEBITO
          ELSE
             MOVE "NAO" TO TEM-DEBITO.
          IF TEM-DEBITO EQUAL "SIM"
             PERFORM VERIFICA-REJEICAO.

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
             MOVE "NAO" TO TEM-DEBITO
             ADD 1 TO CT-VOLTA-BOLETO.

       ROLA-VENCIMENTO.
          MOVE DD-VENC   TO DUT-DIA.
          PERFORM GRAVA-RUNLOG.
          CLOSE  CADSOC1
                 DEBAUT
                 DEBREJ
                 REMSOC.

       GRAVA-CONTROLE.
