      *                CADEIA. RESTART PENDENTE OU ENTRADA AUSENTE
      *                DERRUBA O GO E DEVOLVE RETURN-CODE 8 PARA O
      *                OPERADOR NAO DISPARAR A JANELA.
      *                MOSTRA TAMBEM O RESULTADO DA ULTIMA VARREDURA
      *                DE INTEGRIDADE REFERENCIAL (CTLREFIN.DAT, DO
      *                EM12/EX18): ORFAO CRITICO ENTRE CADASTROS
      *                DERRUBA O GO; SO AVISOS APENAS APARECEM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL CTLFILME ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTLREFIN ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ARQMOV ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.


       01 REG-CTLFIL         PIC X(05).

       FD CTLREFIN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTLREFIN.DAT".

       01 REG-CTLREF.
          02 DATA-CTLREF     PIC 9(08).
          02 CRIT-CTLREF     PIC 9(07).
          02 AVISO-CTLREF    PIC 9(07).
          02 RELAC-CTLREF    PIC 9(03).

       FD ARQMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMOV.DAT".
       PERFORM VERIFICA-CKPTCON.
       PERFORM VERIFICA-CTLSOCIO.
       PERFORM VERIFICA-CTLFILME.
       PERFORM VERIFICA-CTLREFIN.
       PERFORM VERIFICA-ENTRADAS.
       PERFORM TERMINO.
       STOP RUN.
             MOVE "PRESENTE" TO STATUS-SAI.
          PERFORM IMPRIME-D0.

       VERIFICA-CTLREFIN.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CTLREFIN.
          READ CTLREFIN
             AT END
             MOVE "SIM" TO FIM-ARQ.
          CLOSE CTLREFIN.
          MOVE "CTLREFIN      " TO ITEM-SAI.
          IF FIM-ARQ EQUAL "SIM"
             MOVE "AUSENTE - VARREDURA NAO RODOU" TO STATUS-SAI
          ELSE IF CRIT-CTLREF NOT NUMERIC
          OR CRIT-CTLREF GREATER THAN ZEROS
             MOVE "ORFAOS CRITICOS - EM12/EX18" TO STATUS-SAI
             MOVE "NAO" TO PODE-ABRIR
          ELSE IF AVISO-CTLREF NUMERIC
          AND AVISO-CTLREF GREATER THAN ZEROS
             MOVE "COM AVISOS - VER RELREFER" TO STATUS-SAI
          ELSE
             MOVE "SEM ORFAOS" TO STATUS-SAI.
          PERFORM IMPRIME-D0.

       VERIFICA-ENTRADAS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT ARQMOV.
