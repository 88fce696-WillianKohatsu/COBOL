      *                NAO E GRAVADO DE NOVO (MESMA REGRA DO
      *                FECHAMENTO EM05/EX04). O HISTORICO ESCOLAR
      *                COMPLETO DE UM ALUNO SAI PELO EM08/EX18.
      *                OS REGISTROS "TRANSFERIDO" GRAVADOS NO MEIO
      *                DO ANO PELA GUIA DE TRANSFERENCIA (EM08/EX23)
      *                NAO CONTAM COMO ANO JA ARQUIVADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 NOME-HISTM         PIC X(20).
          02 TURMA-HISTM        PIC X(05).
          02 MEDIA-HISTM        PIC 9(02)V99.
          02 SITUACAO-HISTM     PIC X(11).

       FD RELARQM
          LABEL RECORD IS OMITTED.
             MOVE "SIM" TO FIM-HIST.
          IF FIM-HIST EQUAL "NAO"
          AND ANO-HISTM EQUAL ANO-FECHADO
          AND SITUACAO-HISTM NOT EQUAL "TRANSFERIDO"
             MOVE "SIM" TO ANO-JA-ARQUIVADO.

       LEITURA.
