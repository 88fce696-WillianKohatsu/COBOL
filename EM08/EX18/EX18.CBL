      *                ARQUIVADO - O DOCUMENTO QUE O ALUNO
      *                TRANSFERIDO LEVA, SEM MEXER EM BACKUP.
      *                MATRICULA SEM HISTORICO SAI COM A OBSERVACAO
      *                PROPRIA. O ANO INTERROMPIDO POR TRANSFERENCIA
      *                (EM08/EX23) SAI COM A SITUACAO "TRANSFERIDO"
      *                E A MEDIA PARCIAL CONGELADA NA SAIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 NOME-HISTM         PIC X(20).
          02 TURMA-HISTM        PIC X(05).
          02 MEDIA-HISTM        PIC 9(02)V99.
          02 SITUACAO-HISTM     PIC X(11).

       FD RELHISTM
          LABEL RECORD IS OMITTED.
             03 TH-NOME        PIC X(20).
             03 TH-TURMA       PIC X(05).
             03 TH-MEDIA       PIC 9(02)V99.
             03 TH-SITUACAO    PIC X(11).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.
          02 FILLER          PIC X(07) VALUE SPACES.
          02 MEDIA-REL       PIC Z9,99.
          02 FILLER          PIC X(07) VALUE SPACES.
          02 SIT-REL         PIC X(11).
          02 FILLER          PIC X(26) VALUE SPACES.

       01 DET-SEM-HIST.
          02 FILLER          PIC X(05) VALUE SPACES.
