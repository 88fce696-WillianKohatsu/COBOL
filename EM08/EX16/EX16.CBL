      *                O ANO NOVO. IMPRIME O MAPA DE PROMOCAO POR
      *                TURMA PARA CONFERENCIA DA SECRETARIA. O
      *                ARQUIVAMENTO DO ANO FECHADO E O EM08/EX17.
      *                O CERTIFICADO DE CONCLUSAO DA SERIE 9 E O
      *                LIVRO DE REGISTRO SAEM PELO EM08/EX22.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
