       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HASHLOG.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        ROTINA DE VALOR DE CONFERENCIA DAS LINHAS DOS
      *                LOGS DE AUDITORIA. RECEBE A LINHA (ATE 200
      *                POSICOES, COMPLETADA COM BRANCOS) E DEVOLVE UM
      *                VALOR DE NOVE DIGITOS CALCULADO POSICAO A
      *                POSICAO (BASE 31, MODULO 999999937), DE MODO
      *                QUE QUALQUER ALTERACAO DA LINHA MUDA O VALOR.
      *                CADA LINHA DO LOG GUARDA O VALOR DA LINHA
      *                ANTERIOR, FORMANDO A CADEIA CONFERIDA PELO
      *                EM12/EX17. O CODIGO DE CADA CARACTER E A SUA
      *                POSICAO NA TABELA ABAIXO, E NAO O CODIGO DA
      *                MAQUINA, PARA O VALOR SER O MESMO EM QUALQUER
      *                AMBIENTE; CARACTER FORA DA TABELA VALE 99.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 POS-HSH            PIC 9(03)    VALUE ZEROS.
       77 COD-CAR            PIC 9(02)    VALUE ZEROS.
       77 ACUM-HSH           PIC 9(12)    VALUE ZEROS.
       77 QUOC-HSH           PIC 9(12)    VALUE ZEROS.
       77 CAR-HSH            PIC X(01)    VALUE SPACES.

       01 TAB-CARACTERES.
          02 FILLER          PIC X(37)    VALUE
             " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          02 FILLER          PIC X(26)    VALUE
             "abcdefghijklmnopqrstuvwxyz".
          02 FILLER          PIC X(24)    VALUE
             ".,;:-/()*+=_$%&#@!?<>'\|".

       LINKAGE SECTION.
       01 HSH-PARM.
          02 HSH-VALOR        PIC 9(09).
          02 HSH-TEXTO        PIC X(200).

       PROCEDURE DIVISION USING HSH-PARM.

       HASHLOG-PRINCIPAL.
          MOVE ZEROS TO HSH-VALOR.
          PERFORM SOMA-CARACTER
             VARYING POS-HSH FROM 1 BY 1
             UNTIL POS-HSH GREATER THAN 200.
          GOBACK.

       SOMA-CARACTER.
          MOVE HSH-TEXTO (POS-HSH:1) TO CAR-HSH.
          MOVE ZEROS TO COD-CAR.
          INSPECT TAB-CARACTERES TALLYING COD-CAR
             FOR CHARACTERS BEFORE INITIAL CAR-HSH.
          IF COD-CAR NOT LESS THAN 87
             MOVE 98 TO COD-CAR.
          COMPUTE ACUM-HSH = HSH-VALOR * 31 + COD-CAR + 1.
          DIVIDE ACUM-HSH BY 999999937
             GIVING QUOC-HSH REMAINDER HSH-VALOR.
