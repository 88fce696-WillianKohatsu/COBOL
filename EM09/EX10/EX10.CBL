      *                PESO DA MATERIA E FLAG DE ANULADA - QUESTAO
      *                ANULADA DA O PONTO A TODOS) E OS CARTOES
      *                DOS CANDIDATOS (RESPOSTA.DAT: CPF, NOME,
      *                OPCOES DE CURSO, AS MARCACOES, UMA LETRA
      *                POR QUESTAO, E A CATEGORIA DE COTA QUE VEM
      *                NO CARTAO PRE-IDENTIFICADO DO EM09/EX12 -
      *                CARTAO SEM ELA E AMPLA CONCORRENCIA). SOMA OS
      *                PESOS DAS QUESTOES CERTAS, CLASSIFICA POR
      *                PONTOS DECRESCENTES E GRAVA CADVEST.DAT PRONTO
      *                PARA A ALOCACAO DE VAGAS (EM09/EX01), COM
      *                CLASSIFICACAO, PERCENTIL E COTA. IMPRIME A
      *                DISTRIBUICAO DE NOTAS POR FAIXA DO MAXIMO
      *                POSSIVEL PARA A BANCA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 OPCAO2-RESP     PIC 9(03).
          02 MARCACOES-RESP.
             03 MARCA-RESP   OCCURS 100 TIMES PIC X(01).
          02 COTA-RESP       PIC 9(01).

       SD TRAB.
       01 REG-TRAB.
          02 NOME-TRAB       PIC X(30).
          02 OPCAO1-TRAB     PIC 9(03).
          02 OPCAO2-TRAB     PIC 9(03).
          02 COTA-TRAB       PIC 9(01).

       FD CADVEST
          LABEL RECORD ARE  STANDARD
          02 PERCENTIL-VEST  PIC 9(03).
          02 OPCAO1-VEST     PIC 9(03).
          02 OPCAO2-VEST     PIC 9(03).
          02 COTA-VEST       PIC 9(01).

       FD RELNOTAS
          LABEL RECORD IS OMITTED.
          MOVE NOME-RESP   TO NOME-TRAB.
          MOVE OPCAO1-RESP TO OPCAO1-TRAB.
          MOVE OPCAO2-RESP TO OPCAO2-TRAB.
          IF COTA-RESP NUMERIC
             MOVE COTA-RESP TO COTA-TRAB
          ELSE
             MOVE ZERO      TO COTA-TRAB.
          RELEASE REG-TRAB.

      *    QUESTAO ANULADA DA O PESO A TODOS OS CANDIDATOS.
          MOVE PERCENTIL-CALC TO PERCENTIL-VEST.
          MOVE OPCAO1-TRAB    TO OPCAO1-VEST.
          MOVE OPCAO2-TRAB    TO OPCAO2-VEST.
          MOVE COTA-TRAB      TO COTA-VEST.
          WRITE REG-VEST.
          ADD 1 TO CT-GRAVADOS.

