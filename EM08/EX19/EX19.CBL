      *                CADRESPN.DAT E O RELATORIO DE OCORRENCIAS.
      *                NOME, ENDERECO E CIDADE NAO PODEM SER
      *                BRANCOS E CEP E TELEFONE NAO PODEM SER
      *                ZEROS (MESMAS CRITICAS DO EM02/EX05), E O
      *                CEP TEM DE CONSTAR DA TABELA DE CEP (ROTINA
      *                CEPBUSCA). O EXTRATO DE DISTRIBUICAO DE
      *                BOLETINS (EM08/EX20) ENDERECA O BOLETIM POR
      *                AQUI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.

       01 CBU-PARM.
          02 CBU-CEP            PIC 9(08).
          02 CBU-LOGRADOURO     PIC X(30).
          02 CBU-BAIRRO         PIC X(20).
          02 CBU-CIDADE         PIC X(30).
          02 CBU-ESTADO         PIC X(02).
          02 CBU-ACHOU          PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.


       CRITICA-DADOS.
          MOVE "SIM" TO DADOS-VALIDOS.
          MOVE "N" TO CBU-ACHOU.
          IF NOT CEP-INVALIDO
             MOVE CEP-MOV TO CBU-CEP
             CALL "CEPBUSCA" USING CBU-PARM.
          IF NOME-INVALIDO
             MOVE "NOME NAO INFORMADO" TO MENSAGEM-SAI
             MOVE "NAO" TO DADOS-VALIDOS
          ELSE IF CEP-INVALIDO
             MOVE "CEP NAO INFORMADO" TO MENSAGEM-SAI
             MOVE "NAO" TO DADOS-VALIDOS
          ELSE IF CBU-ACHOU EQUAL "N"
             MOVE "CEP INEXISTENTE NA TABELA" TO MENSAGEM-SAI
             MOVE "NAO" TO DADOS-VALIDOS
          ELSE IF TELEFONE-INVALIDO
             MOVE "TELEFONE NAO INFORMADO" TO MENSAGEM-SAI
             MOVE "NAO" TO DADOS-VALIDOS.
