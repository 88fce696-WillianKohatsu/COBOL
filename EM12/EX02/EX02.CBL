      *                PASSAM SEGUEM EM OKCPFN.DAT, OS QUE HOJE
      *                FALHARIAM VAO PARA A QUARENTENA QUARCPF.DAT
      *                E SAEM NO RELATORIO DELTA COM A REGRA QUE
      *                FALHOU. O CEP TEM DE CONSTAR DA TABELA DE
      *                CEP (ROTINA CEPBUSCA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 CT-MANTIDOS        PIC 9(05)    VALUE ZEROS.
       77 CT-QUARENTENA      PIC 9(05)    VALUE ZEROS.

       01 CBU-PARM.
          02 CBU-CEP            PIC 9(08).
          02 CBU-LOGRADOURO     PIC X(30).
          02 CBU-BAIRRO         PIC X(20).
          02 CBU-CIDADE         PIC X(30).
          02 CBU-ESTADO         PIC X(02).
          02 CBU-ACHOU          PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

             MOVE "CPF INVALIDO" TO REGRA-FALHA.

       VERIFICA-CAMPOS.
          MOVE "N" TO CBU-ACHOU.
          IF NOT CEP-INVALIDO
             MOVE CEP-OK TO CBU-CEP
             CALL "CEPBUSCA" USING CBU-PARM.
          IF RG-INVALIDO
             MOVE "RG NAO INFORMADO" TO REGRA-FALHA
          ELSE IF NOME-INVALIDO
             MOVE "EMAIL SEM DESCRICAO" TO REGRA-FALHA
          ELSE IF CEP-INVALIDO
             MOVE "CEP NAO INFORMADO" TO REGRA-FALHA
          ELSE IF CBU-ACHOU EQUAL "N"
             MOVE "CEP FORA DA TABELA" TO REGRA-FALHA
          ELSE IF TELEFONE-INVALIDO
             MOVE "TELEFONE NAO INFORM" TO REGRA-FALHA.

