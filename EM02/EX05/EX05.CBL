       DATE-COMPILED.
       SECURITY.        APENAS O AUTOR.
      *REMARKS.         LER ARQUIVO REGENT E GERAR REGOK E RELOCOR.
      *                 O CEP, ALEM DE INFORMADO, TEM DE CONSTAR DA
      *                 TABELA DE CEP (ROTINA CEPBUSCA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 JA-CADASTRADO   PIC X(03)     VALUE   "NAO".
       77 TOTAL-JA-CADAST PIC 9(05)     VALUE   ZEROS.
       77 WS-DATA-HOJE-N  PIC 9(08)     VALUE   ZEROS.
       77 MSG-CEP         PIC X(25)     VALUE   SPACES.

       01 CBU-PARM.
          02 CBU-CEP         PIC 9(08).
          02 CBU-LOGRADOURO  PIC X(30).
          02 CBU-BAIRRO      PIC X(20).
          02 CBU-CIDADE      PIC X(30).
          02 CBU-ESTADO      PIC X(02).
          02 CBU-ACHOU       PIC X(01).

       01 DET-JACAD.
          02 FILLER          PIC X(05)  VALUE SPACES.
          PERFORM  VERIFICA-CEP.

       VERIFICA-CEP.
          PERFORM  CONSULTA-CEP.
          IF  CEP-INVALIDO  OR  CBU-ACHOU  EQUAL  "N"
             IF  CT-LIN  GREATER THAN  39
                PERFORM  CABECALHO
                PERFORM  VERIFICA-CPF

             ELSE IF  CODE-CONTROL  EQUAL TO   COD-ENT
                MOVE  MSG-CEP             TO  MSG
                ADD   1           TO  CT-LIN
                WRITE  REG-ATR  FROM  MENSAGEM1
                   AFTER  ADVANCING  1  LINE
             ELSE
                MOVE  COD-ENT     TO  CODE-CONTROL
                MOVE  COD-ENT     TO  COD-REL
                MOVE  MSG-CEP             TO  MENSAGEM
                ADD   2           TO  CT-LIN
                WRITE  REG-ATR  FROM  DETALHE
                   AFTER  ADVANCING  2  LINE.
          PERFORM  VERIFICA-TELEFONE.

       CONSULTA-CEP.
          MOVE  "CEP NAO INFORMADO"  TO  MSG-CEP.
          IF  NOT CEP-INVALIDO
             MOVE  CEP-ENT  TO  CBU-CEP
             CALL  "CEPBUSCA"  USING  CBU-PARM
             MOVE  "CEP INEXISTENTE NA TABELA"  TO  MSG-CEP.

       VERIFICA-TELEFONE.
          IF  TELEFONE-INVALIDO
             IF  CT-LIN  GREATER THAN  39
