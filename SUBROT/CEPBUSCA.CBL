       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CEPBUSCA.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        ROTINA DE CONSULTA DE CEP DE USO GERAL. RECEBE
      *                UM CEP E PROCURA A FAIXA QUE O CONTEM NA
      *                TABELA DE REFERENCIA CEPREF.DAT (CARREGADA
      *                PELO EM12/EX09 A PARTIR DO EXTRATO DOS
      *                CORREIOS), DEVOLVENDO LOGRADOURO, BAIRRO,
      *                CIDADE E ESTADO DA FAIXA E O INDICADOR DE QUE
      *                O CEP EXISTE. A TABELA E CARREGADA UMA UNICA
      *                VEZ NA PRIMEIRA CHAMADA; SEM TABELA NENHUM CEP
      *                E ACHADO, E AS CRITICAS DE CADASTRO O RECUSAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL CEPREF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CEPREF
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "CEPREF.DAT".

       01 REG-CEP.
          02 CEP-INI-REF      PIC 9(08).
          02 CEP-FIM-REF      PIC 9(08).
          02 LOGRADOURO-REF   PIC X(30).
          02 BAIRRO-REF       PIC X(20).
          02 CIDADE-REF       PIC X(30).
          02 ESTADO-REF       PIC X(02).

       WORKING-STORAGE SECTION.
       77 JA-CARREGOU        PIC X(03)    VALUE "NAO".
       77 FIM-CEP            PIC X(03)    VALUE "NAO".
       77 QTD-FAIXAS         PIC 9(04)    VALUE ZEROS.

       01 TAB-FAIXAS.
          02 FAIXA-OCR  OCCURS 3000 TIMES INDEXED BY IDX-FAIXA.
             03 TFX-INI          PIC 9(08).
             03 TFX-FIM          PIC 9(08).
             03 TFX-LOGRADOURO   PIC X(30).
             03 TFX-BAIRRO       PIC X(20).
             03 TFX-CIDADE       PIC X(30).
             03 TFX-ESTADO       PIC X(02).

       LINKAGE SECTION.
       01 CBU-PARM.
          02 CBU-CEP          PIC 9(08).
          02 CBU-LOGRADOURO   PIC X(30).
          02 CBU-BAIRRO       PIC X(20).
          02 CBU-CIDADE       PIC X(30).
          02 CBU-ESTADO       PIC X(02).
          02 CBU-ACHOU        PIC X(01).

       PROCEDURE DIVISION USING CBU-PARM.

       CEPBUSCA-PRINCIPAL.
          IF JA-CARREGOU EQUAL "NAO"
             PERFORM CARREGA-FAIXAS.
          MOVE "N" TO CBU-ACHOU.
          MOVE SPACES TO CBU-LOGRADOURO CBU-BAIRRO
                         CBU-CIDADE CBU-ESTADO.
          IF QTD-FAIXAS GREATER THAN ZEROS
          AND CBU-CEP GREATER THAN ZEROS
             PERFORM BUSCA-1-FAIXA.
          GOBACK.

       CARREGA-FAIXAS.
          MOVE "SIM" TO JA-CARREGOU.
          MOVE "NAO" TO FIM-CEP.
          OPEN INPUT CEPREF.
          PERFORM LE-1-FAIXA
             UNTIL FIM-CEP EQUAL "SIM"
             OR QTD-FAIXAS EQUAL 3000.
          CLOSE CEPREF.

       LE-1-FAIXA.
          READ CEPREF
             AT END
             MOVE "SIM" TO FIM-CEP.
          IF FIM-CEP EQUAL "NAO"
             ADD 1 TO QTD-FAIXAS
             SET IDX-FAIXA TO QTD-FAIXAS
             MOVE CEP-INI-REF    TO TFX-INI (IDX-FAIXA)
             MOVE CEP-FIM-REF    TO TFX-FIM (IDX-FAIXA)
             MOVE LOGRADOURO-REF TO TFX-LOGRADOURO (IDX-FAIXA)
             MOVE BAIRRO-REF     TO TFX-BAIRRO (IDX-FAIXA)
             MOVE CIDADE-REF     TO TFX-CIDADE (IDX-FAIXA)
             MOVE ESTADO-REF     TO TFX-ESTADO (IDX-FAIXA).

       BUSCA-1-FAIXA.
          SET IDX-FAIXA TO 1.
          SEARCH FAIXA-OCR
             AT END
                MOVE "N" TO CBU-ACHOU
             WHEN IDX-FAIXA GREATER THAN QTD-FAIXAS
                MOVE "N" TO CBU-ACHOU
             WHEN CBU-CEP NOT LESS THAN TFX-INI (IDX-FAIXA)
             AND CBU-CEP NOT GREATER THAN TFX-FIM (IDX-FAIXA)
                MOVE "S" TO CBU-ACHOU
                MOVE TFX-LOGRADOURO (IDX-FAIXA) TO CBU-LOGRADOURO
                MOVE TFX-BAIRRO (IDX-FAIXA)     TO CBU-BAIRRO
                MOVE TFX-CIDADE (IDX-FAIXA)     TO CBU-CIDADE
                MOVE TFX-ESTADO (IDX-FAIXA)     TO CBU-ESTADO.
