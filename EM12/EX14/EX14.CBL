       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX14.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        CARGA DO RETORNO DA CONSULTA DE SITUACAO
      *                CADASTRAL DOS CNPJ NA RECEITA FEDERAL
      *                (RETRFB.DAT, RESPOSTA AO CONSRFB.DAT DO
      *                EM12/EX13). O RETORNO SO E APLICADO SE O
      *                TRAILER CONFERE COM A QUANTIDADE DE DETALHES.
      *                A SITUACAO DA RECEITA (01 NULA, 02 ATIVA, 03
      *                SUSPENSA, 04 INAPTA, 08 BAIXADA) E GRAVADA COM
      *                A SUA DATA EM CADA PESSOA JURIDICA DE
      *                REGPESSOA.DAT (SIT-RFB-PES/DATA-RFB-PES, POR
      *                REWRITE) E EM CADA FORNECEDOR (SIT-RFB-FORN/
      *                DATA-RFB-FORN, COPIANDO FORNECED.DAT PARA
      *                FORNECN.DAT), COMO "N", "A", "S", "I" OU "B".
      *                O RELATORIO LISTA OS CADASTRADOS E OS
      *                FORNECEDORES QUE NAO ESTAO MAIS ATIVOS.
      *                FORNECEDOR COM CNPJ BAIXADO FICA BLOQUEADO
      *                PARA PEDIDO DE COMPRA (EM11/EX04) E PARA
      *                CONTAS A PAGAR (EM11/EX07 E EM11/EX13).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  RETRFB  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  REGPESSOA  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  SEQUENTIAL
          RECORD KEY  IS  DOC-PES.

          SELECT  FORNECED  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  FORNECN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELSITRF  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RETRFB
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "RETRFB.DAT".

       01 REG-RRF-DET.
          02 TIPO-RRF        PIC X(01).
          02 SEQ-RRF         PIC 9(06).
          02 CNPJ-RRF        PIC 9(14).
          02 SIT-RRF         PIC 9(02).
             88 SIT-VALIDA   VALUE 1 2 3 4 8.
          02 DATA-SIT-RRF    PIC 9(08).
          02 FILLER          PIC X(29).

       01 REG-RRF-TRL.
          02 TIPO-TRL        PIC X(01).
          02 QTDE-TRL        PIC 9(06).
          02 FILLER          PIC X(53).

       FD REGPESSOA
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "REGPESSOA.DAT".

       01  REG-PES.
          02 DOC-PES                PIC 9(14).
          02 TIPO-PES               PIC X(01).
          02 NOME-PES               PIC X(30).
          02 ESTADO-PES             PIC X(02).
          02 CIDADE-PES             PIC X(30).
          02 EMAIL-PES              PIC X(30).
          02 CEP-PES                PIC 9(08).
          02 TELEFONE-PES           PIC 9(10).
          02 SIT-RFB-PES            PIC X(01).
          02 DATA-RFB-PES           PIC 9(08).

       FD FORNECED
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "FORNECED.DAT".

       01  REG-FORN.
          02 COD-FORN               PIC 9(03).
          02 NOME-FORN              PIC X(20).
          02 PRAZO-FORN             PIC 9(03).
          02 CNPJ-FORN              PIC 9(14).
          02 ENDERECO-FORN          PIC X(30).
          02 CIDADE-FORN            PIC X(20).
          02 UF-FORN                PIC X(02).
          02 CEP-FORN               PIC 9(08).
          02 CONTATO-FORN           PIC X(20).
          02 TELEFONE-FORN          PIC 9(10).
          02 BANCO-FORN             PIC 9(03).
          02 AGENCIA-FORN           PIC 9(04).
          02 CONTA-FORN             PIC X(10).
          02 SIT-FORN               PIC X(01).
          02 SIT-RFB-FORN           PIC X(01).
          02 DATA-RFB-FORN          PIC 9(08).

       FD FORNECN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "FORNECN.DAT".

       01  REG-FORNN.
          02 COD-FORNN              PIC 9(03).
          02 NOME-FORNN             PIC X(20).
          02 PRAZO-FORNN            PIC 9(03).
          02 CNPJ-FORNN             PIC 9(14).
          02 ENDERECO-FORNN         PIC X(30).
          02 CIDADE-FORNN           PIC X(20).
          02 UF-FORNN               PIC X(02).
          02 CEP-FORNN              PIC 9(08).
          02 CONTATO-FORNN          PIC X(20).
          02 TELEFONE-FORNN         PIC 9(10).
          02 BANCO-FORNN            PIC 9(03).
          02 AGENCIA-FORNN          PIC 9(04).
          02 CONTA-FORNN            PIC X(10).
          02 SIT-FORNN              PIC X(01).
          02 SIT-RFB-FORNN          PIC X(01).
          02 DATA-RFB-FORNN         PIC 9(08).

       FD RELSITRF
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08)    VALUE ZEROS.
       77 FIM-RRF          PIC X(03)    VALUE "NAO".
       77 FIM-PES          PIC X(03)    VALUE "NAO".
       77 FIM-FOR          PIC X(03)    VALUE "NAO".
       77 TEM-TRAILER      PIC X(03)    VALUE "NAO".
       77 ACHOU-CNPJ       PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 QTD-RETORNOS     PIC 9(04)    VALUE ZEROS.
       77 QTDE-ESPERADA    PIC 9(06)    VALUE ZEROS.
       77 CNPJ-BUSCA       PIC 9(14)    VALUE ZEROS.
       77 SIT-LETRA        PIC X(01)    VALUE SPACES.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-DETALHES      PIC 9(06)    VALUE ZEROS.
       77 CT-RECUSADOS     PIC 9(05)    VALUE ZEROS.
       77 CT-PES-ATUAL     PIC 9(05)    VALUE ZEROS.
       77 CT-FOR-ATUAL     PIC 9(05)    VALUE ZEROS.
       77 CT-PES-INATIVAS  PIC 9(05)    VALUE ZEROS.
       77 CT-FOR-INATIVOS  PIC 9(05)    VALUE ZEROS.
       77 CT-FOR-BAIXADOS  PIC 9(05)    VALUE ZEROS.

       01 DATA-CALC.
          02 AAAA-CALC       PIC 9(04).
          02 MM-CALC         PIC 9(02).
          02 DD-CALC         PIC 9(02).

       01 TAB-RETORNO.
          02 RRF-OCR  OCCURS 5000 TIMES INDEXED BY IDX-RRF.
             03 TRF-CNPJ         PIC 9(14).
             03 TRF-SIT          PIC X(01).
             03 TRF-DATA         PIC 9(08).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(39) VALUE
             "SITUACAO CADASTRAL NA RECEITA - RETORNO".
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "ORIGEM".
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "CNPJ".
          02 FILLER          PIC X(11) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "NOME".
          02 FILLER          PIC X(17) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "SITUACAO".
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "DATA".
          02 FILLER          PIC X(16) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 ORIGEM-REL      PIC X(10)  VALUE SPACES.
          02 FILLER          PIC X(01)  VALUE SPACES.
          02 CNPJ-REL        PIC 9(14).
          02 FILLER          PIC X(01)  VALUE SPACES.
          02 NOME-REL        PIC X(20)  VALUE SPACES.
          02 FILLER          PIC X(01)  VALUE SPACES.
          02 SITUACAO-REL    PIC X(10)  VALUE SPACES.
          02 FILLER          PIC X(01)  VALUE SPACES.
          02 DD-REL          PIC 9(02).
          02 FILLER          PIC X(01)  VALUE "/".
          02 MM-REL          PIC 9(02).
          02 FILLER          PIC X(01)  VALUE "/".
          02 AAAA-REL        PIC 9(04).
          02 FILLER          PIC X(10)  VALUE SPACES.

       01 DET-RECUSA.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 FILLER          PIC X(10)  VALUE "RETORNO".
          02 FILLER          PIC X(01)  VALUE SPACES.
          02 CNPJ-RCS        PIC 9(14).
          02 FILLER          PIC X(01)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(12)  VALUE SPACES.

       01 ROD-01.
          02 ROTULO-ROD      PIC X(34)  VALUE SPACES.
          02 CONT-ROD        PIC ZZZZ9.
          02 FILLER          PIC X(41)  VALUE SPACES.

       PROCEDURE DIVISION.

       EM12-EX14.

       PERFORM  INICIO.
       PERFORM  ATUALIZA-PESSOA  UNTIL  FIM-PES  EQUAL  "SIM".
       PERFORM  ATUALIZA-FORNECEDOR  UNTIL  FIM-FOR  EQUAL  "SIM".
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          OPEN OUTPUT RELSITRF.
          PERFORM IMPRIME-CAB.
          PERFORM CARREGA-RETORNO.
          PERFORM CONFERE-TRAILER.
          OPEN I-O    REGPESSOA
               INPUT  FORNECED
               OUTPUT FORNECN.
          PERFORM LER-PES.
          PERFORM LER-FOR.

       CARREGA-RETORNO.
          OPEN INPUT RETRFB.
          PERFORM LE-1-RETORNO
             UNTIL FIM-RRF EQUAL "SIM".
          CLOSE RETRFB.

       LE-1-RETORNO.
          READ RETRFB
             AT END
             MOVE "SIM" TO FIM-RRF.
          IF FIM-RRF EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             IF TIPO-RRF EQUAL "1"
                ADD 1 TO CT-DETALHES
                PERFORM GUARDA-RETORNO
             ELSE IF TIPO-TRL EQUAL "9"
                MOVE "SIM"    TO TEM-TRAILER
                MOVE QTDE-TRL TO QTDE-ESPERADA.

       GUARDA-RETORNO.
          MOVE CNPJ-RRF TO CNPJ-RCS.
          IF NOT SIT-VALIDA
             MOVE "SITUACAO CADASTRAL INVALIDA NO RETORNO"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-RECUSA
          ELSE IF QTD-RETORNOS EQUAL 5000
             MOVE "TABELA DE RETORNO CHEIA (5000 CNPJ)"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-RECUSA
          ELSE
             ADD 1 TO QTD-RETORNOS
             SET IDX-RRF TO QTD-RETORNOS
             PERFORM TRADUZ-SITUACAO
             MOVE CNPJ-RRF  TO TRF-CNPJ (IDX-RRF)
             MOVE SIT-LETRA TO TRF-SIT (IDX-RRF)
             IF DATA-SIT-RRF NUMERIC
             AND DATA-SIT-RRF GREATER THAN ZEROS
                MOVE DATA-SIT-RRF TO TRF-DATA (IDX-RRF)
             ELSE
                MOVE WS-DATA-HOJE TO TRF-DATA (IDX-RRF).

       TRADUZ-SITUACAO.
          IF SIT-RRF EQUAL 2
             MOVE "A" TO SIT-LETRA
          ELSE IF SIT-RRF EQUAL 3
             MOVE "S" TO SIT-LETRA
          ELSE IF SIT-RRF EQUAL 4
             MOVE "I" TO SIT-LETRA
          ELSE IF SIT-RRF EQUAL 8
             MOVE "B" TO SIT-LETRA
          ELSE
             MOVE "N" TO SIT-LETRA.

      *    RETORNO SEM TRAILER OU COM QUANTIDADE DIFERENTE CHEGOU
      *    TRUNCADO: NADA E ATUALIZADO.
       CONFERE-TRAILER.
          IF TEM-TRAILER EQUAL "NAO"
          OR QTDE-ESPERADA NOT EQUAL CT-DETALHES
             DISPLAY "EM12EX14 - RETORNO DA RECEITA INCOMPLETO"
             DISPLAY "DETALHES LIDOS: " CT-DETALHES
                     " TRAILER: " QTDE-ESPERADA
             MOVE 8 TO RETURN-CODE
             CLOSE RELSITRF
             STOP RUN.

       LER-PES.
          READ REGPESSOA
             AT END
             MOVE "SIM" TO FIM-PES.

       LER-FOR.
          READ FORNECED
             AT END
             MOVE "SIM" TO FIM-FOR.

       ATUALIZA-PESSOA.
          IF TIPO-PES EQUAL "J"
             MOVE DOC-PES TO CNPJ-BUSCA
             PERFORM PROCURA-RETORNO
             IF ACHOU-CNPJ EQUAL "SIM"
                MOVE TRF-SIT (IDX-RRF)  TO SIT-RFB-PES
                MOVE TRF-DATA (IDX-RRF) TO DATA-RFB-PES
                REWRITE REG-PES
                ADD 1 TO CT-PES-ATUAL
                IF SIT-RFB-PES NOT EQUAL "A"
                   ADD 1 TO CT-PES-INATIVAS
                   MOVE "REGISTRO" TO ORIGEM-REL
                   MOVE NOME-PES   TO NOME-REL
                   PERFORM IMPRIME-INATIVO.
          PERFORM LER-PES.

      *    FORNECEDOR SEM CNPJ NO RETORNO MANTEM A SITUACAO ANTERIOR
       ATUALIZA-FORNECEDOR.
          MOVE REG-FORN TO REG-FORNN.
          IF DATA-RFB-FORNN NOT NUMERIC
             MOVE ZEROS TO DATA-RFB-FORNN.
          IF CNPJ-FORN NUMERIC
             MOVE CNPJ-FORN TO CNPJ-BUSCA
             PERFORM PROCURA-RETORNO
             IF ACHOU-CNPJ EQUAL "SIM"
                MOVE TRF-SIT (IDX-RRF)  TO SIT-RFB-FORNN
                MOVE TRF-DATA (IDX-RRF) TO DATA-RFB-FORNN
                ADD 1 TO CT-FOR-ATUAL
                IF SIT-RFB-FORNN NOT EQUAL "A"
                   ADD 1 TO CT-FOR-INATIVOS
                   IF SIT-RFB-FORNN EQUAL "B"
                      ADD 1 TO CT-FOR-BAIXADOS
                   END-IF
                   MOVE "FORNECEDOR" TO ORIGEM-REL
                   MOVE NOME-FORN    TO NOME-REL
                   PERFORM IMPRIME-INATIVO.
          WRITE REG-FORNN.
          PERFORM LER-FOR.

       PROCURA-RETORNO.
          MOVE "NAO" TO ACHOU-CNPJ.
          IF QTD-RETORNOS GREATER THAN ZEROS
             SET IDX-RRF TO 1
             SEARCH RRF-OCR
                AT END
                   MOVE "NAO" TO ACHOU-CNPJ
                WHEN IDX-RRF GREATER THAN QTD-RETORNOS
                   MOVE "NAO" TO ACHOU-CNPJ
                WHEN TRF-CNPJ (IDX-RRF) EQUAL CNPJ-BUSCA
                   MOVE "SIM" TO ACHOU-CNPJ.

       IMPRIME-INATIVO.
          MOVE CNPJ-BUSCA TO CNPJ-REL.
          IF TRF-SIT (IDX-RRF) EQUAL "S"
             MOVE "SUSPENSA" TO SITUACAO-REL
          ELSE IF TRF-SIT (IDX-RRF) EQUAL "I"
             MOVE "INAPTA" TO SITUACAO-REL
          ELSE IF TRF-SIT (IDX-RRF) EQUAL "B"
             MOVE "BAIXADA" TO SITUACAO-REL
          ELSE
             MOVE "NULA" TO SITUACAO-REL.
          MOVE TRF-DATA (IDX-RRF) TO DATA-CALC.
          MOVE DD-CALC   TO DD-REL.
          MOVE MM-CALC   TO MM-REL.
          MOVE AAAA-CALC TO AAAA-REL.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DETALHE
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-RECUSA.
          ADD 1 TO CT-RECUSADOS.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          WRITE REG-ATR FROM DET-RECUSA
             AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-CAB.
          MOVE SPACES TO REG-ATR.
          ADD  1      TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.

          WRITE REG-ATR
              AFTER ADVANCING PAGE.
          WRITE REG-ATR FROM CAB-01
              AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM CAB-02
              AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
              AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       FIM.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE REGPESSOA
                FORNECED
                FORNECN
                RELSITRF.

       IMPRIME-TOTAIS.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          MOVE "CNPJ CARREGADOS DO RETORNO:" TO ROTULO-ROD.
          MOVE QTD-RETORNOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "RETORNOS RECUSADOS:" TO ROTULO-ROD.
          MOVE CT-RECUSADOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "PESSOAS JURIDICAS ATUALIZADAS:" TO ROTULO-ROD.
          MOVE CT-PES-ATUAL TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "PESSOAS JURIDICAS NAO ATIVAS:" TO ROTULO-ROD.
          MOVE CT-PES-INATIVAS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "FORNECEDORES ATUALIZADOS:" TO ROTULO-ROD.
          MOVE CT-FOR-ATUAL TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "FORNECEDORES NAO ATIVOS:" TO ROTULO-ROD.
          MOVE CT-FOR-INATIVOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "FORNECEDORES BLOQUEADOS (BAIXA):" TO ROTULO-ROD.
          MOVE CT-FOR-BAIXADOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX14"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          COMPUTE RL-GRAVADOS = CT-PES-ATUAL + CT-FOR-ATUAL.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
