       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX18.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        NOTIFICACAO DIARIA DE CASOS A SECRETARIA
      *                MUNICIPAL DE SAUDE. PRIMEIRO APLICA O RETORNO
      *                DA SECRETARIA (RETNOTIF.DAT: HEADER COM A
      *                SEQUENCIA DA REMESSA RESPONDIDA E UMA LINHA
      *                POR DETALHE, ACEITO OU REJEITADO COM MOTIVO)
      *                SOBRE O CONTROLE DO QUE JA FOI ENVIADO
      *                (NOTIFENV.DAT) E LISTA AS LINHAS REJEITADAS
      *                PARA CORRECAO. DEPOIS CLASSIFICA O CADENT.DAT
      *                POR ESTADO, CIDADE E DATA, COMO O EM09/EX04, E
      *                GERA A REMESSA NOTIFSEC.DAT SO COM O QUE E
      *                NOVO (I), ALTERADO DESDE A ULTIMA REMESSA (A)
      *                OU REJEITADO E JA CORRIGIDO (R), SOB O NUMERO
      *                DE SEQUENCIA SEGUINTE AO DE CTLNOTIF.DAT, NO
      *                FEITIO DA RE-REMESSA EM10/EX11: HEADER "0"
      *                COM A IDENTIFICACAO DA UNIDADE, DETALHE "1"
      *                POR ESTADO/CIDADE/DATA E TRAILER "9" COM A
      *                QUANTIDADE DE DETALHES E OS TOTAIS DE CASOS E
      *                CURADOS. REJEITADA AINDA SEM CORRECAO FICA NA
      *                LISTA DE PENDENTES; SE A CHAVE SAIU DO CADENT
      *                (CORRIGIDA PARA OUTRA), E BAIXADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  CADENT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  TRAB  ASSIGN  TO DISK.

          SELECT OPTIONAL NOTIFENV  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL RETNOTIF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CTLNOTIF  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  NOTIFSEC  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELNOTIF  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADENT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADENT.DAT".

       01 REG-ENT.
          02 ESTADO-ENT       PIC X(02).
          02 CIDADE-ENT       PIC X(30).
          02 DATA-ENT.
             03 DIA-ENT       PIC 9(02).
             03 MES-ENT       PIC 9(02).
             03 ANO-ENT       PIC 9(04).
          02 CASOS-ENT        PIC 9(05).
          02 CURADOS-ENT      PIC 9(05).

       SD TRAB.
       01 REG-TRAB.
          02 ESTADO-TRAB      PIC X(02).
          02 CIDADE-TRAB      PIC X(30).
          02 DATA-TRAB.
             03 DIA-TRAB      PIC 9(02).
             03 MES-TRAB      PIC 9(02).
             03 ANO-TRAB      PIC 9(04).
          02 CASOS-TRAB       PIC 9(05).
          02 CURADOS-TRAB     PIC 9(05).

       FD NOTIFENV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NOTIFENV.DAT".

       01 REG-ENV.
          02 ESTADO-ENV       PIC X(02).
          02 CIDADE-ENV       PIC X(30).
          02 DATA-ENV         PIC 9(08).
          02 CASOS-ENV        PIC 9(05).
          02 CURADOS-ENV      PIC 9(05).
          02 SEQ-ENV          PIC 9(06).
          02 LINHA-ENV        PIC 9(06).
      *      E = ENVIADO SEM RETORNO, A = ACEITO, R = REJEITADO
          02 SIT-ENV          PIC X(01).
          02 MOTIVO-ENV       PIC X(30).

       FD RETNOTIF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RETNOTIF.DAT".

       01 REG-RET-HDR.
          02 TIPO-RET-HDR     PIC X(01).
          02 SEQ-RET-HDR      PIC 9(06).
          02 DATA-RET-HDR     PIC 9(08).
          02 FILLER           PIC X(23).

       01 REG-RET-DET.
          02 TIPO-RET-DET     PIC X(01).
          02 LINHA-RET-DET    PIC 9(06).
          02 SIT-RET-DET      PIC X(01).
          02 MOTIVO-RET-DET   PIC X(30).

       FD CTLNOTIF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTLNOTIF.DAT".

       01 REG-CTLNOTIF.
          02 SEQ-NOTIF-CTL    PIC 9(06).

       FD NOTIFSEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NOTIFSEC.DAT".

       01 REG-NOT-HDR.
          02 TIPO-HDR         PIC X(01).
          02 UNIDADE-HDR      PIC 9(07).
          02 NOME-UNID-HDR    PIC X(30).
          02 DATA-GER-HDR     PIC 9(08).
          02 SEQ-HDR          PIC 9(06).
          02 FILLER           PIC X(11).

       01 REG-NOT-DET.
          02 TIPO-DET         PIC X(01).
          02 LINHA-DET        PIC 9(06).
          02 MOV-DET          PIC X(01).
          02 ESTADO-DET       PIC X(02).
          02 CIDADE-DET       PIC X(30).
          02 DATA-DET         PIC 9(08).
          02 CASOS-DET        PIC 9(07).
          02 CURADOS-DET      PIC 9(07).

       01 REG-NOT-TRL.
          02 TIPO-TRL         PIC X(01).
          02 QTDE-TRL         PIC 9(06).
          02 CASOS-TRL        PIC 9(09).
          02 CURADOS-TRL      PIC 9(09).
          02 FILLER           PIC X(37).

       FD RELNOTIF
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
       77 FIM-ARQ            PIC X(03)    VALUE "NAO".
       77 FIM-ENV            PIC X(03)    VALUE "NAO".
       77 FIM-RET            PIC X(03)    VALUE "NAO".
       77 ACHOU-ENV          PIC X(03)    VALUE "NAO".
       77 TEM-CHAVE          PIC X(03)    VALUE "NAO".
       77 TABELA-CHEIA       PIC X(03)    VALUE "NAO".
       77 QTD-ENVIADOS       PIC 9(04)    VALUE ZEROS.
       77 SEQ-NOTIF          PIC 9(06)    VALUE ZEROS.
       77 SEQ-RETORNO        PIC 9(06)    VALUE ZEROS.
       77 LINHA-NOTIF        PIC 9(06)    VALUE ZEROS.
       77 ESTADO-CONTROL     PIC X(02)    VALUE SPACES.
       77 CIDADE-CONTROL     PIC X(30)    VALUE SPACES.
       77 DATA-CONTROL       PIC 9(08)    VALUE ZEROS.
       77 DATA-TRAB-AMD      PIC 9(08)    VALUE ZEROS.
       77 CASOS-CHAVE        PIC 9(07)    VALUE ZEROS.
       77 CURADOS-CHAVE      PIC 9(07)    VALUE ZEROS.
       77 MOV-CHAVE          PIC X(01)    VALUE SPACES.
       77 TOTAL-CASOS        PIC 9(09)    VALUE ZEROS.
       77 TOTAL-CURADOS      PIC 9(09)    VALUE ZEROS.
       77 CT-LIN             PIC 9(02)    VALUE 45.
       77 CT-PAG             PIC 9(02)    VALUE ZEROS.
       77 CT-LIDOS           PIC 9(07)    VALUE ZEROS.
       77 CT-RET-LIDOS       PIC 9(05)    VALUE ZEROS.
       77 CT-RET-ACEITOS     PIC 9(05)    VALUE ZEROS.
       77 CT-RET-REJEITADOS  PIC 9(05)    VALUE ZEROS.
       77 CT-RET-IGNORADOS   PIC 9(05)    VALUE ZEROS.
       77 CT-INCLUSOES       PIC 9(05)    VALUE ZEROS.
       77 CT-ALTERACOES      PIC 9(05)    VALUE ZEROS.
       77 CT-REENVIOS        PIC 9(05)    VALUE ZEROS.
       77 CT-PENDENTES       PIC 9(05)    VALUE ZEROS.
       77 CT-BAIXADOS        PIC 9(05)    VALUE ZEROS.

       01 TAB-ENV.
          02 ENV-OCR  OCCURS 3000 TIMES INDEXED BY IDX-ENV.
             03 TENV-ESTADO   PIC X(02).
             03 TENV-CIDADE   PIC X(30).
             03 TENV-DATA     PIC 9(08).
             03 TENV-CASOS    PIC 9(05).
             03 TENV-CURADOS  PIC 9(05).
             03 TENV-SEQ      PIC 9(06).
             03 TENV-LINHA    PIC 9(06).
             03 TENV-SIT      PIC X(01).
             03 TENV-MOTIVO   PIC X(30).
      *         S = CHAVE PRESENTE NO CADENT DESTA RODADA
             03 TENV-VISTO    PIC X(01).

       01 DATA-AMD-R.
          02 ANO-AMD-R       PIC 9(04).
          02 MES-AMD-R       PIC 9(02).
          02 DIA-AMD-R       PIC 9(02).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80) VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(42) VALUE
             "NOTIFICACAO DE CASOS - SECRETARIA DE SAUDE".
          02 FILLER          PIC X(14) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.

       01 CAB-RETORNO.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(40) VALUE
             "LINHAS REJEITADAS NO RETORNO DA REMESSA ".
          02 SEQ-RET-REL     PIC 9(06).
          02 FILLER          PIC X(32) VALUE SPACES.

       01 CAB-PENDENTE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(50) VALUE
             "REJEITADAS AGUARDANDO CORRECAO NO CADENT.DAT".
          02 FILLER          PIC X(28) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 LINHA-REL       PIC ZZZZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ESTADO-REL      PIC X(02).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 CIDADE-REL      PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DATA-REL        PIC 99/99/9999.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MOTIVO-REL      PIC X(30).
          02 FILLER          PIC X(04) VALUE SPACES.

       01 ROD-01.
          02 FILLER          PIC X(30) VALUE
             "RETORNO: ACEITAS/REJEITADAS:  ".
          02 TOT-ACE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-REJ-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(37) VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(30) VALUE
             "RETORNO: LINHAS NAO LOCALIZ.: ".
          02 TOT-IGN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-03.
          02 FILLER          PIC X(30) VALUE
             "REMESSA GERADA - SEQUENCIA:   ".
          02 SEQ-SAI         PIC ZZZZZ9.
          02 FILLER          PIC X(44) VALUE SPACES.

       01 ROD-04.
          02 FILLER          PIC X(30) VALUE
             "INCLUSOES / ALTERACOES:       ".
          02 TOT-INC-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-ALT-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(37) VALUE SPACES.

       01 ROD-05.
          02 FILLER          PIC X(30) VALUE
             "REENVIOS APOS CORRECAO:       ".
          02 TOT-REE-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(45) VALUE SPACES.

       01 ROD-06.
          02 FILLER          PIC X(30) VALUE
             "CASOS / CURADOS NO TRAILER:   ".
          02 TOT-CAS-SAI     PIC ZZZZZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-CUR-SAI     PIC ZZZZZZZZ9.
          02 FILLER          PIC X(29) VALUE SPACES.

       01 ROD-07.
          02 FILLER          PIC X(30) VALUE
             "REJEITADAS PENDENTES/BAIXADAS:".
          02 TOT-PEN-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(03) VALUE " / ".
          02 TOT-BAI-SAI     PIC ZZZZ9.
          02 FILLER          PIC X(37) VALUE SPACES.

       01 ROD-08.
          02 FILLER          PIC X(44) VALUE
             "CONTROLE DE ENVIADOS CHEIO - REMESSA PARCIAL".
          02 FILLER          PIC X(36) VALUE SPACES.

       PROCEDURE  DIVISION.

       EM09-EX18.

       PERFORM INICIO.
       SORT    TRAB
          ASCENDING  KEY  ESTADO-TRAB
          ASCENDING  KEY  CIDADE-TRAB
          ASCENDING  KEY  ANO-TRAB
          ASCENDING  KEY  MES-TRAB
          ASCENDING  KEY  DIA-TRAB
          USING      CADENT
          OUTPUT     PROCEDURE  ROT-SAIDA.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          PERFORM LE-CONTROLE.
          PERFORM CARREGA-ENVIADOS.
          OPEN OUTPUT RELNOTIF.
          PERFORM IMPRIME-CAB.
          PERFORM TRATA-RETORNO.

       LE-CONTROLE.
          OPEN INPUT CTLNOTIF.
          READ CTLNOTIF
             AT END
             MOVE ZEROS TO REG-CTLNOTIF.
          ADD 1 SEQ-NOTIF-CTL GIVING SEQ-NOTIF.
          CLOSE CTLNOTIF.

       CARREGA-ENVIADOS.
          OPEN INPUT NOTIFENV.
          PERFORM LE-1-ENVIADO
             UNTIL FIM-ENV EQUAL "SIM".
          CLOSE NOTIFENV.

       LE-1-ENVIADO.
          READ NOTIFENV
             AT END
             MOVE "SIM" TO FIM-ENV.
          IF FIM-ENV EQUAL "NAO"
          AND QTD-ENVIADOS LESS THAN 3000
             ADD 1 TO QTD-ENVIADOS
             SET IDX-ENV TO QTD-ENVIADOS
             MOVE ESTADO-ENV  TO TENV-ESTADO (IDX-ENV)
             MOVE CIDADE-ENV  TO TENV-CIDADE (IDX-ENV)
             MOVE DATA-ENV    TO TENV-DATA (IDX-ENV)
             MOVE CASOS-ENV   TO TENV-CASOS (IDX-ENV)
             MOVE CURADOS-ENV TO TENV-CURADOS (IDX-ENV)
             MOVE SEQ-ENV     TO TENV-SEQ (IDX-ENV)
             MOVE LINHA-ENV   TO TENV-LINHA (IDX-ENV)
             MOVE SIT-ENV     TO TENV-SIT (IDX-ENV)
             MOVE MOTIVO-ENV  TO TENV-MOTIVO (IDX-ENV)
             MOVE "N"         TO TENV-VISTO (IDX-ENV).

      *    RETORNO DA SECRETARIA: CADA LINHA APONTA O NUMERO DO
      *    DETALHE NA REMESSA INDICADA NO HEADER DO RETORNO.
       TRATA-RETORNO.
          OPEN INPUT RETNOTIF.
          PERFORM LE-RETORNO.
          IF FIM-RET EQUAL "NAO"
          AND TIPO-RET-HDR EQUAL "0"
             MOVE SEQ-RET-HDR TO SEQ-RETORNO
                                 SEQ-RET-REL
             WRITE REG-ATR FROM CAB-RETORNO
                AFTER ADVANCING 1 LINE
             ADD 1 TO CT-LIN
             PERFORM LE-RETORNO
             PERFORM APLICA-RETORNO
                UNTIL FIM-RET EQUAL "SIM".
          CLOSE RETNOTIF.

       LE-RETORNO.
          READ RETNOTIF
             AT END
             MOVE "SIM" TO FIM-RET.

       APLICA-RETORNO.
          IF TIPO-RET-DET EQUAL "1"
             ADD 1 TO CT-RET-LIDOS
             PERFORM BUSCA-LINHA-ENVIADA
             IF ACHOU-ENV EQUAL "NAO"
                ADD 1 TO CT-RET-IGNORADOS
             ELSE IF SIT-RET-DET EQUAL "R"
                ADD 1 TO CT-RET-REJEITADOS
                MOVE "R" TO TENV-SIT (IDX-ENV)
                MOVE MOTIVO-RET-DET TO TENV-MOTIVO (IDX-ENV)
                MOVE LINHA-RET-DET  TO LINHA-REL
                PERFORM IMPRIME-ENVIADO
             ELSE
                ADD 1 TO CT-RET-ACEITOS
                MOVE "A" TO TENV-SIT (IDX-ENV)
                MOVE SPACES TO TENV-MOTIVO (IDX-ENV).
          PERFORM LE-RETORNO.

       BUSCA-LINHA-ENVIADA.
          MOVE "NAO" TO ACHOU-ENV.
          SET IDX-ENV TO 1.
          PERFORM BUSCA-1-LINHA
             UNTIL IDX-ENV GREATER THAN QTD-ENVIADOS
                OR ACHOU-ENV EQUAL "SIM".

       BUSCA-1-LINHA.
          IF TENV-SEQ (IDX-ENV) EQUAL SEQ-RETORNO
          AND TENV-LINHA (IDX-ENV) EQUAL LINHA-RET-DET
             MOVE "SIM" TO ACHOU-ENV
          ELSE
             SET IDX-ENV UP BY 1.

       IMPRIME-ENVIADO.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
          MOVE TENV-ESTADO (IDX-ENV) TO ESTADO-REL.
          MOVE TENV-CIDADE (IDX-ENV) TO CIDADE-REL.
          MOVE TENV-DATA (IDX-ENV)   TO DATA-AMD-R.
          COMPUTE DATA-REL = DIA-AMD-R * 1000000
                           + MES-AMD-R * 10000
                           + ANO-AMD-R.
          MOVE TENV-MOTIVO (IDX-ENV) TO MOTIVO-REL.
          WRITE REG-ATR FROM DETALHE
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
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       TERMINO.
          WRITE REG-ATR FROM CAB-PENDENTE
             AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.
          PERFORM LISTA-1-PENDENTE
             VARYING IDX-ENV FROM 1 BY 1
             UNTIL IDX-ENV GREATER THAN QTD-ENVIADOS.
          PERFORM GRAVA-ENVIADOS.
          PERFORM GRAVA-CONTROLE.
          MOVE CT-RET-ACEITOS    TO TOT-ACE-SAI.
          MOVE CT-RET-REJEITADOS TO TOT-REJ-SAI.
          MOVE CT-RET-IGNORADOS  TO TOT-IGN-SAI.
          MOVE SEQ-NOTIF         TO SEQ-SAI.
          MOVE CT-INCLUSOES      TO TOT-INC-SAI.
          MOVE CT-ALTERACOES     TO TOT-ALT-SAI.
          MOVE CT-REENVIOS       TO TOT-REE-SAI.
          MOVE TOTAL-CASOS       TO TOT-CAS-SAI.
          MOVE TOTAL-CURADOS     TO TOT-CUR-SAI.
          MOVE CT-PENDENTES      TO TOT-PEN-SAI.
          MOVE CT-BAIXADOS       TO TOT-BAI-SAI.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-04
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-05
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-06
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-07
             AFTER ADVANCING 1 LINE.
          IF TABELA-CHEIA EQUAL "SIM"
             WRITE REG-ATR FROM ROD-08
                AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-RUNLOG.
          CLOSE RELNOTIF.

      *    REJEITADA AINDA NAO CORRIGIDA CONTINUA PENDENTE; SE A
      *    CHAVE NAO VEIO MAIS NO CADENT, SAI DO CONTROLE.
       LISTA-1-PENDENTE.
          IF TENV-SIT (IDX-ENV) EQUAL "R"
             IF TENV-VISTO (IDX-ENV) EQUAL "S"
                ADD 1 TO CT-PENDENTES
                MOVE TENV-LINHA (IDX-ENV) TO LINHA-REL
                PERFORM IMPRIME-ENVIADO
             ELSE
                ADD 1 TO CT-BAIXADOS
                MOVE "X" TO TENV-SIT (IDX-ENV).

       GRAVA-ENVIADOS.
          OPEN OUTPUT NOTIFENV.
          PERFORM GRAVA-1-ENVIADO
             VARYING IDX-ENV FROM 1 BY 1
             UNTIL IDX-ENV GREATER THAN QTD-ENVIADOS.
          CLOSE NOTIFENV.

       GRAVA-1-ENVIADO.
          IF TENV-SIT (IDX-ENV) NOT EQUAL "X"
             MOVE TENV-ESTADO (IDX-ENV)  TO ESTADO-ENV
             MOVE TENV-CIDADE (IDX-ENV)  TO CIDADE-ENV
             MOVE TENV-DATA (IDX-ENV)    TO DATA-ENV
             MOVE TENV-CASOS (IDX-ENV)   TO CASOS-ENV
             MOVE TENV-CURADOS (IDX-ENV) TO CURADOS-ENV
             MOVE TENV-SEQ (IDX-ENV)     TO SEQ-ENV
             MOVE TENV-LINHA (IDX-ENV)   TO LINHA-ENV
             MOVE TENV-SIT (IDX-ENV)     TO SIT-ENV
             MOVE TENV-MOTIVO (IDX-ENV)  TO MOTIVO-ENV
             WRITE REG-ENV.

       GRAVA-CONTROLE.
          OPEN OUTPUT CTLNOTIF.
          MOVE SEQ-NOTIF TO SEQ-NOTIF-CTL.
          WRITE REG-CTLNOTIF.
          CLOSE CTLNOTIF.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM09EX18"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE LINHA-NOTIF    TO RL-GRAVADOS.
          MOVE CT-RET-REJEITADOS TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.

       ROT-SAIDA SECTION.
          PERFORM INICIO-SAIDA.
          PERFORM PRINCIPAL-SAIDA
                  UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM FIM-SAIDA.

       INICIO-SAIDA SECTION.
          OPEN OUTPUT NOTIFSEC.
          MOVE SPACES                 TO REG-NOT-HDR.
          MOVE "0"                    TO TIPO-HDR.
          MOVE 2077485                TO UNIDADE-HDR.
          MOVE "VIGILANCIA EPIDEMIOLOGICA"
                                      TO NOME-UNID-HDR.
          MOVE WS-DATA-HOJE           TO DATA-GER-HDR.
          MOVE SEQ-NOTIF              TO SEQ-HDR.
          WRITE REG-NOT-HDR.
          PERFORM LEITURA-SAIDA.

       LEITURA-SAIDA SECTION.
          RETURN TRAB
          AT END
          MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ EQUAL "NAO"
             ADD 1 TO CT-LIDOS
             COMPUTE DATA-TRAB-AMD = ANO-TRAB * 10000
                                   + MES-TRAB * 100
                                   + DIA-TRAB.

      *    O MESMO ESTADO/CIDADE/DATA REPETIDO NO CADENT E SOMADO
      *    NUM SO DETALHE.
       PRINCIPAL-SAIDA SECTION.
          IF ESTADO-TRAB NOT EQUAL ESTADO-CONTROL
          OR CIDADE-TRAB NOT EQUAL CIDADE-CONTROL
          OR DATA-TRAB-AMD NOT EQUAL DATA-CONTROL
             IF TEM-CHAVE EQUAL "SIM"
                PERFORM TRATA-CHAVE
             END-IF
             MOVE ESTADO-TRAB   TO ESTADO-CONTROL
             MOVE CIDADE-TRAB   TO CIDADE-CONTROL
             MOVE DATA-TRAB-AMD TO DATA-CONTROL
             MOVE ZEROS TO CASOS-CHAVE
                           CURADOS-CHAVE
             MOVE "SIM" TO TEM-CHAVE.
          ADD CASOS-TRAB   TO CASOS-CHAVE.
          ADD CURADOS-TRAB TO CURADOS-CHAVE.
          PERFORM LEITURA-SAIDA.

       TRATA-CHAVE SECTION.
          PERFORM BUSCA-CHAVE-ENVIADA.
          MOVE SPACES TO MOV-CHAVE.
          IF ACHOU-ENV EQUAL "NAO"
             IF QTD-ENVIADOS LESS THAN 3000
                ADD 1 TO QTD-ENVIADOS
                SET IDX-ENV TO QTD-ENVIADOS
                MOVE ESTADO-CONTROL TO TENV-ESTADO (IDX-ENV)
                MOVE CIDADE-CONTROL TO TENV-CIDADE (IDX-ENV)
                MOVE DATA-CONTROL   TO TENV-DATA (IDX-ENV)
                MOVE "I" TO MOV-CHAVE
                ADD 1 TO CT-INCLUSOES
             ELSE
                MOVE "SIM" TO TABELA-CHEIA
             END-IF
          ELSE
             MOVE "S" TO TENV-VISTO (IDX-ENV)
             IF CASOS-CHAVE NOT EQUAL TENV-CASOS (IDX-ENV)
             OR CURADOS-CHAVE NOT EQUAL TENV-CURADOS (IDX-ENV)
                IF TENV-SIT (IDX-ENV) EQUAL "R"
                   MOVE "R" TO MOV-CHAVE
                   ADD 1 TO CT-REENVIOS
                ELSE
                   MOVE "A" TO MOV-CHAVE
                   ADD 1 TO CT-ALTERACOES.
          IF MOV-CHAVE NOT EQUAL SPACES
             PERFORM GRAVA-DETALHE.

       BUSCA-CHAVE-ENVIADA SECTION.
          MOVE "NAO" TO ACHOU-ENV.
          SET IDX-ENV TO 1.
          PERFORM BUSCA-1-CHAVE
             UNTIL IDX-ENV GREATER THAN QTD-ENVIADOS
                OR ACHOU-ENV EQUAL "SIM".

       BUSCA-1-CHAVE SECTION.
          IF TENV-ESTADO (IDX-ENV) EQUAL ESTADO-CONTROL
          AND TENV-CIDADE (IDX-ENV) EQUAL CIDADE-CONTROL
          AND TENV-DATA (IDX-ENV) EQUAL DATA-CONTROL
             MOVE "SIM" TO ACHOU-ENV
          ELSE
             SET IDX-ENV UP BY 1.

       GRAVA-DETALHE SECTION.
          ADD 1 TO LINHA-NOTIF.
          MOVE SPACES         TO REG-NOT-DET.
          MOVE "1"            TO TIPO-DET.
          MOVE LINHA-NOTIF    TO LINHA-DET.
          MOVE MOV-CHAVE      TO MOV-DET.
          MOVE ESTADO-CONTROL TO ESTADO-DET.
          MOVE CIDADE-CONTROL TO CIDADE-DET.
          MOVE DATA-CONTROL   TO DATA-DET.
          MOVE CASOS-CHAVE    TO CASOS-DET.
          MOVE CURADOS-CHAVE  TO CURADOS-DET.
          WRITE REG-NOT-DET.
          ADD CASOS-CHAVE   TO TOTAL-CASOS.
          ADD CURADOS-CHAVE TO TOTAL-CURADOS.
          MOVE CASOS-CHAVE   TO TENV-CASOS (IDX-ENV).
          MOVE CURADOS-CHAVE TO TENV-CURADOS (IDX-ENV).
          MOVE SEQ-NOTIF     TO TENV-SEQ (IDX-ENV).
          MOVE LINHA-NOTIF   TO TENV-LINHA (IDX-ENV).
          MOVE "E"           TO TENV-SIT (IDX-ENV).
          MOVE SPACES        TO TENV-MOTIVO (IDX-ENV).
          MOVE "S"           TO TENV-VISTO (IDX-ENV).

       FIM-SAIDA SECTION.
          IF TEM-CHAVE EQUAL "SIM"
             PERFORM TRATA-CHAVE.
          MOVE SPACES        TO REG-NOT-TRL.
          MOVE "9"           TO TIPO-TRL.
          MOVE LINHA-NOTIF   TO QTDE-TRL.
          MOVE TOTAL-CASOS   TO CASOS-TRL.
          MOVE TOTAL-CURADOS TO CURADOS-TRL.
          WRITE REG-NOT-TRL.
          CLOSE NOTIFSEC.
