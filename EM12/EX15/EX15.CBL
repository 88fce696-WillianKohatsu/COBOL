       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX15.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        MANUTENCAO DOS OPERADORES E DE SEUS PERFIS DE
      *                ACESSO (AUTORIZA.DAT). SO RODA PARA OPERADOR
      *                COM O PERFIL "Z" (ADMINISTRADOR DE ACESSOS).
      *                APLICA MOVAUT.DAT NA ORDEM DE CHEGADA: "G"
      *                CONCEDE UM PERFIL (INCLUINDO O OPERADOR SE
      *                PRECISO), "R" REVOGA UM PERFIL E "E" EXCLUI O
      *                OPERADOR COM TODOS OS PERFIS; OPERADOR SEM
      *                NENHUM PERFIL SAI DO ARQUIVO. RECUSA A
      *                ALTERACAO DO PROPRIO PERFIL, MAIS DE QUATRO
      *                PERFIS POR OPERADOR E AS COMBINACOES VEDADAS
      *                DA TABELA DE SEGREGACAO DE FUNCOES SODREGRA.DAT
      *                (EX.: BAIXA DE PERDAS "P" COM LIBERACAO DA
      *                WATCHLIST "W"). TODA CONCESSAO, REVOGACAO E
      *                EXCLUSAO, ACEITA OU RECUSADA, VAI PARA
      *                AUDITAUT.LOG COM DATA, HORA E OPERADOR QUE A
      *                FEZ. GERA AUTORIZN.DAT, QUE SUBSTITUI O
      *                AUTORIZA.DAT. A REVISAO TRIMESTRAL DE ACESSOS
      *                E O EM12/EX16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT OPTIONAL AUTORIZA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  MOVAUT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  AUTORIZN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL SODREGRA  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL OPERADOR  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  AUDITAUT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELAUT  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AUTORIZA
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AUTORIZA.DAT".

       01 REG-AUT.
          02 OPER-AUT           PIC X(08).
          02 TIPOS-AUT          PIC X(04).

       FD MOVAUT
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "MOVAUT.DAT".

       01 REG-MOV.
          02 OPER-MOV           PIC X(08).
          02 TIPO-MOV           PIC X(01).
          02 PERFIL-MOV         PIC X(01).
             88 PERFIL-VALIDO VALUE "A" THRU "Z".

       FD AUTORIZN
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "AUTORIZN.DAT".

       01 REG-AUTN.
          02 OPER-AUTN          PIC X(08).
          02 TIPOS-AUTN         PIC X(04).

       FD SODREGRA
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "SODREGRA.DAT".

       01 REG-SOD.
          02 PERFIL-1-SOD       PIC X(01).
          02 PERFIL-2-SOD       PIC X(01).
          02 DESCR-SOD          PIC X(30).

       FD OPERADOR
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "OPERADOR.DAT".

       01 REG-OPER.
          02 OPER-RUN           PIC X(08).

       FD AUDITAUT
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "AUDITAUT.LOG".

       01 REG-AUDIT.
          02 AUDIT-DATA        PIC 9(08).
          02 AUDIT-HORA        PIC 9(08).
          02 AUDIT-ALVO        PIC X(08).
          02 AUDIT-TIPO        PIC X(01).
          02 AUDIT-PERFIL      PIC X(01).
          02 AUDIT-RESULTADO   PIC X(40).
          02 AUDIT-OPERADOR    PIC X(08).

       FD RELAUT
          LABEL RECORD IS OMITTED.

       01 REG-ATR            PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO     PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
       77 OPERADOR-CORRENTE  PIC X(08)    VALUE SPACES.
       77 TIPOS-PERMITIDOS   PIC X(04)    VALUE SPACES.
       77 FIM-AUT            PIC X(03)    VALUE "NAO".
       77 FIM-MOV            PIC X(03)    VALUE "NAO".
       77 FIM-SOD            PIC X(03)    VALUE "NAO".
       77 QTD-OPERADORES     PIC 9(03)    VALUE ZEROS.
       77 QTD-REGRAS         PIC 9(03)    VALUE ZEROS.
       77 ACHOU-OPER         PIC X(03)    VALUE "NAO".
       77 POSSUI-PERFIL      PIC X(03)    VALUE "NAO".
       77 LETRA-PROCURADA    PIC X(01)    VALUE SPACES.
       77 LETRA-CONFLITO     PIC X(01)    VALUE SPACES.
       77 QTD-PERFIS         PIC 9(01)    VALUE ZEROS.
       77 IX-LET             PIC 9(01)    VALUE ZEROS.
       77 IX-NOVA            PIC 9(01)    VALUE ZEROS.
       77 CT-LIN             PIC 9(002)   VALUE 45.
       77 CT-PAG             PIC 9(002)   VALUE ZEROS.
       77 CT-CONCEDIDOS      PIC 9(005)   VALUE ZEROS.
       77 CT-REVOGADOS       PIC 9(005)   VALUE ZEROS.
       77 CT-EXCLUIDOS       PIC 9(005)   VALUE ZEROS.
       77 CT-RECUSADOS       PIC 9(005)   VALUE ZEROS.
       77 CT-CONFLITOS       PIC 9(005)   VALUE ZEROS.
       77 CT-DUPLICADOS      PIC 9(005)   VALUE ZEROS.
       77 CT-LIDOS           PIC 9(007)   VALUE ZEROS.
       77 CT-GRAVADOS        PIC 9(007)   VALUE ZEROS.

       01 TAB-OPERADORES.
          02 OPE-OCR  OCCURS 500 TIMES INDEXED BY IDX-OPE.
             03 TOP-OPER         PIC X(08).
             03 TOP-TIPOS        PIC X(04).

       01 TAB-REGRAS.
          02 SOD-OCR  OCCURS 100 TIMES INDEXED BY IDX-SOD.
             03 TSD-PERFIL-1     PIC X(01).
             03 TSD-PERFIL-2     PIC X(01).

       01 TIPOS-ALVO.
          02 LETRA-ALVO  OCCURS 4 TIMES PIC X(01).

       01 TIPOS-NOVOS.
          02 LETRA-NOVA  OCCURS 4 TIMES PIC X(01).

       01 MSG-CONFLITO.
          02 FILLER          PIC X(31)  VALUE
             "CONFLITO DE FUNCOES COM PERFIL ".
          02 LETRA-MSG       PIC X(01).
          02 FILLER          PIC X(08)  VALUE SPACES.

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 FILLER          PIC X(33) VALUE
             "MANUTENCAO DE PERFIS DE OPERADOR ".
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "OPERADOR".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "TIPO".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "PERFIL".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(06) VALUE "PERFIS".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "MENSAGEM".
          02 FILLER          PIC X(38) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 OPER-REL        PIC X(08).
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 TIPO-REL        PIC X(01)  VALUE SPACES.
          02 FILLER          PIC X(06)  VALUE SPACES.
          02 PERFIL-REL      PIC X(01)  VALUE SPACES.
          02 FILLER          PIC X(03)  VALUE SPACES.
          02 TIPOS-REL       PIC X(04)  VALUE SPACES.
          02 FILLER          PIC X(04)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.
          02 FILLER          PIC X(08)  VALUE SPACES.

       01 ROD-01.
          02 ROTULO-ROD      PIC X(34)  VALUE SPACES.
          02 CONT-ROD        PIC ZZZZ9.
          02 FILLER          PIC X(41)  VALUE SPACES.

       01 ROD-02.
          02 FILLER          PIC X(20)  VALUE
             "EXECUTADO POR:      ".
          02 OPER-ROD        PIC X(08).
          02 FILLER          PIC X(52)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM12-EX15.

       PERFORM  INICIO.
       PERFORM  PRINCIPAL  UNTIL  FIM-MOV  EQUAL  "SIM".
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
          PERFORM LE-OPERADOR.
          PERFORM VERIFICA-PERFIL.
          PERFORM CARREGA-REGRAS.
          OPEN OUTPUT RELAUT.
          PERFORM CARREGA-OPERADORES.
          OPEN INPUT  MOVAUT
               OUTPUT AUTORIZN.
          OPEN EXTEND AUDITAUT.
          PERFORM LER-MOV.

       LE-OPERADOR.
          OPEN INPUT OPERADOR.
          READ OPERADOR
             AT END
             MOVE SPACES TO OPER-RUN.
          MOVE OPER-RUN TO OPERADOR-CORRENTE.
          CLOSE OPERADOR.
          OPEN INPUT AUTORIZA.
          PERFORM LE-AUTORIZACAO
             UNTIL FIM-AUT EQUAL "SIM".
          CLOSE AUTORIZA.

       LE-AUTORIZACAO.
          READ AUTORIZA
             AT END
             MOVE "SIM" TO FIM-AUT.
          IF FIM-AUT EQUAL "NAO"
          AND OPER-AUT EQUAL OPERADOR-CORRENTE
             MOVE TIPOS-AUT TO TIPOS-PERMITIDOS.

       VERIFICA-PERFIL.
          IF OPERADOR-CORRENTE NOT EQUAL SPACES AND
            (TIPOS-PERMITIDOS (1:1) EQUAL "Z" OR
             TIPOS-PERMITIDOS (2:1) EQUAL "Z" OR
             TIPOS-PERMITIDOS (3:1) EQUAL "Z" OR
             TIPOS-PERMITIDOS (4:1) EQUAL "Z")
             NEXT SENTENCE
          ELSE
             DISPLAY "EM12/EX15: OPERADOR " OPERADOR-CORRENTE
                     " SEM PERFIL DE ADMINISTRADOR DE ACESSOS"
             MOVE 8 TO RETURN-CODE
             STOP RUN.

       CARREGA-REGRAS.
          OPEN INPUT SODREGRA.
          PERFORM LE-1-REGRA
             UNTIL FIM-SOD EQUAL "SIM".
          CLOSE SODREGRA.

       LE-1-REGRA.
          READ SODREGRA
             AT END
             MOVE "SIM" TO FIM-SOD.
          IF FIM-SOD EQUAL "NAO"
          AND QTD-REGRAS LESS THAN 100
             ADD 1 TO QTD-REGRAS
             SET IDX-SOD TO QTD-REGRAS
             MOVE PERFIL-1-SOD TO TSD-PERFIL-1 (IDX-SOD)
             MOVE PERFIL-2-SOD TO TSD-PERFIL-2 (IDX-SOD).

      *    O OPERADOR REPETIDO NO AUTORIZA.DAT FICA COM A ULTIMA
      *    LINHA, QUE E A QUE OS PROGRAMAS CONSIDERAM AO CONFERIR
      *    O PERFIL.
       CARREGA-OPERADORES.
          MOVE "NAO" TO FIM-AUT.
          OPEN INPUT AUTORIZA.
          PERFORM LE-1-OPERADOR
             UNTIL FIM-AUT EQUAL "SIM".
          CLOSE AUTORIZA.

       LE-1-OPERADOR.
          READ AUTORIZA
             AT END
             MOVE "SIM" TO FIM-AUT.
          IF FIM-AUT EQUAL "NAO"
             MOVE OPER-AUT TO OPER-MOV
             PERFORM PROCURA-OPERADOR
             IF ACHOU-OPER EQUAL "SIM"
                MOVE TIPOS-AUT TO TOP-TIPOS (IDX-OPE)
                ADD 1 TO CT-DUPLICADOS
                MOVE SPACES TO TIPO-MOV PERFIL-MOV
                MOVE "OPERADOR REPETIDO - VALE A ULTIMA LINHA"
                   TO MENSAGEM-SAI
                MOVE TIPOS-AUT TO TIPOS-ALVO
                PERFORM IMPRIME-MOVIMENTO
             ELSE IF QTD-OPERADORES LESS THAN 500
                ADD 1 TO QTD-OPERADORES
                SET IDX-OPE TO QTD-OPERADORES
                MOVE OPER-AUT  TO TOP-OPER (IDX-OPE)
                MOVE TIPOS-AUT TO TOP-TIPOS (IDX-OPE).

       PROCURA-OPERADOR.
          MOVE "NAO" TO ACHOU-OPER.
          SET IDX-OPE TO 1.
          SEARCH OPE-OCR
             AT END
                MOVE "NAO" TO ACHOU-OPER
             WHEN IDX-OPE GREATER THAN QTD-OPERADORES
                MOVE "NAO" TO ACHOU-OPER
             WHEN TOP-OPER (IDX-OPE) EQUAL OPER-MOV
                MOVE "SIM" TO ACHOU-OPER.

       LER-MOV.
          READ MOVAUT
             AT END
             MOVE "SIM" TO FIM-MOV.
          IF FIM-MOV EQUAL "NAO"
             ADD 1 TO CT-LIDOS.

       PRINCIPAL.
          MOVE SPACES TO TIPOS-ALVO.
          PERFORM PROCURA-OPERADOR.
          IF ACHOU-OPER EQUAL "SIM"
             MOVE TOP-TIPOS (IDX-OPE) TO TIPOS-ALVO.
          IF OPER-MOV EQUAL SPACES
             MOVE "OPERADOR NAO INFORMADO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF OPER-MOV EQUAL OPERADOR-CORRENTE
             MOVE "ALTERACAO DO PROPRIO PERFIL VEDADA"
                TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF TIPO-MOV EQUAL "G"
             PERFORM CONCEDE
          ELSE IF TIPO-MOV EQUAL "R"
             PERFORM REVOGA
          ELSE IF TIPO-MOV EQUAL "E"
             PERFORM EXCLUI
          ELSE
             MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA.
          PERFORM LER-MOV.

       CONCEDE.
          MOVE PERFIL-MOV TO LETRA-PROCURADA.
          PERFORM TEM-PERFIL.
          PERFORM CONTA-PERFIS.
          IF NOT PERFIL-VALIDO
             MOVE "PERFIL INVALIDO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF POSSUI-PERFIL EQUAL "SIM"
             MOVE "PERFIL JA CONCEDIDO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF QTD-PERFIS NOT LESS THAN 4
             MOVE "OPERADOR JA TEM QUATRO PERFIS" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             PERFORM CONFERE-SEGREGACAO
             IF LETRA-CONFLITO NOT EQUAL SPACES
                MOVE LETRA-CONFLITO TO LETRA-MSG
                MOVE MSG-CONFLITO TO MENSAGEM-SAI
                ADD 1 TO CT-CONFLITOS
                PERFORM RECUSA
             ELSE IF ACHOU-OPER EQUAL "NAO"
                  AND QTD-OPERADORES NOT LESS THAN 500
                MOVE "TABELA DE OPERADORES CHEIA" TO MENSAGEM-SAI
                PERFORM RECUSA
             ELSE
                PERFORM INCLUI-PERFIL
             END-IF.

       INCLUI-PERFIL.
          IF ACHOU-OPER EQUAL "NAO"
             ADD 1 TO QTD-OPERADORES
             SET IDX-OPE TO QTD-OPERADORES
             MOVE OPER-MOV TO TOP-OPER (IDX-OPE)
             MOVE "OPERADOR INCLUIDO COM O PERFIL" TO MENSAGEM-SAI
          ELSE
             MOVE "PERFIL CONCEDIDO" TO MENSAGEM-SAI.
          ADD 1 TO QTD-PERFIS.
          MOVE PERFIL-MOV TO LETRA-ALVO (QTD-PERFIS).
          MOVE TIPOS-ALVO TO TOP-TIPOS (IDX-OPE).
          ADD 1 TO CT-CONCEDIDOS.
          PERFORM ACEITA.

       REVOGA.
          MOVE PERFIL-MOV TO LETRA-PROCURADA.
          PERFORM TEM-PERFIL.
          IF TIPOS-ALVO EQUAL SPACES
             MOVE "OPERADOR SEM AUTORIZACAO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE IF POSSUI-PERFIL EQUAL "NAO"
             MOVE "PERFIL NAO CONCEDIDO AO OPERADOR" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             PERFORM RETIRA-PERFIL
             MOVE TIPOS-ALVO TO TOP-TIPOS (IDX-OPE)
             IF TIPOS-ALVO EQUAL SPACES
                MOVE "PERFIL REVOGADO - OPERADOR SEM ACESSO"
                   TO MENSAGEM-SAI
             ELSE
                MOVE "PERFIL REVOGADO" TO MENSAGEM-SAI
             END-IF
             ADD 1 TO CT-REVOGADOS
             PERFORM ACEITA.

       EXCLUI.
          IF TIPOS-ALVO EQUAL SPACES
             MOVE "OPERADOR SEM AUTORIZACAO" TO MENSAGEM-SAI
             PERFORM RECUSA
          ELSE
             MOVE SPACES TO TIPOS-ALVO
             MOVE SPACES TO TOP-TIPOS (IDX-OPE)
             MOVE "OPERADOR EXCLUIDO COM TODOS OS PERFIS"
                TO MENSAGEM-SAI
             ADD 1 TO CT-EXCLUIDOS
             PERFORM ACEITA.

      *    AS LETRAS QUE FICAM SAO ENCOSTADAS A ESQUERDA PARA QUE A
      *    PROXIMA CONCESSAO OCUPE A PRIMEIRA POSICAO LIVRE.
       RETIRA-PERFIL.
          MOVE SPACES TO TIPOS-NOVOS.
          MOVE ZEROS  TO IX-NOVA.
          PERFORM COPIA-LETRA
             VARYING IX-LET FROM 1 BY 1
             UNTIL IX-LET GREATER THAN 4.
          MOVE TIPOS-NOVOS TO TIPOS-ALVO.

       COPIA-LETRA.
          IF LETRA-ALVO (IX-LET) NOT EQUAL SPACES
          AND LETRA-ALVO (IX-LET) NOT EQUAL PERFIL-MOV
             ADD 1 TO IX-NOVA
             MOVE LETRA-ALVO (IX-LET) TO LETRA-NOVA (IX-NOVA).

       TEM-PERFIL.
          IF LETRA-ALVO (1) EQUAL LETRA-PROCURADA OR
             LETRA-ALVO (2) EQUAL LETRA-PROCURADA OR
             LETRA-ALVO (3) EQUAL LETRA-PROCURADA OR
             LETRA-ALVO (4) EQUAL LETRA-PROCURADA
             MOVE "SIM" TO POSSUI-PERFIL
          ELSE
             MOVE "NAO" TO POSSUI-PERFIL.

       CONTA-PERFIS.
          MOVE ZEROS TO QTD-PERFIS.
          PERFORM CONTA-1-LETRA
             VARYING IX-LET FROM 1 BY 1
             UNTIL IX-LET GREATER THAN 4.

       CONTA-1-LETRA.
          IF LETRA-ALVO (IX-LET) NOT EQUAL SPACES
             ADD 1 TO QTD-PERFIS.

      *    A REGRA VALE NOS DOIS SENTIDOS: CONCEDER O PRIMEIRO PERFIL
      *    A QUEM TEM O SEGUNDO OU O SEGUNDO A QUEM TEM O PRIMEIRO.
       CONFERE-SEGREGACAO.
          MOVE SPACES TO LETRA-CONFLITO.
          PERFORM CONFERE-1-REGRA
             VARYING IDX-SOD FROM 1 BY 1
             UNTIL IDX-SOD GREATER THAN QTD-REGRAS
                OR LETRA-CONFLITO NOT EQUAL SPACES.

       CONFERE-1-REGRA.
          IF TSD-PERFIL-1 (IDX-SOD) EQUAL PERFIL-MOV
             MOVE TSD-PERFIL-2 (IDX-SOD) TO LETRA-PROCURADA
             PERFORM TEM-PERFIL
             IF POSSUI-PERFIL EQUAL "SIM"
                MOVE LETRA-PROCURADA TO LETRA-CONFLITO
             END-IF
          ELSE IF TSD-PERFIL-2 (IDX-SOD) EQUAL PERFIL-MOV
             MOVE TSD-PERFIL-1 (IDX-SOD) TO LETRA-PROCURADA
             PERFORM TEM-PERFIL
             IF POSSUI-PERFIL EQUAL "SIM"
                MOVE LETRA-PROCURADA TO LETRA-CONFLITO.

       ACEITA.
          PERFORM GRAVA-AUDITORIA.
          PERFORM IMPRIME-MOVIMENTO.

       RECUSA.
          ADD 1 TO CT-RECUSADOS.
          PERFORM GRAVA-AUDITORIA.
          PERFORM IMPRIME-MOVIMENTO.

       GRAVA-AUDITORIA.
          MOVE WS-DATA-HOJE      TO AUDIT-DATA.
          ACCEPT AUDIT-HORA      FROM TIME.
          MOVE OPER-MOV          TO AUDIT-ALVO.
          MOVE TIPO-MOV          TO AUDIT-TIPO.
          MOVE PERFIL-MOV        TO AUDIT-PERFIL.
          MOVE MENSAGEM-SAI      TO AUDIT-RESULTADO.
          MOVE OPERADOR-CORRENTE TO AUDIT-OPERADOR.
          WRITE REG-AUDIT.

       IMPRIME-MOVIMENTO.
          MOVE OPER-MOV   TO OPER-REL.
          MOVE TIPO-MOV   TO TIPO-REL.
          MOVE PERFIL-MOV TO PERFIL-REL.
          MOVE TIPOS-ALVO TO TIPOS-REL.
          PERFORM IMPRIME-D0.

       IMPRIME-D0.
          IF CT-LIN GREATER THAN 39
             PERFORM IMPRIME-CAB.
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
          WRITE REG-ATR FROM CAB-02
              AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM JUMP-LINHA
              AFTER ADVANCING 1 LINE.

          MOVE ZEROS TO CT-LIN.

       FIM.
          PERFORM GRAVA-AUTORIZACAO
             VARYING IDX-OPE FROM 1 BY 1
             UNTIL IDX-OPE GREATER THAN QTD-OPERADORES.
          PERFORM IMPRIME-TOTAIS.
          PERFORM GRAVA-RUNLOG.
          CLOSE MOVAUT
                AUTORIZN
                AUDITAUT
                RELAUT.

       GRAVA-AUTORIZACAO.
          IF TOP-TIPOS (IDX-OPE) NOT EQUAL SPACES
             MOVE TOP-OPER (IDX-OPE)  TO OPER-AUTN
             MOVE TOP-TIPOS (IDX-OPE) TO TIPOS-AUTN
             WRITE REG-AUTN
             ADD 1 TO CT-GRAVADOS.

       IMPRIME-TOTAIS.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          MOVE "PERFIS CONCEDIDOS:" TO ROTULO-ROD.
          MOVE CT-CONCEDIDOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "PERFIS REVOGADOS:" TO ROTULO-ROD.
          MOVE CT-REVOGADOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "OPERADORES EXCLUIDOS:" TO ROTULO-ROD.
          MOVE CT-EXCLUIDOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "MOVIMENTOS RECUSADOS:" TO ROTULO-ROD.
          MOVE CT-RECUSADOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "  POR CONFLITO DE FUNCOES:" TO ROTULO-ROD.
          MOVE CT-CONFLITOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "OPERADORES REPETIDOS NA ENTRADA:" TO ROTULO-ROD.
          MOVE CT-DUPLICADOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "OPERADORES GRAVADOS:" TO ROTULO-ROD.
          MOVE CT-GRAVADOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE OPERADOR-CORRENTE TO OPER-ROD.
          WRITE REG-ATR FROM ROD-02
             AFTER ADVANCING 2 LINES.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX15"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-GRAVADOS    TO RL-GRAVADOS.
          MOVE CT-RECUSADOS   TO RL-REJEITADOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
