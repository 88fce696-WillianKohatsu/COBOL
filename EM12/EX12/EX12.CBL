       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX12.
       AUTHOR.         WILLIAN KOHATSU.
       INSTALLATION.   HOME.
       DATE-WRITTEN.   15-10-2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.        VARREDURA PERIODICA DE RETENCAO (LGPD). CASA
      *                O REGISTRO UNICO REGPESSOA.DAT COM OS
      *                CONSENTIMENTOS DE CONSENT.DAT (MANTIDO PELO
      *                EM12/EX11) E COM A TABELA DE RETENCAO
      *                RETENCAO.DAT (FINALIDADE, DESCRICAO, PRAZO EM
      *                MESES - ZERO SEM PRAZO - E VINCULO "S" SOCIO
      *                OU "A" ALUNO). UMA FINALIDADE VENCE QUANDO
      *                REVOGADA OU QUANDO A CONCESSAO MAIS O PRAZO JA
      *                PASSOU. O TITULAR COM TODAS AS FINALIDADES
      *                VENCIDAS E SEM OBRIGACAO EM ABERTO (SOCIO EM
      *                ATRASO NO CADSOC1, CONTA NAO PAGA NA CLINICA,
      *                ALUNO AINDA NO CADAMEST OU FUNCIONARIO AINDA
      *                NO CADFUN) VAI PARA MOVANON.DAT, QUE O
      *                EM12/EX06 ANONIMIZA COM O PERFIL "L". TITULAR
      *                SEM NENHUMA BASE REGISTRADA OU COM FINALIDADE
      *                FORA DA TABELA NAO E ELIMINADO, SO APONTADO.
      *                O RELATORIO RELEXPUR LISTA ELEGIVEIS E RETIDOS
      *                COM O MOTIVO E FECHA COM O QUADRO DE
      *                ASSINATURA DO ENCARREGADO DE DADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER.   DELL-PC.
          OBJECT-COMPUTER.   DELL-PC.
          SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT  REGPESSOA  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  SEQUENTIAL
          RECORD KEY  IS  DOC-PES.

          SELECT OPTIONAL CONSENT  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL RETENCAO  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADSOC1 ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADPAC ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL ATUCONS ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL DOCFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT OPTIONAL CADFUN  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  CADAMEST  ASSIGN TO DISK
          ORGANIZATION  IS  INDEXED
          ACCESS MODE  IS  RANDOM
          RECORD KEY  IS  MATRICULA-MST
          ALTERNATE RECORD KEY IS NOME-MST
             WITH DUPLICATES.

          SELECT  MOVANON  ASSIGN TO DISK
          ORGANIZATION  IS  LINE SEQUENTIAL.

          SELECT  RELEXPUR  ASSIGN TO DISK.

          SELECT RUNLOG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD CONSENT
          LABEL  RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CONSENT.DAT".

       01 REG-CON.
          02 DOC-CON            PIC 9(14).
          02 FIN-CON            PIC X(04).
          02 BASE-CON           PIC X(01).
          02 DATA-CONC-CON      PIC 9(08).
          02 DATA-REVOG-CON     PIC 9(08).
          02 REF-CON            PIC 9(07).

       FD RETENCAO
          LABEL RECORD ARE  STANDARD
          VALUE  OF FILE-ID IS "RETENCAO.DAT".

       01 REG-RET.
          02 FIN-RET            PIC X(04).
          02 DESCR-RET          PIC X(30).
          02 MESES-RET          PIC 9(03).
          02 VINCULO-RET        PIC X(01).

       FD CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-ENT.
          02 COD-ENT            PIC 9(02).
          02 NUM-ENT            PIC 9(06).
          02 NOME-ENT           PIC X(30).
          02 VALOR-ENT          PIC 9(09)V9(02).
          02 DATA-VENC-ENT      PIC 9(08).

       FD CADPAC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADPAC.DAT".

       01 REG-PAC.
          02 COD-PAC          PIC 9(03).
          02 NOME-PAC         PIC X(20).
          02 TELE-PAC         PIC 9(11).
          02 CPF-PAC          PIC 9(11).

       FD ATUCONS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATUCONS.DAT".

       01 REG-C.
          02 COD-ATU        PIC 9(03).
          02 DATA-ATU       PIC 9(08).
          02 PREC-ATU       PIC 99V99.
          02 PAGO-ATU       PIC X(01).
          02 CONV-ATU       PIC 9(03).
          02 MED-ATU        PIC 9(03).
          02 PROC-ATU       PIC 9(04).

       FD DOCFUN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "DOCFUN.DAT".

       01  REG-DOC.
          02 COD-DOC      PIC 9(05).
          02 CPF-DOC      PIC 9(11).

       FD CADFUN
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADFUN.DAT".

       01  REG-FUN.
          02 COD-FUN      PIC 9(05).
          02 NOME-FUN     PIC X(20).
          02 SALARIO-FUN  PIC 9(05)V99.
          02 DATA-ADMISSAO-FUN  PIC 9(08).
          02 EMPRESA-FUN  PIC 9(02).

       FD CADAMEST
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "CADAMEST.DAT".

           COPY CADAMEST.

       FD MOVANON
          LABEL  RECORD  ARE  STANDARD
          VALUE  OF FILE-ID  IS  "MOVANON.DAT".

       01 REG-ANON.
          02 DOC-ANON           PIC 9(14).

       FD RELEXPUR
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RUNLOG.DAT".

           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO   PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08)    VALUE ZEROS.
       77 FIM-PES          PIC X(03)    VALUE "NAO".
       77 FIM-CON          PIC X(03)    VALUE "NAO".
       77 FIM-AUX          PIC X(03)    VALUE "NAO".
       77 CT-LIN           PIC 9(02)    VALUE 45.
       77 CT-PAG           PIC 9(02)    VALUE ZEROS.
       77 QTD-FINALIDADES  PIC 9(03)    VALUE ZEROS.
       77 QTD-SOCIOS       PIC 9(04)    VALUE ZEROS.
       77 QTD-FUNCIONARIOS PIC 9(04)    VALUE ZEROS.
       77 QTD-FIN-PES      PIC 9(03)    VALUE ZEROS.
       77 QTD-VIGENTES     PIC 9(03)    VALUE ZEROS.
       77 FIN-DESCONHECIDA PIC X(03)    VALUE "NAO".
       77 FIN-VENCIDA      PIC X(03)    VALUE "NAO".
       77 ACHOU-FIN        PIC X(03)    VALUE "NAO".
       77 MOTIVO-RETENCAO  PIC X(40)    VALUE SPACES.
       77 MESES-HOJE       PIC 9(06)    VALUE ZEROS.
       77 MESES-LIMITE     PIC 9(06)    VALUE ZEROS.
       77 CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77 CT-JA-ANONIMOS   PIC 9(05)    VALUE ZEROS.
       77 CT-VIGENTES      PIC 9(05)    VALUE ZEROS.
       77 CT-SEM-BASE      PIC 9(05)    VALUE ZEROS.
       77 CT-FORA-TABELA   PIC 9(05)    VALUE ZEROS.
       77 CT-RETIDOS       PIC 9(05)    VALUE ZEROS.
       77 CT-ELEGIVEIS     PIC 9(05)    VALUE ZEROS.
       77 CT-ORFAOS        PIC 9(05)    VALUE ZEROS.

       01 DATA-VARREDURA.
          02 AAAA-HOJE       PIC 9(04).
          02 MM-HOJE         PIC 9(02).
          02 DD-HOJE         PIC 9(02).

       01 DATA-CALC.
          02 AAAA-CALC       PIC 9(04).
          02 MM-CALC         PIC 9(02).
          02 DD-CALC         PIC 9(02).

       01 TAB-RETENCAO.
          02 RET-OCR  OCCURS 50 TIMES INDEXED BY IDX-RET.
             03 TRT-FIN          PIC X(04).
             03 TRT-MESES        PIC 9(03).
             03 TRT-VINCULO      PIC X(01).

       01 TAB-SOCIOS-DEB.
          02 SOC-OCR  OCCURS 2000 TIMES INDEXED BY IDX-SOC
             PIC 9(06).

      *    PACIENTES POR CODIGO (CODIGO DE 3 DIGITOS = POSICAO).
       01 TAB-PACIENTES.
          02 PAC-OCR  OCCURS 999 TIMES INDEXED BY IDX-PAC.
             03 TPAC-CPF         PIC 9(11).
             03 TPAC-ABERTO      PIC X(01).

       01 TAB-FUNCIONARIOS.
          02 FUN-OCR  OCCURS 2000 TIMES INDEXED BY IDX-FUN.
             03 TFUN-COD         PIC 9(05).
             03 TFUN-CPF         PIC 9(11).
             03 TFUN-ATIVO       PIC X(01).

       01 JUMP-LINHA.
          02 FILLER          PIC X(80)   VALUE SPACES.

       01 CAB-01.
          02 FILLER          PIC X(16) VALUE SPACES.
          02 FILLER          PIC X(37) VALUE
             "VARREDURA DE RETENCAO - REGPESSOA.DAT".
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE "PAG. ".
          02 VAR-PAG         PIC ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.

       01 CAB-02.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(09) VALUE "DOCUMENTO".
          02 FILLER          PIC X(07) VALUE SPACES.
          02 FILLER          PIC X(04) VALUE "NOME".
          02 FILLER          PIC X(18) VALUE SPACES.
          02 FILLER          PIC X(08) VALUE "SITUACAO".
          02 FILLER          PIC X(32) VALUE SPACES.

       01 DETALHE.
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 DOC-REL         PIC 9(14).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 NOME-REL        PIC X(20).
          02 FILLER          PIC X(02)  VALUE SPACES.
          02 MENSAGEM-SAI    PIC X(40)  VALUE SPACES.

       01 ROD-01.
          02 ROTULO-ROD      PIC X(34)  VALUE SPACES.
          02 CONT-ROD        PIC ZZZZ9.
          02 FILLER          PIC X(41)  VALUE SPACES.

       01 ROD-ASS-01.
          02 FILLER          PIC X(22)  VALUE
             "DATA DA VARREDURA:    ".
          02 DD-ROD          PIC 9(02).
          02 FILLER          PIC X(01)  VALUE "/".
          02 MM-ROD          PIC 9(02).
          02 FILLER          PIC X(01)  VALUE "/".
          02 AAAA-ROD        PIC 9(04).
          02 FILLER          PIC X(48)  VALUE SPACES.

       01 ROD-ASS-02.
          02 FILLER          PIC X(40)  VALUE
             "________________________________________".
          02 FILLER          PIC X(40)  VALUE SPACES.

       01 ROD-ASS-03.
          02 FILLER          PIC X(40)  VALUE
             "ENCARREGADO PELO TRATAMENTO DE DADOS    ".
          02 FILLER          PIC X(40)  VALUE SPACES.

       01 ROD-ASS-04.
          02 FILLER          PIC X(40)  VALUE
             "DATA DA APROVACAO: ____/____/________   ".
          02 FILLER          PIC X(40)  VALUE SPACES.

       PROCEDURE  DIVISION.

       EM12-EX12.

       PERFORM  INICIO.
       PERFORM  PRINCIPAL  UNTIL  FIM-PES  EQUAL  "SIM".
       PERFORM  FIM.
       STOP RUN.

       INICIO.
          ACCEPT WS-HORA-INICIO FROM TIME.
          ACCEPT DATA-VARREDURA FROM DATE YYYYMMDD.
          MOVE DATA-VARREDURA TO WS-DATA-HOJE.
          COMPUTE MESES-HOJE = AAAA-HOJE * 12 + MM-HOJE.
          PERFORM CARREGA-RETENCAO.
          PERFORM CARREGA-SOCIOS.
          PERFORM CARREGA-PACIENTES.
          PERFORM MARCA-CONTAS-ABERTAS.
          PERFORM CARREGA-FUNCIONARIOS.
          PERFORM MARCA-FUNCIONARIOS-ATIVOS.
          OPEN INPUT  REGPESSOA
                      CONSENT
                      CADAMEST
               OUTPUT MOVANON
                      RELEXPUR.
          PERFORM IMPRIME-CAB.
          PERFORM LER-CON.
          PERFORM LER-PES.

      *    TABELAS DE APOIO CARREGADAS UMA VEZ POR EXECUCAO
       CARREGA-RETENCAO.
          MOVE "NAO" TO FIM-AUX.
          OPEN INPUT RETENCAO.
          PERFORM LE-1-RETENCAO
             UNTIL FIM-AUX EQUAL "SIM".
          CLOSE RETENCAO.

       LE-1-RETENCAO.
          READ RETENCAO
             AT END
             MOVE "SIM" TO FIM-AUX.
          IF FIM-AUX EQUAL "NAO"
          AND QTD-FINALIDADES LESS THAN 50
             ADD 1 TO QTD-FINALIDADES
             SET IDX-RET TO QTD-FINALIDADES
             MOVE FIN-RET     TO TRT-FIN (IDX-RET)
             MOVE MESES-RET   TO TRT-MESES (IDX-RET)
             MOVE VINCULO-RET TO TRT-VINCULO (IDX-RET).

      *    SOCIO COM COD-ENT 2 (EM ATRASO) TEM DEBITO EM ABERTO
       CARREGA-SOCIOS.
          MOVE "NAO" TO FIM-AUX.
          OPEN INPUT CADSOC1.
          PERFORM LE-1-SOCIO
             UNTIL FIM-AUX EQUAL "SIM".
          CLOSE CADSOC1.

       LE-1-SOCIO.
          READ CADSOC1
             AT END
             MOVE "SIM" TO FIM-AUX.
          IF FIM-AUX EQUAL "NAO"
          AND COD-ENT EQUAL 2
          AND QTD-SOCIOS LESS THAN 2000
             ADD 1 TO QTD-SOCIOS
             SET IDX-SOC TO QTD-SOCIOS
             MOVE NUM-ENT TO SOC-OCR (IDX-SOC).

       CARREGA-PACIENTES.
          MOVE "NAO" TO FIM-AUX.
          SET IDX-PAC TO 1.
          PERFORM LIMPA-1-PACIENTE
             UNTIL IDX-PAC GREATER THAN 999.
          OPEN INPUT CADPAC.
          PERFORM LE-1-PACIENTE
             UNTIL FIM-AUX EQUAL "SIM".
          CLOSE CADPAC.

       LIMPA-1-PACIENTE.
          MOVE ZEROS TO TPAC-CPF (IDX-PAC).
          MOVE "N"   TO TPAC-ABERTO (IDX-PAC).
          SET IDX-PAC UP BY 1.

       LE-1-PACIENTE.
          READ CADPAC
             AT END
             MOVE "SIM" TO FIM-AUX.
          IF FIM-AUX EQUAL "NAO"
          AND COD-PAC GREATER THAN ZEROS
             SET IDX-PAC TO COD-PAC
             MOVE CPF-PAC TO TPAC-CPF (IDX-PAC).

      *    ATENDIMENTO NAO PAGO DEIXA A CONTA DO PACIENTE ABERTA
       MARCA-CONTAS-ABERTAS.
          MOVE "NAO" TO FIM-AUX.
          OPEN INPUT ATUCONS.
          PERFORM LE-1-ATENDIMENTO
             UNTIL FIM-AUX EQUAL "SIM".
          CLOSE ATUCONS.

       LE-1-ATENDIMENTO.
          READ ATUCONS
             AT END
             MOVE "SIM" TO FIM-AUX.
          IF FIM-AUX EQUAL "NAO"
          AND COD-ATU GREATER THAN ZEROS
          AND PAGO-ATU NOT EQUAL "S"
             SET IDX-PAC TO COD-ATU
             MOVE "S" TO TPAC-ABERTO (IDX-PAC).

       CARREGA-FUNCIONARIOS.
          MOVE "NAO" TO FIM-AUX.
          OPEN INPUT DOCFUN.
          PERFORM LE-1-DOCFUN
             UNTIL FIM-AUX EQUAL "SIM".
          CLOSE DOCFUN.

       LE-1-DOCFUN.
          READ DOCFUN
             AT END
             MOVE "SIM" TO FIM-AUX.
          IF FIM-AUX EQUAL "NAO"
          AND QTD-FUNCIONARIOS LESS THAN 2000
             ADD 1 TO QTD-FUNCIONARIOS
             SET IDX-FUN TO QTD-FUNCIONARIOS
             MOVE COD-DOC TO TFUN-COD (IDX-FUN)
             MOVE CPF-DOC TO TFUN-CPF (IDX-FUN)
             MOVE "N"     TO TFUN-ATIVO (IDX-FUN).

      *    FUNCIONARIO DESLIGADO SAI DO CADFUN (EM10/EX08); O QUE
      *    CONTINUA NELE TEM VINCULO ATIVO.
       MARCA-FUNCIONARIOS-ATIVOS.
          MOVE "NAO" TO FIM-AUX.
          OPEN INPUT CADFUN.
          PERFORM LE-1-FUNCIONARIO
             UNTIL FIM-AUX EQUAL "SIM".
          CLOSE CADFUN.

       LE-1-FUNCIONARIO.
          READ CADFUN
             AT END
             MOVE "SIM" TO FIM-AUX.
          IF FIM-AUX EQUAL "NAO"
          AND QTD-FUNCIONARIOS GREATER THAN ZEROS
             SET IDX-FUN TO 1
             SEARCH FUN-OCR
                AT END
                   NEXT SENTENCE
                WHEN IDX-FUN GREATER THAN QTD-FUNCIONARIOS
                   NEXT SENTENCE
                WHEN TFUN-COD (IDX-FUN) EQUAL COD-FUN
                   MOVE "S" TO TFUN-ATIVO (IDX-FUN).

       LER-PES.
          READ REGPESSOA
             AT END
             MOVE "SIM" TO FIM-PES.

       LER-CON.
          READ CONSENT
             AT END
             MOVE "SIM" TO FIM-CON
             MOVE HIGH-VALUES TO REG-CON.

       PRINCIPAL.
          ADD 1 TO CT-LIDOS.
          PERFORM DESPREZA-ORFAOS
             UNTIL FIM-CON EQUAL "SIM"
                OR DOC-CON NOT LESS THAN DOC-PES.
          MOVE ZEROS  TO QTD-FIN-PES QTD-VIGENTES.
          MOVE "NAO"  TO FIN-DESCONHECIDA.
          MOVE SPACES TO MOTIVO-RETENCAO.
          PERFORM AVALIA-FINALIDADE
             UNTIL FIM-CON EQUAL "SIM"
                OR DOC-CON NOT EQUAL DOC-PES.
          IF NOME-PES EQUAL "ANONIMIZADO"
             ADD 1 TO CT-JA-ANONIMOS
          ELSE
             PERFORM DECIDE-TITULAR.
          PERFORM LER-PES.

      *    CONSENTIMENTO DE DOCUMENTO QUE NAO ESTA NO REGISTRO UNICO
       DESPREZA-ORFAOS.
          ADD 1 TO CT-ORFAOS.
          MOVE DOC-CON TO DOC-REL.
          MOVE SPACES  TO NOME-REL.
          MOVE "CONSENTIMENTO SEM CADASTRO NA REGPESSOA"
             TO MENSAGEM-SAI.
          PERFORM IMPRIME-D0.
          PERFORM LER-CON.

       AVALIA-FINALIDADE.
          ADD 1 TO QTD-FIN-PES.
          MOVE "NAO" TO FIN-VENCIDA.
          PERFORM PROCURA-FINALIDADE.
          IF ACHOU-FIN EQUAL "NAO"
             MOVE "SIM" TO FIN-DESCONHECIDA
          ELSE
             PERFORM TESTA-VENCIMENTO
             PERFORM TESTA-VINCULO.
          IF FIN-VENCIDA EQUAL "NAO"
             ADD 1 TO QTD-VIGENTES.
          PERFORM LER-CON.

       PROCURA-FINALIDADE.
          MOVE "NAO" TO ACHOU-FIN.
          SET IDX-RET TO 1.
          SEARCH RET-OCR
             AT END
                MOVE "NAO" TO ACHOU-FIN
             WHEN IDX-RET GREATER THAN QTD-FINALIDADES
                MOVE "NAO" TO ACHOU-FIN
             WHEN TRT-FIN (IDX-RET) EQUAL FIN-CON
                MOVE "SIM" TO ACHOU-FIN.

      *    VENCE PELA REVOGACAO OU PELO PRAZO CONTADO EM MESES DA
      *    CONCESSAO (MESMO DIA DO MES DE VENCIMENTO AINDA VALE).
       TESTA-VENCIMENTO.
          IF DATA-REVOG-CON GREATER THAN ZEROS
          AND DATA-REVOG-CON NOT GREATER THAN WS-DATA-HOJE
             MOVE "SIM" TO FIN-VENCIDA
          ELSE IF TRT-MESES (IDX-RET) GREATER THAN ZEROS
             MOVE DATA-CONC-CON TO DATA-CALC
             COMPUTE MESES-LIMITE = AAAA-CALC * 12 + MM-CALC
                                  + TRT-MESES (IDX-RET)
             IF MESES-HOJE GREATER THAN MESES-LIMITE
                MOVE "SIM" TO FIN-VENCIDA
             ELSE IF MESES-HOJE EQUAL MESES-LIMITE
                  AND DD-HOJE GREATER THAN DD-CALC
                MOVE "SIM" TO FIN-VENCIDA.

      *    OBRIGACAO AMARRADA PELA REFERENCIA DO CONSENTIMENTO,
      *    VALE MESMO COM A FINALIDADE VENCIDA.
       TESTA-VINCULO.
          IF MOTIVO-RETENCAO EQUAL SPACES
          AND REF-CON GREATER THAN ZEROS
             IF TRT-VINCULO (IDX-RET) EQUAL "S"
                PERFORM PROCURA-SOCIO-DEVEDOR
             ELSE IF TRT-VINCULO (IDX-RET) EQUAL "A"
                PERFORM PROCURA-ALUNO-ATIVO.

       PROCURA-SOCIO-DEVEDOR.
          IF QTD-SOCIOS GREATER THAN ZEROS
             SET IDX-SOC TO 1
             SEARCH SOC-OCR
                AT END
                   NEXT SENTENCE
                WHEN IDX-SOC GREATER THAN QTD-SOCIOS
                   NEXT SENTENCE
                WHEN SOC-OCR (IDX-SOC) EQUAL REF-CON
                   MOVE "SOCIO COM DEBITO EM ABERTO"
                      TO MOTIVO-RETENCAO.

      *    ALUNO TRANSFERIDO SAI DO CADAMEST; O QUE ESTA NELE E ATIVO
       PROCURA-ALUNO-ATIVO.
          MOVE REF-CON TO MATRICULA-MST.
          READ CADAMEST
             INVALID KEY
                NEXT SENTENCE
             NOT INVALID KEY
                MOVE "ALUNO COM MATRICULA ATIVA"
                   TO MOTIVO-RETENCAO.

       DECIDE-TITULAR.
          MOVE DOC-PES  TO DOC-REL.
          MOVE NOME-PES TO NOME-REL.
          IF QTD-FIN-PES EQUAL ZEROS
             ADD 1 TO CT-SEM-BASE
             MOVE "SEM BASE LEGAL REGISTRADA" TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF FIN-DESCONHECIDA EQUAL "SIM"
             ADD 1 TO CT-FORA-TABELA
             MOVE "FINALIDADE FORA DA TABELA DE RETENCAO"
                TO MENSAGEM-SAI
             PERFORM IMPRIME-D0
          ELSE IF QTD-VIGENTES GREATER THAN ZEROS
             ADD 1 TO CT-VIGENTES
          ELSE
             PERFORM VERIFICA-OBRIGACOES
             IF MOTIVO-RETENCAO NOT EQUAL SPACES
                ADD 1 TO CT-RETIDOS
                MOVE MOTIVO-RETENCAO TO MENSAGEM-SAI
                PERFORM IMPRIME-D0
             ELSE
                ADD 1 TO CT-ELEGIVEIS
                MOVE DOC-PES TO DOC-ANON
                WRITE REG-ANON
                MOVE "ELEGIVEL PARA ANONIMIZACAO" TO MENSAGEM-SAI
                PERFORM IMPRIME-D0.

      *    CLINICA E FOLHA SO CONHECEM O TITULAR PELO CPF
       VERIFICA-OBRIGACOES.
          IF MOTIVO-RETENCAO EQUAL SPACES
          AND TIPO-PES EQUAL "F"
             PERFORM PROCURA-CONTA-ABERTA
             IF MOTIVO-RETENCAO EQUAL SPACES
                PERFORM PROCURA-FUNCIONARIO-ATIVO.

       PROCURA-CONTA-ABERTA.
          SET IDX-PAC TO 1.
          SEARCH PAC-OCR
             AT END
                NEXT SENTENCE
             WHEN TPAC-CPF (IDX-PAC) EQUAL DOC-PES
              AND TPAC-ABERTO (IDX-PAC) EQUAL "S"
                MOVE "CONTA EM ABERTO NA CLINICA"
                   TO MOTIVO-RETENCAO.

       PROCURA-FUNCIONARIO-ATIVO.
          IF QTD-FUNCIONARIOS GREATER THAN ZEROS
             SET IDX-FUN TO 1
             SEARCH FUN-OCR
                AT END
                   NEXT SENTENCE
                WHEN IDX-FUN GREATER THAN QTD-FUNCIONARIOS
                   NEXT SENTENCE
                WHEN TFUN-CPF (IDX-FUN) EQUAL DOC-PES
                 AND TFUN-ATIVO (IDX-FUN) EQUAL "S"
                   MOVE "FUNCIONARIO COM VINCULO ATIVO"
                      TO MOTIVO-RETENCAO.

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
          PERFORM IMPRIME-TOTAIS.
          PERFORM IMPRIME-ASSINATURA.
          PERFORM GRAVA-RUNLOG.
          CLOSE REGPESSOA
                CONSENT
                CADAMEST
                MOVANON
                RELEXPUR.

       IMPRIME-TOTAIS.
          WRITE REG-ATR FROM JUMP-LINHA
             AFTER ADVANCING 2 LINES.
          MOVE "CADASTROS LIDOS:" TO ROTULO-ROD.
          MOVE CT-LIDOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "JA ANONIMIZADOS:" TO ROTULO-ROD.
          MOVE CT-JA-ANONIMOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "COM FINALIDADE VIGENTE:" TO ROTULO-ROD.
          MOVE CT-VIGENTES TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "SEM BASE LEGAL REGISTRADA:" TO ROTULO-ROD.
          MOVE CT-SEM-BASE TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "FINALIDADE FORA DA TABELA:" TO ROTULO-ROD.
          MOVE CT-FORA-TABELA TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "RETIDOS POR OBRIGACAO EM ABERTO:" TO ROTULO-ROD.
          MOVE CT-RETIDOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "ELEGIVEIS PARA ANONIMIZACAO:" TO ROTULO-ROD.
          MOVE CT-ELEGIVEIS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.
          MOVE "CONSENTIMENTOS SEM CADASTRO:" TO ROTULO-ROD.
          MOVE CT-ORFAOS TO CONT-ROD.
          WRITE REG-ATR FROM ROD-01
             AFTER ADVANCING 1 LINE.

       IMPRIME-ASSINATURA.
          MOVE DD-HOJE   TO DD-ROD.
          MOVE MM-HOJE   TO MM-ROD.
          MOVE AAAA-HOJE TO AAAA-ROD.
          WRITE REG-ATR FROM ROD-ASS-01
             AFTER ADVANCING 3 LINES.
          WRITE REG-ATR FROM ROD-ASS-02
             AFTER ADVANCING 4 LINES.
          WRITE REG-ATR FROM ROD-ASS-03
             AFTER ADVANCING 1 LINE.
          WRITE REG-ATR FROM ROD-ASS-04
             AFTER ADVANCING 2 LINES.

       GRAVA-RUNLOG.
          OPEN EXTEND RUNLOG.
          MOVE "EM12EX12"     TO RL-PROGRAMA.
          MOVE WS-DATA-HOJE   TO RL-DATA.
          MOVE WS-HORA-INICIO TO RL-HORA-INI.
          ACCEPT RL-HORA-FIM FROM TIME.
          MOVE CT-LIDOS       TO RL-LIDOS.
          MOVE CT-ELEGIVEIS   TO RL-GRAVADOS.
          COMPUTE RL-REJEITADOS = CT-SEM-BASE + CT-FORA-TABELA
                                + CT-RETIDOS.
          MOVE "NORMAL"       TO RL-STATUS.
          WRITE REG-RUNLOG.
          CLOSE RUNLOG.
