        SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       LER TODOS REGISTROS E ORDENAR CRESCENTE
      *               POR ESTADO E CIDADE.
      *               DESCONTA DO LIQUIDO AS PARCELAS DE EMPRESTIMO
      *               CONSIGNADO DOS CONTRATOS DE CONSIG.DAT EM
      *               VIGOR NA COMPETENCIA (MES DA DATA DO MOVIMENTO
      *               DE DATAMOV.DAT OU, SEM ELA, DO DIA), LIMITADAS
      *               A PCT-CONSIG-PARM DO LIQUIDO (35% SE NAO
      *               INFORMADO); PARCELA QUE NAO CABE NA MARGEM NAO
      *               E DESCONTADA. GRAVA CONSIGN.DAT COM AS PARCELAS
      *               PAGAS ATUALIZADAS (SEM OS QUITADOS) E A REMESSA
      *               REMCONS.DAT, UM BLOCO HEADER/DETALHE/TRAILER
      *               POR BANCO COM O DESCONTADO DE CADA CONTRATO.
      *               A PARTE DO FUNCIONARIO NO VALE-TRANSPORTE DA
      *               COMPETENCIA (DESCBEN.DAT, GERADO PELO EM10/EX14)
      *               ENTRA NOS DESCONTOS, ANTES DA MARGEM DO
      *               CONSIGNADO, E VAI PARA VT-FDET.
      *               OS DIAS DA COMPETENCIA EM AFASTAMENTO PAGO PELA
      *               PREVIDENCIA OU SEM REMUNERACAO (AFASTA.DAT, VIA
      *               ROTINA DIASAFA) SAEM DO SALARIO NORMAL NA BASE
      *               DE 30 DIAS, ANTES DO IMPOSTO; AS HORAS EXTRAS
      *               NAO SAO AFETADAS.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT OPTIONAL EMPRESAS  ASSIGN TO DISK
           ORGANIZATION  IS  LINE SEQUENTIAL.

           SELECT OPTIONAL CONSIG  ASSIGN TO DISK
           ORGANIZATION  IS  LINE SEQUENTIAL.

           SELECT OPTIONAL DATAMOV  ASSIGN TO DISK
           ORGANIZATION  IS  LINE SEQUENTIAL.

           SELECT OPTIONAL DESCBEN  ASSIGN TO DISK
           ORGANIZATION  IS  LINE SEQUENTIAL.

           SELECT  CONSIGN  ASSIGN TO DISK
           ORGANIZATION  IS  LINE SEQUENTIAL.

           SELECT  REMCONS  ASSIGN TO DISK
           ORGANIZATION  IS  LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
	   
           02 DESPESA-FDET     PIC 9(03)V99.
           02 LIQUIDO-FDET     PIC 9(05).
           02 EMPRESA-FDET     PIC 9(02).
           02 CONSIG-FDET      PIC 9(05)V99.
           02 VT-FDET          PIC 9(05)V99.

        FD PARMGER
           LABEL  RECORD  ARE  STANDARD
           02 COD-EMPRESA       PIC 9(02).
           02 NOME-EMPRESA      PIC X(20).

        FD CONSIG
           LABEL  RECORD  ARE  STANDARD
           VALUE  OF FILE-ID  IS  "CONSIG.DAT".

        01  REG-CON.
           02 COD-CON           PIC 9(05).
           02 BANCO-CON         PIC 9(03).
           02 CONTRATO-CON      PIC X(12).
           02 PARCELA-CON       PIC 9(05)V99.
           02 QTD-PARC-CON      PIC 9(03).
           02 PAGAS-CON         PIC 9(03).
           02 COMPET-INI-CON    PIC 9(06).

        FD DATAMOV
           LABEL  RECORD  ARE  STANDARD
           VALUE  OF FILE-ID  IS  "DATAMOV.DAT".

        01  REG-DATAMOV.
           02 DATA-MOVIMENTO    PIC 9(08).

        FD DESCBEN
           LABEL  RECORD  ARE  STANDARD
           VALUE  OF FILE-ID  IS  "DESCBEN.DAT".

        01  REG-DESCBEN.
           02 COD-DBEN          PIC 9(05).
           02 COMPET-DBEN       PIC 9(06).
           02 DESC-VT-DBEN      PIC 9(05)V99.

        FD CONSIGN
           LABEL  RECORD  ARE  STANDARD
           VALUE  OF FILE-ID  IS  "CONSIGN.DAT".

        01  REG-CONN.
           02 COD-CONN          PIC 9(05).
           02 BANCO-CONN        PIC 9(03).
           02 CONTRATO-CONN     PIC X(12).
           02 PARCELA-CONN      PIC 9(05)V99.
           02 QTD-PARC-CONN     PIC 9(03).
           02 PAGAS-CONN        PIC 9(03).
           02 COMPET-INI-CONN   PIC 9(06).

        FD REMCONS
           LABEL  RECORD  ARE  STANDARD
           VALUE  OF FILE-ID  IS  "REMCONS.DAT".

        01  REG-RCON-HDR.
           02 TIPO-RCON-HDR     PIC X(01).
           02 BANCO-RCON-HDR    PIC 9(03).
           02 COMPET-RCON-HDR   PIC 9(06).
           02 DATA-RCON-HDR     PIC 9(08).
           02 FILLER            PIC X(60).

      *       SITUACAO: D = DESCONTADA, M = SEM MARGEM NO LIQUIDO,
      *       F = FUNCIONARIO FORA DA FOLHA DA COMPETENCIA
        01  REG-RCON-DET.
           02 TIPO-RCON-DET     PIC X(01).
           02 COD-RCON-DET      PIC 9(05).
           02 NOME-RCON-DET     PIC X(30).
           02 CONTRATO-RCON-DET PIC X(12).
           02 NUM-PARC-RCON-DET PIC 9(03).
           02 PARCELA-RCON-DET  PIC 9(05)V99.
           02 DESC-RCON-DET     PIC 9(05)V99.
           02 SIT-RCON-DET      PIC X(01).
           02 FILLER            PIC X(12).

        01  REG-RCON-TRL.
           02 TIPO-RCON-TRL     PIC X(01).
           02 QTDE-RCON-TRL     PIC 9(05).
           02 TOTAL-RCON-TRL    PIC 9(09)V99.
           02 FILLER            PIC X(61).

		WORKING-STORAGE SECTION.

		77 FIM-ARQ             PIC X(03)    VALUE "NAO".
        77 EMPRESA-CONTROL     PIC 9(02)    VALUE ZEROS.
        77 TEM-EMPRESA         PIC X(03)    VALUE "NAO".
        77 TOTAL-LIQ-EMPRESA   PIC 9(10)V99 VALUE ZEROS.
        77 FIM-CON             PIC X(03)    VALUE "NAO".
        77 QTD-CONTRATOS       PIC 9(03)    VALUE ZEROS.
        77 QTD-BANCOS          PIC 9(02)    VALUE ZEROS.
        77 ACHOU-BANCO         PIC X(03)    VALUE "NAO".
        77 PCT-CONSIG          PIC 9(03)    VALUE 035.
        77 COMPETENCIA         PIC 9(06)    VALUE ZEROS.
        77 MARGEM-CONSIG       PIC 9(05)V99 VALUE ZEROS.
        77 CONSIG-DESC         PIC 9(05)V99 VALUE ZEROS.
        77 QTDE-BANCO          PIC 9(05)    VALUE ZEROS.
        77 TOTAL-BANCO         PIC 9(09)V99 VALUE ZEROS.
        77 FIM-DBEN            PIC X(03)    VALUE "NAO".
        77 QTD-DESC-VT         PIC 9(03)    VALUE ZEROS.
        77 DESC-VT             PIC 9(05)V99 VALUE ZEROS.
        77 DIAS-SEM-SALARIO    PIC 9(05)    VALUE ZEROS.
        77 INICIO-COMPET       PIC 9(08)    VALUE ZEROS.
        77 FIM-COMPET          PIC 9(08)    VALUE ZEROS.
        77 ULTIMO-DIA-MES      PIC 9(02)    VALUE ZEROS.
        77 QUOCIENTE           PIC 9(04)    VALUE ZEROS.
        77 RESTO-4             PIC 9(04)    VALUE ZEROS.
        77 RESTO-100           PIC 9(04)    VALUE ZEROS.
        77 RESTO-400           PIC 9(04)    VALUE ZEROS.
        77 BISSEXTO            PIC X(03)    VALUE "NAO".

        01 DATA-HOJE.
           02 ANO-HOJE         PIC 9(04).
           02 MES-HOJE         PIC 9(02).
           02 DIA-HOJE         PIC 9(02).

        01 TAB-CONSIG.
           02 CON-OCR  OCCURS 500 TIMES INDEXED BY IDX-CON.
              03 TCON-COD        PIC 9(05).
              03 TCON-BANCO      PIC 9(03).
              03 TCON-CONTRATO   PIC X(12).
              03 TCON-PARCELA    PIC 9(05)V99.
              03 TCON-QTD-PARC   PIC 9(03).
              03 TCON-PAGAS      PIC 9(03).
              03 TCON-COMPET-INI PIC 9(06).
              03 TCON-NOME       PIC X(30).
              03 TCON-SIT        PIC X(01).
              03 TCON-DESC       PIC 9(05)V99.

        01 TAB-DESC-VT.
           02 DVT-OCR  OCCURS 500 TIMES INDEXED BY IDX-DVT.
              03 TDVT-COD        PIC 9(05).
              03 TDVT-VALOR      PIC 9(05)V99.

        01 TAB-BANCO.
           02 BCO-OCR  OCCURS 30 TIMES INDEXED BY IDX-BCO.
              03 TBCO-COD        PIC 9(03).

        01 TAB-PARM-EMP.
           02 PEMP-OCR  OCCURS 20 TIMES INDEXED BY IDX-PEM.
              03 TEMPR-COD       PIC 9(02).
              03 TEMPR-NOME      PIC X(20).

        01 DAF-PARM.
           02 DAF-COD            PIC 9(05).
           02 DAF-INICIO         PIC 9(08).
           02 DAF-FIM            PIC 9(08).
           02 DAF-LIMITE-LONGO   PIC 9(03).
           02 DAF-DIAS-EMPRESA   PIC 9(05).
           02 DAF-DIAS-INSS      PIC 9(05).
           02 DAF-DIAS-SEM-REM   PIC 9(05).
           02 DAF-DIAS-LONGOS    PIC 9(05).

        PROCEDURE  DIVISION.

        EM03-EX06.
           IF LIMHORAS-PARM  GREATER THAN  ZEROS
              MOVE  LIMHORAS-PARM  TO  LIMITE-HORAS-NORMAL
              MOVE  PCTEXTRA-PARM  TO  PCT-HORA-EXTRA.
           IF PCT-CONSIG-PARM  NUMERIC
           AND PCT-CONSIG-PARM  GREATER THAN  ZEROS
              MOVE  PCT-CONSIG-PARM  TO  PCT-CONSIG.
           CLOSE PARMGER.
           MOVE  LIMITE-HORAS-NORMAL  TO  BASE-LIMHORAS.
           MOVE  PCT-HORA-EXTRA       TO  BASE-PCTEXTRA.
           PERFORM  CARREGA-PARM-EMPRESA.
           PERFORM  CARREGA-EMPRESAS.
           PERFORM  LE-DATA-MOVIMENTO.
           COMPUTE  COMPETENCIA = ANO-HOJE * 100 + MES-HOJE.
           PERFORM  DEFINE-ULTIMO-DIA.
           COMPUTE  INICIO-COMPET = COMPETENCIA * 100 + 1.
           COMPUTE  FIM-COMPET = COMPETENCIA * 100 + ULTIMO-DIA-MES.
           PERFORM  CARREGA-CONSIGNADOS.
           PERFORM  CARREGA-DESCONTO-VT.

        CARREGA-PARM-EMPRESA.
           OPEN INPUT  PARMEMP.
              SET  IDX-EMR  TO  QTD-EMPRESAS
              MOVE  COD-EMPRESA   TO  TEMPR-COD (IDX-EMR)
              MOVE  NOME-EMPRESA  TO  TEMPR-NOME (IDX-EMR).

        LE-DATA-MOVIMENTO.
           OPEN INPUT  DATAMOV.
           READ  DATAMOV
              AT END
              MOVE  ZEROS  TO  DATA-MOVIMENTO.
           CLOSE DATAMOV.
           IF DATA-MOVIMENTO  GREATER THAN  ZEROS
              MOVE  DATA-MOVIMENTO  TO  DATA-HOJE
           ELSE
              ACCEPT  DATA-HOJE  FROM  DATE YYYYMMDD.

        DEFINE-ULTIMO-DIA.
           PERFORM  VERIFICA-BISSEXTO.
           IF MES-HOJE  EQUAL  4  OR  6  OR  9  OR  11
              MOVE  30  TO  ULTIMO-DIA-MES
           ELSE IF MES-HOJE  EQUAL  2
              IF BISSEXTO  EQUAL  "SIM"
                 MOVE  29  TO  ULTIMO-DIA-MES
              ELSE
                 MOVE  28  TO  ULTIMO-DIA-MES
              END-IF
           ELSE
              MOVE  31  TO  ULTIMO-DIA-MES.

        VERIFICA-BISSEXTO.
           MOVE  "NAO"  TO  BISSEXTO.
           DIVIDE  ANO-HOJE  BY  4    GIVING  QUOCIENTE
              REMAINDER  RESTO-4.
           DIVIDE  ANO-HOJE  BY  100  GIVING  QUOCIENTE
              REMAINDER  RESTO-100.
           DIVIDE  ANO-HOJE  BY  400  GIVING  QUOCIENTE
              REMAINDER  RESTO-400.
           IF RESTO-400  EQUAL  ZEROS
              MOVE  "SIM"  TO  BISSEXTO
           ELSE
              IF RESTO-4  EQUAL  ZEROS
              AND RESTO-100  NOT EQUAL  ZEROS
                 MOVE  "SIM"  TO  BISSEXTO.

        CARREGA-CONSIGNADOS.
           OPEN INPUT  CONSIG.
           PERFORM  LE-1-CONSIGNADO
              UNTIL  FIM-CON  EQUAL  "SIM".
           CLOSE CONSIG.

        LE-1-CONSIGNADO.
           READ  CONSIG
              AT END
              MOVE  "SIM"  TO  FIM-CON.
           IF FIM-CON  EQUAL  "NAO"
           AND QTD-CONTRATOS  LESS THAN  500
              ADD  1  TO  QTD-CONTRATOS
              SET  IDX-CON  TO  QTD-CONTRATOS
              MOVE  COD-CON         TO  TCON-COD (IDX-CON)
              MOVE  BANCO-CON       TO  TCON-BANCO (IDX-CON)
              MOVE  CONTRATO-CON    TO  TCON-CONTRATO (IDX-CON)
              MOVE  PARCELA-CON     TO  TCON-PARCELA (IDX-CON)
              MOVE  QTD-PARC-CON    TO  TCON-QTD-PARC (IDX-CON)
              MOVE  PAGAS-CON       TO  TCON-PAGAS (IDX-CON)
              MOVE  COMPET-INI-CON  TO  TCON-COMPET-INI (IDX-CON)
              MOVE  SPACES          TO  TCON-NOME (IDX-CON)
              MOVE  "F"             TO  TCON-SIT (IDX-CON)
              MOVE  ZEROS           TO  TCON-DESC (IDX-CON)
              PERFORM  REGISTRA-BANCO.

        CARREGA-DESCONTO-VT.
           OPEN INPUT  DESCBEN.
           PERFORM  LE-1-DESCONTO-VT
              UNTIL  FIM-DBEN  EQUAL  "SIM".
           CLOSE DESCBEN.

        LE-1-DESCONTO-VT.
           READ  DESCBEN
              AT END
              MOVE  "SIM"  TO  FIM-DBEN.
           IF FIM-DBEN  EQUAL  "NAO"
           AND COMPET-DBEN  EQUAL  COMPETENCIA
           AND QTD-DESC-VT  LESS THAN  500
              ADD  1  TO  QTD-DESC-VT
              SET  IDX-DVT  TO  QTD-DESC-VT
              MOVE  COD-DBEN      TO  TDVT-COD (IDX-DVT)
              MOVE  DESC-VT-DBEN  TO  TDVT-VALOR (IDX-DVT).

        REGISTRA-BANCO.
           MOVE  "NAO"  TO  ACHOU-BANCO.
           PERFORM  BUSCA-1-BANCO
              VARYING  IDX-BCO  FROM  1  BY  1
              UNTIL  IDX-BCO  GREATER THAN  QTD-BANCOS
                 OR  ACHOU-BANCO  EQUAL  "SIM".
           IF ACHOU-BANCO  EQUAL  "NAO"
           AND QTD-BANCOS  LESS THAN  30
              ADD  1  TO  QTD-BANCOS
              SET  IDX-BCO  TO  QTD-BANCOS
              MOVE  BANCO-CON  TO  TBCO-COD (IDX-BCO).

        BUSCA-1-BANCO.
           IF TBCO-COD (IDX-BCO)  EQUAL  BANCO-CON
              MOVE  "SIM"  TO  ACHOU-BANCO.
		
		ROT-SAIDA SECTION.
          PERFORM  INICIO-SAIDA.
		
		CALCULO-SALARIO SECTION.
		   PERFORM  CALC-HORAS-EXTRAS.
           PERFORM  CALC-AFASTAMENTO.
           PERFORM  CALC-IMPOSTO.
           PERFORM  BUSCA-DESCONTO-VT.
		   ADD  DESPESA-TRAB  IMPOSTO-CALC  DESC-VT
		      GIVING  AUX.
		   SUBTRACT AUX  FROM  SALARIO-BRUTO
		      GIVING  SALARIO-FINAL.
           PERFORM  CALC-CONSIGNADO.

        BUSCA-DESCONTO-VT SECTION.
           MOVE  ZEROS  TO  DESC-VT.
           PERFORM  BUSCA-1-DESCONTO-VT
              VARYING  IDX-DVT  FROM  1  BY  1
              UNTIL  IDX-DVT  GREATER THAN  QTD-DESC-VT.

        BUSCA-1-DESCONTO-VT SECTION.
           IF TDVT-COD (IDX-DVT)  EQUAL  COD-TRAB
              ADD  TDVT-VALOR (IDX-DVT)  TO  DESC-VT.

      *    AS PARCELAS ENTRAM NA ORDEM DOS CONTRATOS ENQUANTO
      *    COUBEREM NA MARGEM CONSIGNAVEL DO LIQUIDO.
        CALC-CONSIGNADO SECTION.
           COMPUTE  MARGEM-CONSIG =
              SALARIO-FINAL * PCT-CONSIG / 100.
           MOVE  ZEROS  TO  CONSIG-DESC.
           PERFORM  DESCONTA-1-PARCELA
              VARYING  IDX-CON  FROM  1  BY  1
              UNTIL  IDX-CON  GREATER THAN  QTD-CONTRATOS.
           SUBTRACT  CONSIG-DESC  FROM  SALARIO-FINAL.

        DESCONTA-1-PARCELA SECTION.
           IF TCON-COD (IDX-CON)  EQUAL  COD-TRAB
           AND TCON-COMPET-INI (IDX-CON)  NOT GREATER THAN  COMPETENCIA
           AND TCON-PAGAS (IDX-CON)  LESS THAN  TCON-QTD-PARC (IDX-CON)
              MOVE  NOME-TRAB  TO  TCON-NOME (IDX-CON)
              IF CONSIG-DESC + TCON-PARCELA (IDX-CON)
                 NOT GREATER THAN  MARGEM-CONSIG
                 ADD  TCON-PARCELA (IDX-CON)  TO  CONSIG-DESC
                 MOVE  TCON-PARCELA (IDX-CON)  TO  TCON-DESC (IDX-CON)
                 MOVE  "D"  TO  TCON-SIT (IDX-CON)
              ELSE
                 MOVE  "M"  TO  TCON-SIT (IDX-CON).

        CALC-HORAS-EXTRAS SECTION.
           IF  HORAS-TRAB  GREATER THAN  LIMITE-HORAS-NORMAL
              HORAS-EXTRAS * VALOR-TRAB * PCT-HORA-EXTRA / 100.
           ADD  SALARIO-NORMAL  SALARIO-EXTRA  GIVING  SALARIO-BRUTO.

      *    DIAS PAGOS PELA PREVIDENCIA OU SEM REMUNERACAO NAO
      *    ENTRAM NO SALARIO NORMAL (MES COMERCIAL DE 30 DIAS).
        CALC-AFASTAMENTO SECTION.
           MOVE  COD-TRAB       TO  DAF-COD.
           MOVE  INICIO-COMPET  TO  DAF-INICIO.
           MOVE  FIM-COMPET     TO  DAF-FIM.
           MOVE  ZEROS          TO  DAF-LIMITE-LONGO.
           CALL  "DIASAFA"  USING  DAF-PARM.
           ADD  DAF-DIAS-INSS  DAF-DIAS-SEM-REM
              GIVING  DIAS-SEM-SALARIO.
           IF DIAS-SEM-SALARIO  GREATER THAN  30
           OR DIAS-SEM-SALARIO  EQUAL  ULTIMO-DIA-MES
              MOVE  30  TO  DIAS-SEM-SALARIO.
           IF DIAS-SEM-SALARIO  GREATER THAN  ZEROS
              COMPUTE  SALARIO-NORMAL  ROUNDED =
                 SALARIO-NORMAL * (30 - DIAS-SEM-SALARIO) / 30
              ADD  SALARIO-NORMAL  SALARIO-EXTRA
                 GIVING  SALARIO-BRUTO.

        CALC-IMPOSTO SECTION.
           IF  SALARIO-BRUTO  NOT GREATER THAN  LIMITE-FX1
              COMPUTE  IMPOSTO-CALC  ROUNDED =
           MOVE  DESPESA-TRAB  TO   DESPESA-FDET.
           MOVE  SALARIO-FINAL TO   LIQUIDO-FDET.
           MOVE  EMPRESA-TRAB  TO   EMPRESA-FDET.
           MOVE  CONSIG-DESC   TO   CONSIG-FDET.
           MOVE  DESC-VT       TO   VT-FDET.
           WRITE  REG-FDET.
           ADD   SALARIO-FINAL TO   TOTAL-LIQ-EMPRESA.
			 
             PERFORM GRAVA-TOTAL-EMPRESA.
          CLOSE CADSAI
                FOLHADET.
          PERFORM GRAVA-CONSIGNADOS.
          PERFORM GERA-REMESSA-BANCOS.

      *    CONTRATO QUITADO COM A PARCELA DESTE MES SAI DO ARQUIVO.
        GRAVA-CONSIGNADOS SECTION.
           OPEN OUTPUT CONSIGN.
           PERFORM  GRAVA-1-CONSIGNADO
              VARYING  IDX-CON  FROM  1  BY  1
              UNTIL  IDX-CON  GREATER THAN  QTD-CONTRATOS.
           CLOSE CONSIGN.

        GRAVA-1-CONSIGNADO SECTION.
           IF TCON-SIT (IDX-CON)  EQUAL  "D"
              ADD  1  TO  TCON-PAGAS (IDX-CON).
           IF TCON-PAGAS (IDX-CON)  LESS THAN  TCON-QTD-PARC (IDX-CON)
              MOVE  TCON-COD (IDX-CON)         TO  COD-CONN
              MOVE  TCON-BANCO (IDX-CON)       TO  BANCO-CONN
              MOVE  TCON-CONTRATO (IDX-CON)    TO  CONTRATO-CONN
              MOVE  TCON-PARCELA (IDX-CON)     TO  PARCELA-CONN
              MOVE  TCON-QTD-PARC (IDX-CON)    TO  QTD-PARC-CONN
              MOVE  TCON-PAGAS (IDX-CON)       TO  PAGAS-CONN
              MOVE  TCON-COMPET-INI (IDX-CON)  TO  COMPET-INI-CONN
              WRITE  REG-CONN.

        GERA-REMESSA-BANCOS SECTION.
           OPEN OUTPUT REMCONS.
           PERFORM  GERA-1-BANCO
              VARYING  IDX-BCO  FROM  1  BY  1
              UNTIL  IDX-BCO  GREATER THAN  QTD-BANCOS.
           CLOSE REMCONS.

        GERA-1-BANCO SECTION.
           MOVE  SPACES              TO  REG-RCON-HDR.
           MOVE  "0"                 TO  TIPO-RCON-HDR.
           MOVE  TBCO-COD (IDX-BCO)  TO  BANCO-RCON-HDR.
           MOVE  COMPETENCIA         TO  COMPET-RCON-HDR.
           MOVE  DATA-HOJE           TO  DATA-RCON-HDR.
           WRITE  REG-RCON-HDR.
           MOVE  ZEROS  TO  QTDE-BANCO
                            TOTAL-BANCO.
           PERFORM  GERA-1-PARCELA-BANCO
              VARYING  IDX-CON  FROM  1  BY  1
              UNTIL  IDX-CON  GREATER THAN  QTD-CONTRATOS.
           MOVE  SPACES       TO  REG-RCON-TRL.
           MOVE  "9"          TO  TIPO-RCON-TRL.
           MOVE  QTDE-BANCO   TO  QTDE-RCON-TRL.
           MOVE  TOTAL-BANCO  TO  TOTAL-RCON-TRL.
           WRITE  REG-RCON-TRL.

      *    SO VAI NA REMESSA O CONTRATO COM PARCELA VENCIDA NA
      *    COMPETENCIA; A PARCELA GRAVADA E A QUE FOI COBRADA.
        GERA-1-PARCELA-BANCO SECTION.
           IF TCON-BANCO (IDX-CON)  EQUAL  TBCO-COD (IDX-BCO)
           AND TCON-COMPET-INI (IDX-CON)  NOT GREATER THAN  COMPETENCIA
              MOVE  SPACES                    TO  REG-RCON-DET
              MOVE  "1"                       TO  TIPO-RCON-DET
              MOVE  TCON-COD (IDX-CON)        TO  COD-RCON-DET
              MOVE  TCON-NOME (IDX-CON)       TO  NOME-RCON-DET
              MOVE  TCON-CONTRATO (IDX-CON)   TO  CONTRATO-RCON-DET
              MOVE  TCON-PAGAS (IDX-CON)      TO  NUM-PARC-RCON-DET
              IF TCON-SIT (IDX-CON)  NOT EQUAL  "D"
                 ADD  1  TO  NUM-PARC-RCON-DET
              END-IF
              MOVE  TCON-PARCELA (IDX-CON)    TO  PARCELA-RCON-DET
              MOVE  TCON-DESC (IDX-CON)       TO  DESC-RCON-DET
              MOVE  TCON-SIT (IDX-CON)        TO  SIT-RCON-DET
              WRITE  REG-RCON-DET
              ADD  1                      TO  QTDE-BANCO
              ADD  TCON-DESC (IDX-CON)    TO  TOTAL-BANCO.
