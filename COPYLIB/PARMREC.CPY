      *                EMBUTIDOS NO CODIGO DE EM01/EX04, EM01/EX06,
      *                EM01/EX08, EM03/EX03, EM03/EX04 E EM03/EX06, PARA
      *                QUE UMA MUDANCA DE REGRA SEJA UMA ALTERACAO DE
      *                DADO E NAO DE PROGRAMA. FALTAS-PARM E O NUMERO
      *                DE AUSENCIAS SEGUIDAS QUE FAZ DO CONVIDADO UM
      *                FALTOSO CRONICO (EM03/EX03 E EM09/EX14).
      *                PCT-CONSIG-PARM E A PARCELA MAXIMA DO LIQUIDO
      *                QUE PODE IR PARA EMPRESTIMO CONSIGNADO
      *                (EM03/EX06 E EM10/EX08), 35% SE NAO INFORMADO.
      *                PCT-VT-PARM E O TETO DO DESCONTO DE VALE-
      *                TRANSPORTE SOBRE O SALARIO (EM10/EX14), 6% SE
      *                NAO INFORMADO.
      *                AFAST-LONGO-PARM E A DURACAO, EM DIAS, A PARTIR
      *                DA QUAL UM AFASTAMENTO PELA PREVIDENCIA OU SEM
      *                REMUNERACAO SUSPENDE A CONTAGEM DO PERIODO
      *                AQUISITIVO DE FERIAS (EM10/EX07), 180 SE NAO
      *                INFORMADO.
      *                TOLER-FOLHA-PARM E A VARIACAO PERCENTUAL ACEITA
      *                ENTRE A FOLHA DO MES E A DA COMPETENCIA
      *                ANTERIOR ANTES DA REMESSA DE SALARIOS
      *                (EM10/EX17), 10% SE NAO INFORMADO.
       01  REG-PARM.
           02 SEXO-PARM            PIC X(01).
           02 SALARIO-CORTE-PARM   PIC 9(05)V99.
           02 CAPACIDADE-PARM      PIC 9(05).
           02 LIMHORAS-PARM        PIC 9(03).
           02 PCTEXTRA-PARM        PIC 9(03).
           02 FALTAS-PARM          PIC 9(02).
           02 PCT-CONSIG-PARM      PIC 9(03).
           02 PCT-VT-PARM          PIC 9(03).
           02 AFAST-LONGO-PARM     PIC 9(03).
           02 TOLER-FOLHA-PARM     PIC 9(03).
