      *                NIVEIS ESCALONADOS. A FAIXA DE ATRASO DITA O
      *                INTERVALO ENTRE AVISOS. SOCIO QUE ATINGE O
      *                NIVEL 3 SAI NO EXTRATO EXTFINAL.DAT PARA
      *                REVISAO DE CANCELAMENTO E NEGATIVACAO NO
      *                BUREAU (EM05/EX18). HISTORICO DE SOCIO
      *                QUE DEIXOU DE ESTAR EM ATRASO E BAIXADO.
      *                SOCIO COM PLANO DE PARCELAMENTO EM DIA
      *                (PARCELAS.DAT COM PARCELA "A" E NENHUMA "Q")
