      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     TABELA DE ALIQUOTAS DE IPI EM MEMORIA POR CLASSIFICACAO
      *     FISCAL (NCM DO PRODUTO, REG-PRD-NCM DO PRDMST), CARREGADA
      *     A PARTIR DO ARQUIVO EXTERNO TABIPI (NCM + ALIQUOTA), NO
      *     MESMO PADRAO DA TABELA DE ICMS (CPYICMS/TABICMS), PARA O
      *     RUN DE ITENS DE FATURA (PROGCOB05B) CALCULAR O IPI POR
      *     LINHA. NCM FORA DA TABELA SAI COM IPI ZERO
      *    DATA= 15/10/26
      ******************************
       77 WRK-QTD-IPI PIC 9(04) VALUE ZEROS.
       01 TAB-IPIS.
           02 TAB-IPI OCCURS 1 TO 2000 TIMES
              DEPENDING ON WRK-QTD-IPI
              INDEXED BY TAB-IPI-IDX.
               03 TAB-IPI-NCM      PIC X(08).
               03 TAB-IPI-ALIQUOTA PIC 9(02)V99.
