      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     TABELA DE REGRAS DE RETENCAO NA FONTE EM MEMORIA POR
      *     FORNECEDOR + TIPO DE SERVICO, CARREGADA A PARTIR DO
      *     ARQUIVO EXTERNO TABRET (FORNECEDOR, SERVICO E ALIQUOTAS DE
      *     IRRF, ISS E CSRF -- PIS/COFINS/CSLL JUNTOS), NO MESMO
      *     PADRAO DAS TABELAS DE ICMS E IPI, PARA A CONFERENCIA DE
      *     FATURA DE FORNECEDOR (PROGCOB53) RETER OS TRIBUTOS NA
      *     APROVACAO. SERVICO EM BRANCO NA REGRA VALE PARA A FATURA
      *     DE MATERIAL/PRODUTO DO FORNECEDOR. FATURA SEM REGRA SAI
      *     SEM RETENCAO
      *    DATA= 15/10/26
      ******************************
       77 WRK-QTD-RET PIC 9(04) VALUE ZEROS.
       01 TAB-RETENCOES.
           02 TAB-RET OCCURS 1 TO 500 TIMES
              DEPENDING ON WRK-QTD-RET
              INDEXED BY TAB-RET-IDX.
               03 TAB-RET-FORNECEDOR PIC X(04).
               03 TAB-RET-SERVICO    PIC X(04).
               03 TAB-RET-ALIQ-IRRF  PIC 9(02)V99.
               03 TAB-RET-ALIQ-ISS   PIC 9(02)V99.
               03 TAB-RET-ALIQ-CSRF  PIC 9(02)V99.
