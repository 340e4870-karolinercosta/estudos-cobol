      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO MOVIMENTO DE DESCONTOS CONCEDIDOS (DESCMOV),
      *     ACUMULADO NOITE A NOITE PELO RUN DE ITENS DE FATURA
      *     (PROGCOB05B) -- UMA LINHA POR FATURA COM DESCONTO PELAS
      *     REGRAS DA TABDESC: DATA E NUMERO DA FATURA, EMPRESA, CPF
      *     DO CLIENTE, VALOR BRUTO E DESCONTO TOTAL DO DOCUMENTO.
      *     LIDO PELA RENTABILIDADE POR CLIENTE (PROGRNT). ITEM SEM
      *     CABECALHO (FORMATO ANTIGO) NAO TEM CLIENTE E NAO ENTRA
      *    DATA= 15/10/26
      ******************************
       01 WRK-DESCONTO-MOV.
           02 WRK-DMV-DATA         PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-DMV-FATURA       PIC 9(06) VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-DMV-EMPRESA      PIC X(03) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-DMV-CPF          PIC X(14) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-DMV-BRUTO        PIC 9(09)V99 VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-DMV-DESCONTO     PIC 9(09)V99 VALUE ZEROS.
