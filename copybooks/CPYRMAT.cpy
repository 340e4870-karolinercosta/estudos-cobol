      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     MOVIMENTO DE MATERIAL RECEBIDO (ARQUIVO RECMMOV) -- GRAVADO
      *     PELO RECEBIMENTO DE MATERIAL (PROGCOB52) A CADA BAIXA DE
      *     LINHA DE MATERIAL DO PEDCOMP: MATERIAL, DATA DA ENTREGA,
      *     QUANTIDADE (AREA) RECEBIDA E O VALOR DELA PELO PRECO DO
      *     PEDIDO DE COMPRA. O FATURAMENTO DE OBRAS (PROGOBR) TIRA DAI
      *     O CUSTO MEDIO REAL DE CADA MATERIAL PARA A MARGEM POR OBRA
      *    DATA= 15/10/26
      ******************************
       01 WRK-MATERIAL-RECEBIDO.
           02 WRK-RMT-MATERIAL    PIC X(01) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-RMT-DATA        PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-RMT-QTDE-AREA   PIC 9(09)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-RMT-VALOR       PIC 9(09)V99 VALUE ZEROS.
