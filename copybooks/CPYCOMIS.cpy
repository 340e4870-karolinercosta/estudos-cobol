      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LANCAMENTO DO HISTORICO DE COMISSOES (ARQUIVO COMHIST,
      *     ACUMULADO MES A MES PELO RUN DE COMISSOES PROGCOM, DISP
      *     MOD). TRES TIPOS: C - COMISSAO SOBRE UM TITULO PAGO NO
      *     MES (CPF + REFERENCIA DO TITULO, VALOR BASE, PERCENTUAL
      *     E COMISSAO); E - ESTORNO DA COMISSAO DE UM TITULO JA
      *     COMISSIONADO QUE FOI CANCELADO OU BAIXADO POR PERDA; P -
      *     PAGAMENTO DO SALDO AO REPRESENTANTE (VALOR LANCADO NO
      *     CONTAS A PAGAR). O SALDO DO REPRESENTANTE E C - E - P; UM
      *     TITULO SO E COMISSIONADO (E ESTORNADO) UMA VEZ, O QUE
      *     TORNA O RERUN DO MES INOFENSIVO
      *    DATA= 15/10/26
      ******************************
       01 WRK-COMISSAO-HIST.
           02 WRK-CMH-TIPO        PIC X(01) VALUE SPACES.
               88 CMH-COMISSAO    VALUE 'C'.
               88 CMH-ESTORNO     VALUE 'E'.
               88 CMH-PAGAMENTO   VALUE 'P'.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CMH-COMPETENCIA PIC X(06) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CMH-VENDEDOR    PIC X(04) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CMH-CPF         PIC X(14) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CMH-REFERENCIA  PIC X(20) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CMH-BASE        PIC 9(09)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CMH-PERCENTUAL  PIC 9(02)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CMH-VALOR       PIC 9(09)V99 VALUE ZEROS.
