      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     CARTEIRA DE CHEQUES DO BALCAO (ARQUIVO CHQCART) -- UMA
      *     LINHA POR CHEQUE RECEBIDO NO CAIXA (PROGCOB69): BANCO,
      *     NUMERO, TIPO E REFERENCIA DO ITEM PAGO (F = TITULO DO
      *     RECEBIV, M = MENSALIDADE DO MENSAB, COMO NO CAIXAIN),
      *     DOCUMENTO DO EMITENTE, VALOR, DATA DO RECIBO, DATA BOM
      *     PARA (DEPOSITO), CAIXA, VENCIMENTO DO TITULO NA HORA DA
      *     BAIXA E A SITUACAO: C = EM CUSTODIA (PRE-DATADO, AINDA
      *     NAO BAIXOU O ITEM), D = DEPOSITADO (ITEM BAIXADO), V =
      *     DEVOLVIDO PELO BANCO (PROGCHQ REABRIU O ITEM), R =
      *     RECUSADO NO CAIXA (EMITENTE BLOQUEADO). NA DEVOLUCAO GUARDA
      *     O MOTIVO DO BANCO. OS DOIS PROGRAMAS REGRAVAM A CARTEIRA
      *     (CHQCNEW, COPY-BACK NO JCL)
      *     BLOQUEIO DE EMITENTES (ARQUIVO CHQBLOQ) -- UMA LINHA POR
      *     DOCUMENTO COM CHEQUE DEVOLVIDO: DATA DA ULTIMA DEVOLUCAO E
      *     QUANTIDADE DE DEVOLUCOES. O CAIXA RECUSA O CHEQUE DO
      *     EMITENTE ATE PASSAREM WRK-PARM-DIAS-BLOQ-CHQ DIAS DA
      *     ULTIMA DEVOLUCAO; O PROGCHQ DESCARTA O BLOQUEIO VENCIDO
      *    DATA= 15/10/26
      ******************************
       01 WRK-CHEQUE.
           02 WRK-CHQ-BANCO       PIC X(03) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-NUMERO      PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-TIPO        PIC X(01) VALUE SPACES.
               88 CHQ-TITULO-FRETE   VALUE 'F'.
               88 CHQ-MENSALIDADE    VALUE 'M'.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-REFERENCIA  PIC X(20) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-EMITENTE    PIC X(14) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-VALOR       PIC 9(09)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-DATA-RECIBO PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-BOM-PARA    PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-CAIXA       PIC X(06) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-VENCTO-ORIG PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-SITUACAO    PIC X(01) VALUE 'C'.
               88 CHQ-CUSTODIA       VALUE 'C'.
               88 CHQ-DEPOSITADO     VALUE 'D'.
               88 CHQ-DEVOLVIDO      VALUE 'V'.
               88 CHQ-RECUSADO       VALUE 'R'.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-DATA-SIT    PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-CHQ-MOTIVO      PIC X(02) VALUE SPACES.
       01 WRK-CHQ-BLOQUEIO.
           02 WRK-BLQ-EMITENTE    PIC X(14) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-BLQ-DATA-DEVOL  PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-BLQ-QTD-DEVOL   PIC 9(03) VALUE ZEROS.
