      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LOG DAS COBRANCAS PIX (ARQUIVO PIXLOG) -- UMA LINHA POR
      *     COBRANCA DINAMICA EMITIDA PELO PROGPIX, COM O TXID, O TIPO
      *     DO ITEM COBRADO (F = TITULO DO RECEBIV, M = MENSALIDADE DO
      *     MENSAB), A REFERENCIA DO ITEM (A DO TITULO, OU MATRICULA +
      *     COMPETENCIA DA MENSALIDADE, COMO NO CAIXA DO PROGCOB69), A
      *     DATA DE EMISSAO, O VALOR COBRADO E A SITUACAO: A = ABERTA
      *     NO BANCO, S = SUBSTITUIDA POR OUTRA DE VALOR NOVO, L =
      *     LIQUIDADA PELO RETORNO PIX (PROGPXR), X = ENCERRADA PORQUE
      *     O ITEM FOI PAGO POR OUTRO CAMINHO, CANCELADO OU BAIXADO.
      *     O RETORNO CASA CADA CREDITO PELO TXID NESTE LOG; CREDITO
      *     CONTRA COBRANCA LIQUIDADA OU ENCERRADA E DUPLICADO. OS DOIS
      *     PROGRAMAS REGRAVAM O LOG (PIXLNEW, COPY-BACK NO JCL)
      *    DATA= 15/10/26
      ******************************
       01 WRK-PIX-LOG.
           02 WRK-PXL-TXID       PIC X(35) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PXL-TIPO       PIC X(01) VALUE SPACES.
               88 PXL-TITULO-FRETE  VALUE 'F'.
               88 PXL-MENSALIDADE   VALUE 'M'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PXL-REFERENCIA PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PXL-EMISSAO    PIC X(08) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PXL-VALOR      PIC 9(09)V99 VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PXL-SITUACAO   PIC X(01) VALUE 'A'.
               88 PXL-ABERTA        VALUE 'A'.
               88 PXL-SUBSTITUIDA   VALUE 'S'.
               88 PXL-LIQUIDADA     VALUE 'L'.
               88 PXL-ENCERRADA     VALUE 'X'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PXL-DATA-SIT   PIC X(08) VALUE SPACES.
