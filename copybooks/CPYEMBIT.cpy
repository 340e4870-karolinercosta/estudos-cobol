      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO ITEM DE EMBARQUE, GRAVADO PELO RUN DE FRETE
      *     (PROGCOB09B) NO ARQUIVO COMPARTILHADO EMBITEM -- UM
      *     REGISTRO POR ITEM DE CADA PEDIDO TARIFADO, COM A MESMA
      *     REFERENCIA DO EMBARQUE (CPYEMB) E DO TITULO (CPYRECEB).
      *     O EMBARQUE E UM SO POR PEDIDO, MAS O ESTOQUE E MOVIDO
      *     ITEM A ITEM: A BAIXA DO DIA (PROGCOB20), O ESTORNO DO
      *     CANCELAMENTO (PROGCOB59) E A DEVOLUCAO (PROGCOB60) LEEM
      *     ESTE ARQUIVO PELA REFERENCIA. EMBARQUE ANTIGO SEM ITEM
      *     GRAVADO CONTINUA MOVENDO UMA UNIDADE DO WRK-EMB-CODIGO.
      *     O ITEM SAI COM O LOTE E A VALIDADE ALOCADOS PELO RUN DE
      *     FRETE (PRIMEIRO QUE VENCE, PRIMEIRO QUE SAI, NO LOTMST);
      *     ITEM QUE PEGOU MAIS DE UM LOTE SAI EM UM REGISTRO POR
      *     LOTE, E O QUE NAO COUBE EM LOTE SAI COM O LOTE EM BRANCO.
      *     OS FD DO EMBITEM SAO X(100)
      *    DATA= 15/10/26
      ******************************
       01 WRK-EMBARQUE-ITEM.
           02 WRK-EIT-REFERENCIA    PIC X(20) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EIT-CODIGO        PIC 9(06) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EIT-QTDE          PIC 9(05) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EIT-DEPOSITO      PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EIT-PESO          PIC 9(05)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EIT-VALOR         PIC 9(07)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EIT-LOTE          PIC X(10) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EIT-VALIDADE      PIC X(08) VALUE SPACES.
