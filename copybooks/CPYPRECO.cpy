      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO HISTORICO DE PRECOS DO CADASTRO DE PRODUTOS
      *     (ARQUIVO PRDPRECO), GRAVADO PELA MANUTENCAO DO PRDMST
      *     (PROGCOB98) A CADA PRECO QUE ENTRA EM VIGOR -- PRECO DE
      *     PRODUTO NOVO OU MUDANCA DE PRECO APROVADA POR SUPERVISOR.
      *     UM REGISTRO POR PRECO, COM A DATA/HORA EM QUE PASSOU A
      *     VALER, O PRECO ANTERIOR, QUEM PROPOS E QUEM APROVOU. O
      *     PRECO DE UM PEDIDO ANTIGO E O ULTIMO REGISTRO DO PRODUTO
      *     COM VIGENCIA ATE A DATA DO PEDIDO
      *    DATA= 15/10/26
      ******************************
       01 WRK-HISTORICO-PRECO.
           02 WRK-HPR-CODIGO        PIC 9(06) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-HPR-VIGENCIA.
               03 WRK-HPR-DATA      PIC X(08) VALUE SPACES.
               03 WRK-HPR-HORA      PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-HPR-VALOR-ANTES   PIC 9(07)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-HPR-VALOR-NOVO    PIC 9(07)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-HPR-PROPONENTE    PIC X(10) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-HPR-APROVADOR     PIC X(10) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-HPR-OPERACAO      PIC X(08) VALUE SPACES.
