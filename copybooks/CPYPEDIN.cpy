      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO PEDIDO COM VARIOS ITENS NO ARQUIVO DE ENTRADA
      *     DO RUN DE FRETE (PEDIN): UM REGISTRO DE CABECALHO (TIPO
      *     C: NUMERO DO PEDIDO, CPF, UF, TRANSPORTADORA, CUBAGEM,
      *     COTACAO E EMPRESA) SEGUIDO DOS REGISTROS DE ITEM (TIPO
      *     I: MESMO NUMERO DO PEDIDO, CODIGO DO PRODUTO DO PRDMST E
      *     QUANTIDADE). O PESO E O VALOR DO PEDIDO SAEM DO PRDMST,
      *     SOMADOS ITEM A ITEM, E O FRETE E TARIFADO UMA VEZ SO
      *     SOBRE O PESO SOMADO. O SORT DO JCL ORDENA POR NUMERO DO
      *     PEDIDO + TIPO, PARA O CABECALHO VIR ANTES DOS ITENS. O
      *     TIPO C (E NAO H) E PARA NAO SE CONFUNDIR COM O HEADER DO
      *     ENVELOPE PADRAO (CPYENV). REGISTRO SEM TIPO C/I E O
      *     PEDIDO ANTIGO DE UMA LINHA SO (CPF NA FRENTE), AINDA
      *     ACEITO PELO PROGCOB09B COMO PEDIDO DE UM ITEM. OS
      *     ARQUIVOS DE RETIDOS (PEDHOLD) E DE BACKORDER (BACKORD)
      *     GUARDAM O PEDIDO LINHA A LINHA NESTE MESMO LAYOUT
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CABECALHO GANHOU O CODIGO DO REPRESENTANTE DE VENDA,
      *     TIRADO DO FILLER. EM BRANCO O RUN DE FRETE HERDA O
      *     REPRESENTANTE DO CADASTRO DO CLIENTE (REG-CLI-VENDEDOR)
      *     E O GRAVA NO CABECALHO E NO TITULO DO PEDIDO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NO CABECALHO FOI PARA 14 POSICOES
      *     (CPF ENCOSTADO A ESQUERDA OU CNPJ), TIRADAS DO FILLER; A
      *     EMPRESA E O REPRESENTANTE ANDARAM TRES POSICOES. O PEDIDO
      *     ANTIGO DE UMA LINHA SO CONTINUA SO COM CPF -- PEDIDO DE
      *     CLIENTE PESSOA JURIDICA VEM SEMPRE COM CABECALHO
      ******************************
       01 WRK-PEDIDO-CAB.
           02 WRK-CAB-TIPO       PIC X(01) VALUE SPACES.
               88 PED-REG-CABECALHO VALUE 'C'.
               88 PED-REG-ITEM      VALUE 'I'.
           02 WRK-CAB-NUMERO     PIC X(10) VALUE SPACES.
           02 WRK-CAB-CPF        PIC X(14) VALUE SPACES.
           02 WRK-CAB-UF         PIC X(02) VALUE SPACES.
           02 WRK-CAB-TRANSP     PIC X(04) VALUE SPACES.
           02 WRK-CAB-DIMENSAO   PIC 9(03)V99 VALUE ZEROS.
           02 WRK-CAB-COTACAO    PIC X(14) VALUE SPACES.
           02 WRK-CAB-EMPRESA    PIC X(03) VALUE SPACES.
           02 WRK-CAB-VENDEDOR   PIC X(04) VALUE SPACES.
           02 FILLER             PIC X(23) VALUE SPACES.
       01 WRK-PEDIDO-ITEM REDEFINES WRK-PEDIDO-CAB.
           02 WRK-ITE-TIPO       PIC X(01).
           02 WRK-ITE-NUMERO     PIC X(10).
           02 WRK-ITE-CODIGO     PIC 9(06).
           02 WRK-ITE-QTDE       PIC 9(05).
           02 FILLER             PIC X(58).
