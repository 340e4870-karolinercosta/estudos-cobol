      *     INCOBRAVEL APROVADO PELO SUPERVISOR; O TITULO BAIXADO
      *     SAI DO AGING, DA REMESSA E DAS CARTAS MAS CONTINUA NO
      *     ARQUIVO, CONSULTAVEL PARA O RELATORIO FISCAL
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU O CODIGO DO REPRESENTANTE DE VENDA NO FIM DO
      *     REGISTRO, HERDADO DO PEDIDO (E ESTE DO CADASTRO DE
      *     CLIENTES) PELO RUN DE FRETE; E A BASE DA COMISSAO MENSAL
      *     (PROGCOM). REGISTRO ANTIGO LE COM O CAMPO EM BRANCO, QUE
      *     VALE COMO VENDA DIRETA. CABE NOS 140 DO FD
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE (WRK-RCB-CPF) FOI DE 11 PARA 14
      *     POSICOES PARA CABER O CNPJ DO CLIENTE PESSOA JURIDICA; O CPF
      *     CONTINUA ENCOSTADO A ESQUERDA COM TRES BRANCOS NO FIM. O
      *     TITULO AINDA NO LAYOUT DO CPF DE 11 E ALARGADO PELO PROGCNV
      *     (JOB PCOBCONV) NA CARGA DO RECEBIV INDEXADO
      ******************************
       01 WRK-RECEBIVEL.
           02 WRK-RCB-CPF        PIC X(14) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-RCB-REFERENCIA PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-RCB-MOEDA      PIC X(03) VALUE 'BRL'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-RCB-VALOR-MOEDA PIC 9(09)V99 VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-RCB-VENDEDOR   PIC X(04) VALUE SPACES.
