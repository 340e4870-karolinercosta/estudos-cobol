      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO MOVIMENTO DE NOTA FISCAL ELETRONICA (NFEMOV),
      *     GRAVADO PELO RUN DE FATURA (PROGCOB05B) E LIDO PELO
      *     GERADOR DA TRANSMISSAO DA NF-E (PROGNFE): PARA CADA
      *     FATURA, UM REGISTRO C (CABECALHO: DATA, CPF DO CLIENTE,
      *     CNPJ DA EMPRESA DO EMPMST E A REFERENCIA DO TITULO DO
      *     RECEBIV COBRADO PELA FATURA), UM REGISTRO I POR ITEM COM
      *     OS IMPOSTOS JA CALCULADOS (ICMS E IPI) E UM REGISTRO T
      *     COM OS TOTAIS DO DOCUMENTO. A CHAVE DE TODOS E EMPRESA +
      *     NUMERO DA FATURA, A MESMA DO ARQUIVO DE SITUACAO NFESIT
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO DESTINATARIO (WRK-NFC-CPF) FOI PARA 14
      *     POSICOES, TIRADAS DO FILLER: CPF ENCOSTADO A ESQUERDA OU O
      *     CNPJ DO CLIENTE PESSOA JURIDICA
      ******************************
       01 WRK-NFE-CABECALHO.
           02 WRK-NFC-TIPO       PIC X(01) VALUE SPACES.
               88 NFE-REG-CABECALHO VALUE 'C'.
               88 NFE-REG-ITEM      VALUE 'I'.
               88 NFE-REG-TOTAL     VALUE 'T'.
           02 WRK-NFC-EMPRESA    PIC X(03) VALUE SPACES.
           02 WRK-NFC-NUMERO     PIC 9(06) VALUE ZEROS.
           02 WRK-NFC-DATA       PIC X(08) VALUE SPACES.
           02 WRK-NFC-CPF        PIC X(14) VALUE SPACES.
           02 WRK-NFC-CNPJ       PIC X(14) VALUE SPACES.
           02 WRK-NFC-REFERENCIA PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(34) VALUE SPACES.
       01 WRK-NFE-ITEM REDEFINES WRK-NFE-CABECALHO.
           02 WRK-NFI-TIPO       PIC X(01).
           02 WRK-NFI-EMPRESA    PIC X(03).
           02 WRK-NFI-NUMERO     PIC 9(06).
           02 WRK-NFI-SEQUENCIA  PIC 9(03).
           02 WRK-NFI-PRODUTO    PIC 9(06).
           02 WRK-NFI-NCM        PIC X(08).
           02 WRK-NFI-QTDE       PIC 9(05).
           02 WRK-NFI-VALOR-UNIT PIC 9(07)V99.
           02 WRK-NFI-VALOR-LIQ  PIC 9(09)V99.
           02 WRK-NFI-UF-ORIGEM  PIC X(02).
           02 WRK-NFI-UF-DESTINO PIC X(02).
           02 WRK-NFI-ALIQ-ICMS  PIC 9(02)V99.
           02 WRK-NFI-ICMS       PIC 9(09)V99.
           02 WRK-NFI-ALIQ-IPI   PIC 9(02)V99.
           02 WRK-NFI-IPI        PIC 9(09)V99.
           02 FILLER             PIC X(14).
       01 WRK-NFE-TOTAL REDEFINES WRK-NFE-CABECALHO.
           02 WRK-NFT-TIPO       PIC X(01).
           02 WRK-NFT-EMPRESA    PIC X(03).
           02 WRK-NFT-NUMERO     PIC 9(06).
           02 WRK-NFT-ITENS      PIC 9(04).
           02 WRK-NFT-LIQUIDO    PIC 9(09)V99.
           02 WRK-NFT-ICMS       PIC 9(09)V99.
           02 WRK-NFT-IPI        PIC 9(09)V99.
           02 WRK-NFT-TOTAL      PIC 9(09)V99.
           02 FILLER             PIC X(42).
