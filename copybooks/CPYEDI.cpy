      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     REGISTROS DE 120 POSICOES DOS INTERCAMBIOS EDI PADRAO COM
      *     AS TRANSPORTADORAS, IDENTIFICADOS PELOS TRES PRIMEIROS
      *     DIGITOS: 000 CABECALHO DE INTERCAMBIO (REMETENTE,
      *     DESTINATARIO, DATA DDMMAA E HORA). NOTFIS (SAIDA,
      *     PROGEDN): 310 CABECALHO DO DOCUMENTO, 311 EMBARCADOR, 312
      *     DESTINATARIO, 313 DOCUMENTO EMBARCADO (A NOSSA REFERENCIA
      *     DO EMBARQUE VAI NO NUMERO DO DOCUMENTO E VOLTA NOS
      *     ARQUIVOS DA TRANSPORTADORA), 318 TOTAIS. OCOREN (ENTRADA,
      *     PROGEDO): 340 CABECALHO, 341 TRANSPORTADORA, 342
      *     OCORRENCIA NA ENTREGA (CODIGO + DATA DDMMAAAA + HORA).
      *     DOCCOB (ENTRADA, PROGEDC): 350 CABECALHO, 351
      *     TRANSPORTADORA, 352 DOCUMENTO DE COBRANCA, 353
      *     CONHECIMENTO COBRADO (DOCUMENTO + VALOR DO FRETE), 355
      *     TOTAL DA COBRANCA (QUANTIDADE DE 352 E VALOR)
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O 353 GANHOU OS ADICIONAIS COBRADOS NO CONHECIMENTO
      *     (GRIS, AD VALOREM, PEDAGIO E TDE), JA INCLUIDOS NO
      *     VALOR; TRANSPORTADORA QUE NAO DETALHA MANDA EM BRANCO
      ******************************
       01 WRK-EDI-REGISTRO.
           02 WRK-EDI-ID           PIC X(03) VALUE SPACES.
               88 EDI-INTERCAMBIO       VALUE '000'.
               88 EDI-NTF-CABECALHO     VALUE '310'.
               88 EDI-NTF-EMBARCADOR    VALUE '311'.
               88 EDI-NTF-DESTINATARIO  VALUE '312'.
               88 EDI-NTF-DOCUMENTO     VALUE '313'.
               88 EDI-NTF-TOTAL         VALUE '318'.
               88 EDI-OCO-CABECALHO     VALUE '340'.
               88 EDI-OCO-TRANSP        VALUE '341'.
               88 EDI-OCO-OCORRENCIA    VALUE '342'.
               88 EDI-DCB-CABECALHO     VALUE '350'.
               88 EDI-DCB-TRANSP        VALUE '351'.
               88 EDI-DCB-COBRANCA      VALUE '352'.
               88 EDI-DCB-CONHECIMENTO  VALUE '353'.
               88 EDI-DCB-TOTAL         VALUE '355'.
           02 WRK-EDI-DADOS        PIC X(117) VALUE SPACES.
      ******************************
      **** 000 - CABECALHO DE INTERCAMBIO
      ******************************
       01 WRK-EDI-INTERCAMBIO REDEFINES WRK-EDI-REGISTRO.
           02 WRK-E00-ID           PIC X(03).
           02 WRK-E00-REMETENTE    PIC X(35).
           02 WRK-E00-DESTINATARIO PIC X(35).
           02 WRK-E00-DATA         PIC X(06).
           02 WRK-E00-HORA         PIC X(04).
           02 WRK-E00-INTERCAMBIO  PIC X(12).
           02 FILLER               PIC X(25).
      ******************************
      **** 310 / 340 / 350 - CABECALHO DO DOCUMENTO
      ******************************
       01 WRK-EDI-DOCUMENTO REDEFINES WRK-EDI-REGISTRO.
           02 WRK-EDC-ID           PIC X(03).
           02 WRK-EDC-DOCUMENTO    PIC X(14).
           02 FILLER               PIC X(103).
      ******************************
      **** 311 EMBARCADOR / 341 E 351 TRANSPORTADORA
      ******************************
       01 WRK-EDI-EMPRESA REDEFINES WRK-EDI-REGISTRO.
           02 WRK-EDT-ID           PIC X(03).
           02 WRK-EDT-CNPJ         PIC X(14).
           02 WRK-EDT-RAZAO        PIC X(40).
           02 WRK-EDT-DATA         PIC X(08).
           02 FILLER               PIC X(55).
      ******************************
      **** 312 - DESTINATARIO DA CARGA
      ******************************
       01 WRK-EDI-DESTINATARIO REDEFINES WRK-EDI-REGISTRO.
           02 WRK-EDD-ID           PIC X(03).
           02 WRK-EDD-RAZAO        PIC X(40).
           02 WRK-EDD-CPF-CNPJ     PIC X(14).
           02 WRK-EDD-UF           PIC X(02).
           02 FILLER               PIC X(61).
      ******************************
      **** 313 - DOCUMENTO EMBARCADO
      ******************************
       01 WRK-EDI-EMBARQUE REDEFINES WRK-EDI-REGISTRO.
           02 WRK-EDN-ID           PIC X(03).
           02 WRK-EDN-DOCUMENTO    PIC X(20).
           02 WRK-EDN-ROMANEIO     PIC X(15).
           02 WRK-EDN-EMISSAO      PIC X(08).
           02 WRK-EDN-VALOR-MERC   PIC 9(13)V99.
           02 WRK-EDN-PESO         PIC 9(05)V99.
           02 WRK-EDN-FRETE        PIC 9(13)V99.
           02 WRK-EDN-SEGURO-S-N   PIC X(01).
           02 WRK-EDN-SEGURO       PIC 9(13)V99.
           02 WRK-EDN-DEPOSITO     PIC X(02).
           02 WRK-EDN-PRODUTO      PIC 9(06).
           02 FILLER               PIC X(13).
      ******************************
      **** 318 - TOTAIS DO NOTFIS
      ******************************
       01 WRK-EDI-NTF-TOTAIS REDEFINES WRK-EDI-REGISTRO.
           02 WRK-EDS-ID           PIC X(03).
           02 WRK-EDS-VALOR        PIC 9(13)V99.
           02 WRK-EDS-PESO         PIC 9(09)V99.
           02 WRK-EDS-QTDE         PIC 9(06).
           02 FILLER               PIC X(85).
      ******************************
      **** 342 - OCORRENCIA NA ENTREGA
      ******************************
       01 WRK-EDI-OCORRENCIA REDEFINES WRK-EDI-REGISTRO.
           02 WRK-EDO-ID           PIC X(03).
           02 WRK-EDO-CNPJ-EMISSOR PIC X(14).
           02 WRK-EDO-DOCUMENTO    PIC X(20).
           02 WRK-EDO-CODIGO       PIC X(02).
           02 WRK-EDO-DATA         PIC X(08).
           02 WRK-EDO-HORA         PIC X(04).
           02 WRK-EDO-OBSERVACAO   PIC X(69).
      ******************************
      **** 352 - DOCUMENTO DE COBRANCA
      ******************************
       01 WRK-EDI-COBRANCA REDEFINES WRK-EDI-REGISTRO.
           02 WRK-EDB-ID           PIC X(03).
           02 WRK-EDB-FILIAL       PIC X(10).
           02 WRK-EDB-TIPO         PIC X(01).
           02 WRK-EDB-SERIE        PIC X(03).
           02 WRK-EDB-NUMERO       PIC X(10).
           02 WRK-EDB-EMISSAO      PIC X(08).
           02 WRK-EDB-VENCIMENTO   PIC X(08).
           02 WRK-EDB-VALOR        PIC 9(13)V99.
           02 FILLER               PIC X(62).
      ******************************
      **** 353 - CONHECIMENTO EM COBRANCA
      ******************************
       01 WRK-EDI-CONHECIMENTO REDEFINES WRK-EDI-REGISTRO.
           02 WRK-EDK-ID           PIC X(03).
           02 WRK-EDK-FILIAL       PIC X(10).
           02 WRK-EDK-SERIE        PIC X(05).
           02 WRK-EDK-CONHECIMENTO PIC X(12).
           02 WRK-EDK-DOCUMENTO    PIC X(20).
           02 WRK-EDK-VALOR        PIC 9(13)V99.
           02 WRK-EDK-GRIS         PIC 9(07)V99.
           02 WRK-EDK-ADVALOREM    PIC 9(07)V99.
           02 WRK-EDK-PEDAGIO      PIC 9(07)V99.
           02 WRK-EDK-TDE          PIC 9(07)V99.
           02 FILLER               PIC X(19).
      ******************************
      **** 355 - TOTAL DA COBRANCA
      ******************************
       01 WRK-EDI-DCB-TOTAL REDEFINES WRK-EDI-REGISTRO.
           02 WRK-EDZ-ID           PIC X(03).
           02 WRK-EDZ-QTDE         PIC 9(04).
           02 WRK-EDZ-VALOR        PIC 9(13)V99.
           02 FILLER               PIC X(98).
