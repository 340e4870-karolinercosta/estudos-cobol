      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     TABELA DE ADICIONAIS DE FRETE POR TRANSPORTADORA (ARQUIVO
      *     TABTAXA), LIDA PELO RUN DE FRETE (PROGCOB09B) E PELA
      *     COTACAO (PROGCOB37). DOIS TIPOS DE LINHA:
      *     T - TAXAS DA TRANSPORTADORA: GRIS (% SOBRE O VALOR DA
      *         MERCADORIA, COM MINIMO), AD VALOREM (% SOBRE O VALOR
      *         DA MERCADORIA), PEDAGIO (VALOR POR FRACAO DE 100 KG
      *         DO PESO TARIFAVEL) E TDE (% SOBRE O FRETE PESO, COM
      *         MINIMO, SO PARA CEP DE ENTREGA DIFICIL)
      *     C - FAIXA DE CEP DE ENTREGA DIFICIL DA TRANSPORTADORA
      *         (CEP INICIAL E FINAL), ONDE INCIDE A TDE
      *     PERCENTUAIS COM QUATRO CASAS (0,3000 = 0,30%).
      *     TRANSPORTADORA SEM LINHA T NAO TEM ADICIONAL
      *    DATA= 15/10/26
      ******************************
       01 WRK-TAXA-TRANSP.
           02 WRK-TAX-TIPO         PIC X(01) VALUE SPACES.
               88 TAX-REG-TAXAS         VALUE 'T'.
               88 TAX-REG-CEP-TDE       VALUE 'C'.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-TAX-TRANSP       PIC X(04) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-TAX-DADOS        PIC X(50) VALUE SPACES.
      ******************************
      **** T - TAXAS DA TRANSPORTADORA
      ******************************
       01 WRK-TAXA-VALORES REDEFINES WRK-TAXA-TRANSP.
           02 FILLER               PIC X(07).
           02 WRK-TAX-GRIS-PCT     PIC 9(02)V9999.
           02 FILLER               PIC X(01).
           02 WRK-TAX-GRIS-MIN     PIC 9(05)V99.
           02 FILLER               PIC X(01).
           02 WRK-TAX-ADVAL-PCT    PIC 9(02)V9999.
           02 FILLER               PIC X(01).
           02 WRK-TAX-PEDAGIO      PIC 9(05)V99.
           02 FILLER               PIC X(01).
           02 WRK-TAX-TDE-PCT      PIC 9(02)V9999.
           02 FILLER               PIC X(01).
           02 WRK-TAX-TDE-MIN      PIC 9(05)V99.
           02 FILLER               PIC X(06).
      ******************************
      **** C - FAIXA DE CEP DE ENTREGA DIFICIL
      ******************************
       01 WRK-TAXA-FAIXA-TDE REDEFINES WRK-TAXA-TRANSP.
           02 FILLER               PIC X(07).
           02 WRK-TAX-CEP-INI      PIC X(08).
           02 FILLER               PIC X(01).
           02 WRK-TAX-CEP-FIM      PIC X(08).
           02 FILLER               PIC X(33).
