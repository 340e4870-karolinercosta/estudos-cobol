      *     DEPOSITO D1), JA QUE O ESTOQUE PASSOU A SER CONTROLADO
      *     POR DEPOSITO. OS FD DO EMBARQ FORAM DE X(140) PARA
      *     X(160)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU OS ADICIONAIS DE FRETE COBRADOS EM SEPARADO PELA
      *     TRANSPORTADORA (GRIS, AD VALOREM, PEDAGIO E TDE),
      *     CALCULADOS PELO PROGCOB09B PELA TABELA TABTAXA (CPYTAXA)
      *     E JA SOMADOS EM WRK-EMB-FRETE (O FRETE PESO E O FRETE
      *     MENOS OS QUATRO); O PROGCOB18 CONCILIA CADA UM CONTRA A
      *     FATURA. OS FD DO EMBARQ FORAM DE X(160) PARA X(200);
      *     REGISTRO ANTIGO LE COM OS ADICIONAIS EM BRANCO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU A CARGA CONSOLIDADA (WRK-EMB-CARGA, GRAVADA PELO
      *     PROGCOB99 QUANDO JUNTA OS EMBARQUES DO DIA DA MESMA
      *     TRANSPORTADORA/UF/DATA ATE O LIMITE DE PESO DO VEICULO)
      *     E O FRETE DO EMBARQUE REPRECIFICADO NA FAIXA DE PESO DA
      *     CARGA (WRK-EMB-FRETE-CARGA, O QUE A TRANSPORTADORA DEVE
      *     COBRAR; WRK-EMB-FRETE CONTINUA SENDO O FRETE DO CLIENTE).
      *     O ROMANEIO SAI POR CARGA (PROGCOB77) E A FATURA E
      *     CONCILIADA POR CARGA (PROGCOB18). OS FD DO EMBARQ FORAM
      *     DE X(200) PARA X(240); REGISTRO ANTIGO LE SEM CARGA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE (WRK-EMB-CPF) FOI DE 11 PARA 14
      *     POSICOES PARA CABER O CNPJ (CLIENTE PESSOA JURIDICA); O CPF
      *     FICA ENCOSTADO A ESQUERDA. CABE NOS X(240) DO FD; O EMBARQUE
      *     AINDA NO LAYOUT DO CPF DE 11 E ALARGADO PELO PROGCNV (JOB
      *     PCOBCONV) NA CARGA DO EMBARQ INDEXADO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU O LOTE DO PRODUTO EXPEDIDO (WRK-EMB-LOTE), O PRIMEIRO
      *     LOTE ALOCADO PELO RUN DE FRETE (PROGCOB09B) PARA O CODIGO DO
      *     EMBARQUE; O LOTE DE CADA ITEM FICA NO EMBITEM. CABE NOS
      *     X(240) DO FD; REGISTRO ANTIGO LE SEM LOTE
      ******************************
       01 WRK-EMBARQUE.
           02 WRK-EMB-REFERENCIA    PIC X(20) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-CPF           PIC X(14) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-TRANSP        PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-PREMIO        PIC 9(07)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-DEPOSITO      PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-GRIS          PIC 9(07)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-ADVALOREM     PIC 9(07)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-PEDAGIO       PIC 9(07)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-TDE           PIC 9(07)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-CARGA         PIC X(15) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-FRETE-CARGA   PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EMB-LOTE          PIC X(10) VALUE SPACES.
