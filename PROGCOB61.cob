      *     AS RECLAMACOES ACEITAS SAO ABATIDAS DO FECHAMENTO
      *     MENSAL DA TRANSPORTADORA PELO PROGCOB18
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     EMBARQ PASSOU A ARQUIVO INDEXADO POR REFERENCIA (CHAVES
      *     ALTERNATIVAS DATA PREVISTA E STATUS), LIDO NA SEQUENCIA
      *     DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT TRANSACOES-IN ASSIGN TO RECLIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT RECLAMACOES-IN ASSIGN TO RECLAMA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECLAMA-STATUS.
               02 REG-TRN-VALOR      PIC 9(09)V99.
               02 REG-TRN-STATUS     PIC X(01).
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  RECLAMACOES-IN.
           01  LINHA-RECLAMACAO-IN PIC X(60).
           FD  RECLAMACOES-OUT.
