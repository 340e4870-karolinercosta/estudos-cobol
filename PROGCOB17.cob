      *     NEGOCIACAO DE TARIFA (TABFRETE) TER DADO DE DESEMPENHO
      *     REAL DE CADA TRANSPORTADORA
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     EMBARQ PASSOU A ARQUIVO INDEXADO POR REFERENCIA (CHAVES
      *     ALTERNATIVAS DATA PREVISTA E STATUS), LIDO NA SEQUENCIA
      *     DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT RELATORIO-ENTREGA ASSIGN TO ENTRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
           DATA DIVISION.
           FILE SECTION.
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  RELATORIO-ENTREGA.
           01  LINHA-ENTREGA PIC X(100).
           FD  CONTROLE-LOTE.
