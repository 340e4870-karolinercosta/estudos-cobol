      *     CARIMBA AS REFERENCIAS: ESTE E O ULTIMO PASSO DA NOITE,
      *     O MAIS SUJEITO A RODAR DEPOIS DA MEIA-NOITE E TRANSMITIR
      *     UM EXTRATO VAZIO. SEM GATEDATE LEGIVEL VALE O RELOGIO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     EMBARQ PASSOU A ARQUIVO INDEXADO POR REFERENCIA (CHAVES
      *     ALTERNATIVAS DATA PREVISTA E STATUS), LIDO NA SEQUENCIA
      *     DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT NOTAHIST-IN ASSIGN TO NOTAHIST
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LANCTOS-IN ASSIGN TO LANCIN
               02 REG-EXT-LANC-ENVIADOS PIC 9(08).
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 REG-CLI-NOME     PIC X(40).
               02 REG-CLI-ENDERECO PIC X(40).
               02 REG-CLI-UF       PIC X(02).
               02 REG-CLI-DATA-ULT-MOV PIC X(08).
               02 REG-CLI-LIMITE-CRED  PIC 9(09)V99.
               02 REG-CLI-EMPRESA      PIC X(03).
               02 REG-CLI-VENDEDOR     PIC X(04).
               02 REG-CLI-TIPO-PESSOA  PIC X(01).
                   88 CLI-PESSOA-JURIDICA VALUE 'J'.
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  NOTAHIST-IN.
           01  REG-HIST-IN PIC X(120).
           FD  LANCTOS-IN.
