      *     LIDO: NO GRAO MENSAL OS TOTAIS POR PROGRAMA DO CTLARQ
      *     JA COBREM O QUE A CONSOLIDACAO DIARIA AGREGARIA
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     RECEBIV (CPF + REFERENCIA) E EMBARQ (REFERENCIA) PASSARAM
      *     A ARQUIVOS INDEXADOS, COM CHAVES ALTERNATIVAS DE
      *     VENCIMENTO/DATA PREVISTA E STATUS, LIDOS NA SEQUENCIA DA
      *     CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RUNARQ-STATUS.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-EMBARQ-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-RECEBIV-STATUS.
               SELECT NOTAHIX-IO ASSIGN TO NOTAHIX
                   ORGANIZATION IS INDEXED
           FD  ESTADO-ARQ-IN.
           01  LINHA-ESTADO-ARQ PIC X(80).
           FD  EMBARQUES-IN.
           01  REG-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  CONTAS-RECEBER.
           01  REG-RECEBIVEL-IN.
               02 REG-RCB-CHAVE.
                   03 REG-RCB-CPF        PIC X(14).
                   03 FILLER             PIC X(02).
                   03 REG-RCB-REFERENCIA PIC X(20).
               02 FILLER                 PIC X(25).
               02 REG-RCB-VENCIMENTO     PIC X(08).
               02 FILLER                 PIC X(02).
               02 REG-RCB-STATUS         PIC X(01).
               02 FILLER                 PIC X(68).
           FD  NOTAHIX-IO.
           01  REG-NOTA-IX.
               02 REG-NIX-CHAVE.
