      *     MARCAM O CLIENTE PARA RETER. ATE AQUI O HISTORICO DE
      *     PAGAMENTO ERA GRAVADO E NUNCA USADO
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NO LOG DE CARTAS E NA TABELA DE
      *     SCORES FOI PARA 14 POSICOES (CPF OU CNPJ)
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS), LIDO NA
      *     SEQUENCIA DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT LOG-CARTAS ASSIGN TO CARTLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CARTLOG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER.
           01  LINHA-RECEBIVEL.
               02 REG-RCB-CHAVE.
                   03 REG-RCB-CPF        PIC X(14).
                   03 FILLER             PIC X(02).
                   03 REG-RCB-REFERENCIA PIC X(20).
               02 FILLER                 PIC X(25).
               02 REG-RCB-VENCIMENTO     PIC X(08).
               02 FILLER                 PIC X(02).
               02 REG-RCB-STATUS         PIC X(01).
               02 FILLER                 PIC X(68).
           FD  LOG-CARTAS.
           01  REG-LOG-CARTA.
               02 REG-CLG-CPF   PIC X(14).
               02 FILLER        PIC X(02).
               02 REG-CLG-DATA  PIC X(08).
               02 FILLER        PIC X(02).
               02 TAB-CLI OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-CLI
                  INDEXED BY TAB-CLI-IDX.
                   03 TAB-CLI-CPF        PIC X(14).
                   03 TAB-CLI-QTD-PAGOS  PIC 9(05).
                   03 TAB-CLI-QTD-EMDIA  PIC 9(05).
                   03 TAB-CLI-SOMA-ATRASO PIC S9(07).
                   03 TAB-CLI-QTD-CARTAS PIC 9(04).
           77 WRK-CPF-ITEM PIC X(14) VALUE SPACES.
      ******************************
      **** DATAS DECOMPOSTAS PARA O ATRASO DE PAGAMENTO PELO
      **** CRITERIO COMERCIAL 30/360 (MESMO DO PROGCOB15)
