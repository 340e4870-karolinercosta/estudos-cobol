      *     COMERCIAL 30/360, COM TOTAIS DE QUANTIDADE E VALOR POR
      *     FAIXA NO FINAL
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A COLUNA DO CLIENTE DO RELATORIO DE AGING FOI PARA 14
      *     POSICOES (CPF OU CNPJ)
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
               SELECT RELATORIO-AGING ASSIGN TO RECRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
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
           FD  RELATORIO-AGING.
           01  LINHA-AGING PIC X(100).
           FD  CONTROLE-LOTE.
                      CAB-PAGINA-ED        DELIMITED BY SIZE
                      INTO WRK-LINHA-AGING.
               WRITE LINHA-AGING FROM WRK-LINHA-AGING.
               MOVE 'CPF/CNPJ        REFERENCIA            VENCIMENTO'
                   TO LINHA-AGING.
               MOVE '  ATRASO  FAIXA           VALOR'
                   TO LINHA-AGING (49:32).
               WRITE LINHA-AGING.
           0200-PROCESSAR.
               ADD 1 TO WRK-TOTAL-LIDOS.
