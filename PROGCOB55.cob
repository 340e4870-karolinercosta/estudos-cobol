      *     A MENSALIDADE NAO TEM VENCIMENTO PROPRIO: VALE O DIA 10
      *     DA COMPETENCIA, A DATA EM QUE A SECRETARIA SEMPRE COBROU
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     FD DO APAGAR EM X(120): O TITULO GANHOU A EMPRESA E AS
      *     CONDICOES DE DESCONTO POR PAGAMENTO ANTECIPADO NO FIM
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA MENSALIDADE (MENSAB) GANHOU NO FIM O CPF DO
      *     RESPONSAVEL FINANCEIRO, GRAVADO PELO FATURAMENTO
      *     (PROGCOB23); SO O LAYOUT ACOMPANHOU
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
                       WITH DUPLICATES
                   FILE STATUS IS WRK-RECEBIV-STATUS.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL
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
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  CONTAS-PAGAR.
           01  LINHA-PAGAVEL PIC X(120).
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
           FD  RELATORIO-FLUXO.
           01  LINHA-FLUXO PIC X(100).
           FD  CONTROLE-LOTE.
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
           77 WRK-RECEBIV-STATUS PIC X(02) VALUE '00'.
               88 RECEBIV-OK VALUE '00'.
           77 WRK-MENSAB-STATUS PIC X(02) VALUE '00'.
