      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     REGISTROS DA TROCA DE ARQUIVOS COM O PORTAL DO CLIENTE,
      *     OS DOIS DENTRO DO ENVELOPE PADRAO (CPYENV):
      *     WRK-PORTAL-ITEM - ARQUIVO DE SAIDA DIARIO (PORTSAI,
      *      PROGPTS): UM REGISTRO POR ITEM EM ABERTO DO CLIENTE --
      *      TITULO DO CONTAS A RECEBER (TIPO F) OU MENSALIDADE DO
      *      MENSAB (TIPO M, DO RESPONSAVEL FINANCEIRO) -- COM O
      *      VENCIMENTO ORIGINAL, O VENCIMENTO PARA PAGAMENTO (O DO
      *      RUN QUANDO JA PASSOU), O VALOR, OS ENCARGOS DO DIA E O
      *      TOTAL, E A SEGUNDA VIA DO BOLETO (CODIGO DE BARRAS E
      *      LINHA DIGITAVEL). SITUACAO: V = A VENCER, A = VENCIDO
      *      COM ENCARGOS ATUALIZADOS, R = RETIDO ATE A NF-E SER
      *      AUTORIZADA E S = SEM BOLETO (SEM BANCO NO CADASTRO OU
      *      VALOR ACIMA DO QUE O CODIGO DE BARRAS COMPORTA); R E S
      *      SAEM COM O BOLETO EM BRANCO
      *     WRK-PORTAL-PEDIDO - ARQUIVO DE ENTRADA DOS PEDIDOS FEITOS
      *      PELO CLIENTE NO PORTAL (PORTENT, PROGPTE). TIPO E =
      *      MUDANCA DE ENDERECO (ENDERECO, UF E CEP NOVOS); UF EM
      *      BRANCO MANTEM A UF DO CADASTRO
      *    DATA= 15/10/26
      ******************************
       01 WRK-PORTAL-ITEM.
           02 WRK-PTS-DOCUMENTO    PIC X(14) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-NOME         PIC X(40) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-TIPO         PIC X(01) VALUE SPACES.
               88 PTS-TITULO-FRETE    VALUE 'F'.
               88 PTS-MENSALIDADE     VALUE 'M'.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-REFERENCIA   PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-VENC-ORIGINAL PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-VENCIMENTO   PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-VALOR        PIC 9(09)V99 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-ENCARGOS     PIC 9(09)V99 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-TOTAL        PIC 9(09)V99 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-SITUACAO     PIC X(01) VALUE SPACES.
               88 PTS-A-VENCER        VALUE 'V'.
               88 PTS-VENCIDO         VALUE 'A'.
               88 PTS-RETIDO          VALUE 'R'.
               88 PTS-SEM-BOLETO      VALUE 'S'.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-BANCO        PIC X(03) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-BARRAS       PIC X(44) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-PTS-LINHA-DIG    PIC X(54) VALUE SPACES.
       01 WRK-PORTAL-PEDIDO.
           02 WRK-PTE-TIPO         PIC X(01) VALUE SPACES.
               88 PTE-MUDANCA-ENDERECO VALUE 'E'.
           02 WRK-PTE-PROTOCOLO    PIC X(12) VALUE SPACES.
           02 WRK-PTE-DOCUMENTO    PIC X(14) VALUE SPACES.
           02 WRK-PTE-ENDERECO     PIC X(40) VALUE SPACES.
           02 WRK-PTE-UF           PIC X(02) VALUE SPACES.
           02 WRK-PTE-CEP          PIC X(08) VALUE SPACES.
           02 WRK-PTE-DATA         PIC X(08) VALUE SPACES.
           02 WRK-PTE-HORA         PIC X(06) VALUE SPACES.
           02 FILLER               PIC X(29) VALUE SPACES.
