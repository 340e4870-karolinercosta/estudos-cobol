      *     PREVISTA/STATUS A) E ATUALIZADOS PELO PROGCOB52 A CADA
      *     RECEBIMENTO; REGISTRO ANTIGO (MAIS CURTO) LE COM OS
      *     CAMPOS EM BRANCO E VALE COMO EM ABERTO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A LINHA PASSOU A SERVIR TAMBEM A COMPRA DE PRODUTO ACABADO,
      *     GERADA PELO RUN MENSAL DE REPOSICAO (PROGREP): LINHA DE
      *     PRODUTO LEVA O CODIGO DO PRODUTO E O DEPOSITO DE ENTREGA NO
      *     FIM DO REGISTRO E O MATERIAL EM BRANCO; LINHA DE MATERIAL (E
      *     REGISTRO ANTIGO) LE COM O PRODUTO EM BRANCO. OS FD DO
      *     PEDCOMP PASSARAM A X(100)
      ******************************
       01 WRK-PEDIDO-COMPRA.
           02 WRK-PCP-FORNECEDOR PIC X(04) VALUE SPACES.
               88 PCP-FECHADO    VALUE 'F'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PCP-QTDE-RECEB PIC 9(09)V99 VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PCP-PRODUTO    PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PCP-DEPOSITO   PIC X(02) VALUE SPACES.
