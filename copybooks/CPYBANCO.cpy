      *     DO BANCO CERTO. SEM O BCOMST TUDO FUNCIONA COMO ANTES,
      *     COM UM BANCO SO
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU A MARCA DE BANCO RECEBEDOR PIX (S/N) E A CHAVE PIX DA
      *     CONTA. O GERADOR DE COBRANCA PIX (PROGPIX) EMITE AS
      *     COBRANCAS PELO PRIMEIRO BANCO MARCADO; A REMESSA DE BOLETOS
      *     NAO MUDA
      ******************************
       01 WRK-BANCO-CADASTRO.
           02 WRK-BCO-CODIGO   PIC X(03) VALUE SPACES.
           02 WRK-BCO-LAYOUT   PIC X(01) VALUE 'A'.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-BCO-LIMITE   PIC 9(06) VALUE ZEROS.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-BCO-PIX      PIC X(01) VALUE 'N'.
               88 BCO-RECEBE-PIX VALUE 'S'.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-BCO-CHAVE-PIX PIC X(77) VALUE SPACES.
