      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     ESTRUTURA DOS KITS (ARQUIVO KITEST, UMA LINHA POR
      *     COMPONENTE: CODIGO DO KIT + CODIGO DO COMPONENTE +
      *     QUANTIDADE DO COMPONENTE EM UM KIT). O KIT E VENDIDO
      *     PELO CODIGO PROPRIO DO PRDMST (COM PRECO E DESCRICAO),
      *     MAS NAO TEM SALDO: O RUN DE FRETE (PROGCOB09B) EXPLODE O
      *     ITEM NOS COMPONENTES PARA CONFERIR, RESERVAR E BAIXAR O
      *     ESTOQUE E SOMAR O PESO DO FRETE, A LIBERACAO DO
      *     BACKORDER (PROGCOB20) E A RESERVA DOS RETIDOS (PROGCOB79)
      *     CONFEREM OS COMPONENTES, E A POSICAO VALORIZADA
      *     (PROGCOB80) MOSTRA O KIT PELA SOMA DOS COMPONENTES.
      *     CADA PROGRAMA CARREGA O ARQUIVO INTEIRO NA TABELA ABAIXO
      *     NA PARTIDA; SEM O KITEST NENHUM CODIGO E KIT
      *    DATA= 15/10/26
      ******************************
       77 WRK-QTD-KIT PIC 9(04) VALUE ZEROS.
       01 TAB-KITS.
           02 TAB-KIT OCCURS 1 TO 2000 TIMES
              DEPENDING ON WRK-QTD-KIT
              INDEXED BY TAB-KIT-IDX.
               03 TAB-KIT-CODIGO     PIC 9(06).
               03 TAB-KIT-COMPONENTE PIC 9(06).
               03 TAB-KIT-QTDE       PIC 9(03).
       77 WRK-KIT-IDX       PIC 9(04) VALUE ZEROS.
       77 WRK-KIT-PROCURADO PIC 9(06) VALUE ZEROS.
       77 WRK-KIT-SITUACAO  PIC X(01) VALUE 'N'.
           88 ITEM-E-KIT VALUE 'S'.
       77 WRK-KITEST-STATUS PIC X(02) VALUE '00'.
           88 KITEST-OK VALUE '00'.
       77 WRK-FIM-KITS PIC X(01) VALUE 'N'.
           88 FIM-KITS VALUE 'S'.
