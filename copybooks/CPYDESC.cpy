      *     DO CLIENTE GANHA DA GENERICA. SEM ARQUIVO DE REGRAS VALE
      *     A REGRA HISTORICA DE VOLUME (5% DE 10 PECAS PARA CIMA)
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE FOI PARA 14 POSICOES (CPF OU CNPJ)
      ******************************
       77 WRK-QTD-DESC PIC 9(03) VALUE ZEROS.
       01 TAB-DESCONTOS.
           02 TAB-DSC OCCURS 1 TO 200 TIMES
              DEPENDING ON WRK-QTD-DESC
              INDEXED BY TAB-DSC-IDX.
               03 TAB-DSC-CPF        PIC X(14).
               03 TAB-DSC-QTDE-DE    PIC 9(05).
               03 TAB-DSC-QTDE-ATE   PIC 9(05).
               03 TAB-DSC-PERCENTUAL PIC 9(02)V99.
