      *     CREDITO -- PAGADOR CRONICAMENTE ATRASADO E RETIDO MESMO
      *     ABAIXO DO LIMITE BRUTO DO CADASTRO
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE FOI PARA 14 POSICOES (CPF OU CNPJ)
      ******************************
       01 WRK-SCORE-CLIENTE.
           02 WRK-SCO-CPF          PIC X(14) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-SCO-MEDIA-ATRASO PIC S9(05) VALUE ZEROS
                                    SIGN IS LEADING SEPARATE.
