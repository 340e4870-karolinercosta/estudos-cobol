      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTOHOR= KAROLINE
      *     LAYOUT PADRAO DE CPF EDITADO (999.999.999-99)
      *     COMPARTILHADO POR TODOS OS PROGRAMAS QUE IMPRIMEM CPF
      *    DATA= 09/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU O LAYOUT PADRAO DE CNPJ EDITADO (99.999.999/9999-99)
      *     PARA OS CLIENTES PESSOA JURIDICA, AO LADO DO CPF
      ******************************
       77 WRK-CPF-ED PIC ZZZ.ZZZ.ZZZ/ZZ VALUE ZEROS.
       77 WRK-CNPJ-ED PIC ZZ.ZZZ.ZZZ/ZZZZ/ZZ VALUE ZEROS.
