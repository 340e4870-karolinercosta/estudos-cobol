      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     CADASTRO DE REPRESENTANTES DE VENDA EM MEMORIA, CARREGADO
      *     DO ARQUIVO EXTERNO VENDMST (MESMO PADRAO DA TABDESC):
      *     CODIGO DO REPRESENTANTE (O MESMO REG-CLI-VENDEDOR DO
      *     CLIMST), NOME, PERCENTUAL DE COMISSAO SOBRE O TITULO
      *     RECEBIDO, CODIGO DE FORNECEDOR (FORNMST) PELO QUAL A
      *     COMISSAO E PAGA NO CONTAS A PAGAR E STATUS (A ATIVO /
      *     I INATIVO). USADO PELA MANUTENCAO DE CLIENTES (PROGCOB13)
      *     PARA CONFERIR O CODIGO INFORMADO E PELO RUN MENSAL DE
      *     COMISSOES (PROGCOM)
      *    DATA= 15/10/26
      ******************************
       77 WRK-QTD-VEND PIC 9(03) VALUE ZEROS.
       01 TAB-VENDEDORES.
           02 TAB-VND OCCURS 1 TO 300 TIMES
              DEPENDING ON WRK-QTD-VEND
              INDEXED BY TAB-VND-IDX.
               03 TAB-VND-CODIGO     PIC X(04).
               03 TAB-VND-NOME       PIC X(30).
               03 TAB-VND-PERCENTUAL PIC 9(02)V99.
               03 TAB-VND-FORNECEDOR PIC X(04).
               03 TAB-VND-STATUS     PIC X(01).
