      *     NOMES (CLINDX: NOME LIMPO + CPF) USADO PELA CONSULTA POR
      *     NOME (PROGCOB50), DESCARTANDO AS ENTRADAS VELHAS QUE O
      *     PROGCOB13 FOI ANEXANDO DURANTE O MES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O INDICE POR NOME (CLINDX) GUARDA O DOCUMENTO DO CLIENTE COM
      *     14 POSICOES (CPF OU CNPJ)
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               02 REG-CEP-UF      PIC X(02).
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
           FD  RELATORIO-CEP.
           01  LINHA-CEP PIC X(100).
           FD  INDICE-NOMES.
           01  REG-INDICE-NOME.
               02 REG-IDX-NOME PIC X(40).
               02 FILLER       PIC X(02).
               02 REG-IDX-CPF  PIC X(14).
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  TRAVA-SUITE.
