      *     A LINHA DO TITULO EM ABERTO PASSOU A MOSTRAR O ACUMULADO
      *     DE ENCARGOS (MULTA + JUROS) QUE O ACRESCIMO DIARIO
      *     (PROGCOB58) GRAVA NO TITULO, SOMADO NO SALDO DEVEDOR
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O EXTRATO IMPRIME O CNPJ EDITADO PARA O CLIENTE PESSOA
      *     JURIDICA E O CPF EDITADO PARA OS DEMAIS
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
                       WITH DUPLICATES.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
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
           FD  RELATORIO-EXTRATO.
           01  LINHA-EXTRATO PIC X(100).
           FD  CONTROLE-LOTE.
           77 WRK-LINHA-EXTRATO PIC X(100) VALUE SPACES.
           77 WRK-ENCARGOS-TIT PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-ENCARGOS-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-CPF-ATUAL   PIC X(14) VALUE SPACES.
           77 WRK-DOC-ED      PIC X(18) VALUE SPACES.
           77 WRK-CLI-NOME    PIC X(40) VALUE SPACES.
           77 WRK-CLI-ENDERECO PIC X(40) VALUE SPACES.
           77 WRK-CLI-UF      PIC X(02) VALUE SPACES.
                      CAB-PAGINA-ED        DELIMITED BY SIZE
                      INTO WRK-LINHA-EXTRATO.
               WRITE LINHA-EXTRATO FROM WRK-LINHA-EXTRATO.
               IF WRK-CPF-ATUAL (12:3) = SPACES
                   MOVE WRK-CPF-ATUAL (1:11) TO WRK-CPF-ED
                   MOVE WRK-CPF-ED TO WRK-DOC-ED
               ELSE
                   MOVE WRK-CPF-ATUAL TO WRK-CNPJ-ED
                   MOVE WRK-CNPJ-ED TO WRK-DOC-ED
               END-IF.
               MOVE SPACES TO WRK-LINHA-EXTRATO.
               STRING 'CLIENTE ' DELIMITED BY SIZE
                      WRK-DOC-ED DELIMITED BY SIZE
                      '  '       DELIMITED BY SIZE
                      WRK-CLI-NOME DELIMITED BY SIZE
                      INTO WRK-LINHA-EXTRATO.
