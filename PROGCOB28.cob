      *     SUGERIDO COMO SOBREVIVENTE E O ATIVO (OU O DE MENOR CPF
      *     QUANDO OS DOIS TEM O MESMO STATUS)
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     AS INSTRUCOES DE FUSAO (MERGEFIL) E A TABELA DE CLIENTES
      *     GUARDAM O DOCUMENTO COM 14 POSICOES (CPF OU CNPJ)
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           FILE SECTION.
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
           FD  INSTRUCOES-OUT.
           01  REG-INSTRUCAO-OUT.
               02 REG-MRG-CPF-SOBREVIVE PIC X(14).
               02 FILLER                PIC X(02).
               02 REG-MRG-CPF-PERDE     PIC X(14).
               02 FILLER                PIC X(02).
               02 REG-MRG-CONFIRMADA    PIC X(01).
           FD  RELATORIO-DUP.
           01 TAB-CLIENTES.
               02 TAB-CLI OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-CLI.
                   03 TAB-CLI-CPF        PIC X(14).
                   03 TAB-CLI-NOME-LIMPO PIC X(40).
                   03 TAB-CLI-UF         PIC X(02).
                   03 TAB-CLI-STATUS     PIC X(01).
           77 WRK-IDX-A PIC 9(04) VALUE ZEROS.
           77 WRK-IDX-B PIC 9(04) VALUE ZEROS.
           77 WRK-IDX-B-INICIO PIC 9(04) VALUE ZEROS.
           77 WRK-CPF-SOBREVIVE PIC X(14) VALUE SPACES.
           77 WRK-CPF-PERDE     PIC X(14) VALUE SPACES.
           77 WRK-LINHA-DUP PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SUSPEITAS PIC 9(06) VALUE ZEROS.
