      *     REJEITADO CORRESPONDENTE SAI NO RELATORIO. HOJE ESSES
      *     REGISTROS MORREM NO CLIREJ E ALGUEM REDIGITA (OU ESQUECE)
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO REJEITADO, DA CORRECAO DIGITADA (CPFCORR) E
      *     DO RECICLADO FOI PARA 14 POSICOES, JA QUE O LOTE DE
      *     VALIDACAO PASSOU A RECEBER TAMBEM O CNPJ DO CLIENTE PESSOA
      *     JURIDICA (CPF CONTINUA ENCOSTADO A ESQUERDA)
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           FILE SECTION.
           FD  CORRECOES-IN.
           01  REG-CORRECAO-IN.
               02 REG-COR-CPF-ANTIGO    PIC X(14).
               02 REG-COR-CPF-CORRIGIDO PIC X(14).
           FD  REJEITADOS-IN.
           01  REG-CLIENTE-REJ.
               02 REG-REJ-CPF    PIC X(14).
               02 REG-REJ-NOME   PIC X(40).
               02 REG-REJ-CICLOS PIC 9(02).
           FD  RECICLADOS-OUT.
           01  REG-CLIENTE-RECIC.
               02 REG-RCC-CPF    PIC X(14).
               02 REG-RCC-NOME   PIC X(40).
               02 REG-RCC-CICLOS PIC 9(02).
           FD  RELATORIO-RECIC.
               02 TAB-COR OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-COR
                  INDEXED BY TAB-COR-IDX.
                   03 TAB-COR-CPF-ANTIGO    PIC X(14).
                   03 TAB-COR-CPF-CORRIGIDO PIC X(14).
                   03 TAB-COR-APLICADA      PIC X(01).
           77 WRK-COR-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-CORRECAO PIC X(01) VALUE 'N'.
