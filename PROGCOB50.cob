      *     DEIXA ESCOLHER UM CPF PARA VER O DETALHE COMPLETO, O
      *     MESMO DA CONSULTA DO PROGCOB13
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO INDICE E DO DETALHE FOI PARA 14 POSICOES;
      *     CLIENTE PESSOA JURIDICA APARECE COM O CNPJ EDITADO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           01  REG-INDICE-NOME.
               02 REG-IDX-NOME PIC X(40).
               02 FILLER       PIC X(02).
               02 REG-IDX-CPF  PIC X(14).
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
           WORKING-STORAGE SECTION.
           COPY CPYCPF.
           77 WRK-CLINDX-STATUS PIC X(02) VALUE '00'.
           77 WRK-POS PIC 9(02) VALUE 1.
           77 WRK-TAM-FILTRO PIC 9(02) VALUE ZEROS.
           77 WRK-TALLY PIC 9(02) VALUE ZEROS.
           77 WRK-CPF-DETALHE PIC X(14) VALUE SPACES.
           77 WRK-DOC-ED      PIC X(18) VALUE SPACES.
           77 WRK-LIMITE-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ACHADOS PIC 9(04) VALUE ZEROS.
           PROCEDURE DIVISION.
               END-READ.
               IF CLIMST-OK
                   ADD 1 TO WRK-TOTAL-ACHADOS
                   IF CLI-PESSOA-JURIDICA
                       MOVE REG-CLI-CPF TO WRK-CNPJ-ED
                       MOVE WRK-CNPJ-ED TO WRK-DOC-ED
                   ELSE
                       MOVE REG-CLI-CPF (1:11) TO WRK-CPF-ED
                       MOVE WRK-CPF-ED TO WRK-DOC-ED
                   END-IF
                   IF CLI-ATIVO
                       DISPLAY WRK-DOC-ED ' ' REG-CLI-NOME ' '
                           REG-CLI-UF ' ATIVO'
                   ELSE
                       DISPLAY WRK-DOC-ED ' ' REG-CLI-NOME ' '
                           REG-CLI-UF ' INATIVO'
                   END-IF
               END-IF.
                       INVALID KEY CONTINUE
                   END-READ
                   IF CLIMST-OK
                       IF CLI-PESSOA-JURIDICA
                           MOVE REG-CLI-CPF TO WRK-CNPJ-ED
                           DISPLAY 'CNPJ     : ' WRK-CNPJ-ED
                       ELSE
                           MOVE REG-CLI-CPF (1:11) TO WRK-CPF-ED
                           DISPLAY 'CPF      : ' WRK-CPF-ED
                       END-IF
                       DISPLAY 'NOME     : ' REG-CLI-NOME
                       DISPLAY 'ENDERECO : ' REG-CLI-ENDERECO
                       DISPLAY 'UF       : ' REG-CLI-UF
