      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     CARTAO DO SYSIN DO EXTRATO MASCARADO PARA O AMBIENTE DE
      *     TESTE (PROGMSC, JOB PCOBMASC):
      *       WRK-MSC-FATOR   - FATOR DA SUBSTITUICAO DOS CPF/CNPJ
      *                         (TERMINA EM 1, 3, 7 OU 9 E MAIOR QUE 1)
      *       WRK-MSC-DESLOC  - DESLOCAMENTO DA SUBSTITUICAO (IMPAR)
      *       WRK-MSC-AMOSTRA - 1 = EXTRATO COMPLETO; N = UM EM CADA N
      *                         CLIENTES (PELO CPF) E UM EM CADA N
      *                         ALUNOS (PELA MATRICULA)
      *       WRK-MSC-SENHA   - SENHA PROVISORIA DE TODOS OS USUARIOS
      *                         NO TESTE (8 A 30 POSICOES, TROCA
      *                         OBRIGATORIA NO PRIMEIRO SIGN-ON)
      *     FATOR E DESLOCAMENTO SAO A CHAVE DO MASCARAMENTO: O MESMO
      *     CPF VIRA SEMPRE O MESMO SUBSTITUTO EM TODOS OS ARQUIVOS E
      *     DOIS CPFS NUNCA VIRAM O MESMO. NAO GUARDAR O CARTAO JUNTO
      *     COM O EXTRATO
      *    DATA= 15/10/26
      ******************************
       01 WRK-PARAMETRO-MASC.
           02 WRK-MSC-FATOR-X       PIC X(09) VALUE SPACES.
           02 WRK-MSC-FATOR REDEFINES WRK-MSC-FATOR-X PIC 9(09).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-MSC-DESLOC-X      PIC X(09) VALUE SPACES.
           02 WRK-MSC-DESLOC REDEFINES WRK-MSC-DESLOC-X PIC 9(09).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-MSC-AMOSTRA-X     PIC X(04) VALUE SPACES.
           02 WRK-MSC-AMOSTRA REDEFINES WRK-MSC-AMOSTRA-X PIC 9(04).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-MSC-SENHA         PIC X(30) VALUE SPACES.
