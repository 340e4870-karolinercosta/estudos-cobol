      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     ANUIDADE ANTECIPADA (ARQUIVO ANUIDADE) -- UMA LINHA POR
      *     ALUNO QUE OPTOU POR PAGAR O ANO INTEIRO DE MENSALIDADE DE
      *     UMA VEZ: MATRICULA, DOCUMENTO DO RESPONSAVEL PELO PAGAMENTO
      *     (CPF OU CNPJ, PARA O REEMBOLSO), A PRIMEIRA COMPETENCIA
      *     COBERTA (AAAAMM; A ANUIDADE COBRE ELA E AS ONZE SEGUINTES),
      *     O VALOR ANUAL COBRADO E O DESCONTO CONCEDIDO, O VALOR E OS
      *     MESES JA APROPRIADOS A RECEITA, O VALOR DEVOLVIDO NO
      *     CANCELAMENTO E A SITUACAO: S = SOLICITADA (DIGITADA, AINDA
      *     NAO COBRADA), F = FATURADA (COBRANCA ANUAL NO MENSAB, AINDA
      *     NAO PAGA), R = RECEBIDA (DINHEIRO NA RECEITA DIFERIDA,
      *     SENDO APROPRIADO UM DOZE AVOS POR MES), E = ENCERRADA (OS
      *     DOZE MESES APROPRIADOS), C = CANCELADA (ALUNO DESLIGADO).
      *     O PROGCOB23 FATURA A ANUIDADE E PULA OS MESES COBERTOS; O
      *     PROGANU RECONHECE O PAGAMENTO, APROPRIA A RECEITA E APURA O
      *     SALDO A DEVOLVER NO CANCELAMENTO. OS DOIS REGRAVAM O
      *     ARQUIVO (ANUNEW, COPY-BACK NO JCL)
      *    DATA= 15/10/26
      ******************************
       01 WRK-ANUIDADE.
           02 WRK-ANU-MATRICULA    PIC 9(06) VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-ANU-DOC-RESP     PIC X(14) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-ANU-COMP-INICIAL.
               03 WRK-ANU-INI-ANO  PIC 9(04) VALUE ZEROS.
               03 WRK-ANU-INI-MES  PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-ANU-VALOR-ANUAL  PIC 9(07)V99 VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-ANU-DESCONTO     PIC 9(07)V99 VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-ANU-VALOR-APROP  PIC 9(07)V99 VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-ANU-MESES-APROP  PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-ANU-VALOR-REEMB  PIC 9(07)V99 VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-ANU-SITUACAO     PIC X(01) VALUE 'S'.
               88 ANU-SOLICITADA      VALUE 'S'.
               88 ANU-FATURADA        VALUE 'F'.
               88 ANU-RECEBIDA        VALUE 'R'.
               88 ANU-ENCERRADA       VALUE 'E'.
               88 ANU-CANCELADA       VALUE 'C'.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-ANU-DATA-SIT     PIC X(08) VALUE SPACES.
