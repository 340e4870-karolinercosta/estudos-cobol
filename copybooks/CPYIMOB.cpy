      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO CADASTRO DO ATIVO IMOBILIZADO (ARQUIVO IMOMST)
      *     -- UMA LINHA POR BEM (VEICULO, EQUIPAMENTO, MOVEL): NUMERO
      *     DO BEM, EMPRESA, CENTRO DE CUSTO (CADASTRO CCUSTO),
      *     DESCRICAO, DATA E VALOR DE AQUISICAO, VIDA UTIL EM MESES,
      *     VALOR RESIDUAL, AS CONTAS DO PLANO (PLANCTA) DO BEM
      *     (CLASSE A), DA DEPRECIACAO ACUMULADA (CLASSE A, REDUTORA)
      *     E DA DESPESA DE DEPRECIACAO (CLASSE D), A DEPRECIACAO
      *     ACUMULADA ATE A ULTIMA COMPETENCIA DEPRECIADA (AAAAMM,
      *     ZEROS = NENHUMA AINDA) E A SITUACAO (A=ATIVO, B=BAIXADO,
      *     COM A DATA E O VALOR DE VENDA DA BAIXA). MANTIDO PELO RUN
      *     MENSAL DE DEPRECIACAO (PROGIMO), QUE APLICA AS INCLUSOES
      *     E BAIXAS DIGITADAS NO IMOMOV, DEPRECIA EM LINHA RETA E
      *     LANCA NO RAZAO PELO LANCINT ANTES DO FECHAMENTO
      *    DATA= 15/10/26
      ******************************
       01 WRK-IMOBILIZADO.
           02 WRK-IMO-NUMERO        PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-EMPRESA       PIC X(03) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-CCUSTO        PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-DESCRICAO     PIC X(30) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-DATA-AQUIS    PIC X(08) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-VALOR-AQUIS   PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-VIDA-MESES    PIC 9(03) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-VALOR-RESIDUAL PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-CONTA-ATIVO   PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-CONTA-DEPREC  PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-CONTA-DESPESA PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-ACUMULADO     PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-ULT-COMPET    PIC 9(06) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-SITUACAO      PIC X(01) VALUE 'A'.
               88 IMO-ATIVO         VALUE 'A'.
               88 IMO-BAIXADO       VALUE 'B'.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-DATA-BAIXA    PIC X(08) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-IMO-VALOR-VENDA   PIC 9(09)V99 VALUE ZEROS.
