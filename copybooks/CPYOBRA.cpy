      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     CADASTRO DE OBRAS (ARQUIVO OBRAMST) -- UMA LINHA POR OBRA
      *     OU PROJETO DE MEDICAO (O MESMO CODIGO DO REG-MED-OBRA DO
      *     MEDIN): O CLIENTE DO CLIMST (CPF OU CNPJ) QUE CONTRATOU O
      *     SERVICO, O MUNICIPIO ONDE O SERVICO E PRESTADO (CODIGO
      *     IBGE, QUE DA A ALIQUOTA DO ISS NA TABISS) E A SITUACAO: A
      *     = EM ANDAMENTO, C = CONCLUIDA (DIGITADA PELA ENGENHARIA COM
      *     A DATA DE CONCLUSAO, LIBERA O FATURAMENTO), F = FATURADA.
      *     O FATURAMENTO DE OBRAS (PROGOBR) GRAVA NA OBRA FATURADA O
      *     NUMERO E A DATA DA NOTA DE SERVICO, O VALOR DO SERVICO E O
      *     ISS, E REGRAVA O CADASTRO (OBRNEW, COPY-BACK NO JCL)
      *     ORCAMENTO DA OBRA (MOVIMENTO ORCMOV) -- GRAVADO PELO
      *     ORCAMENTO DE MATERIAL (PROGCOB11B) NO FECHAMENTO DE CADA
      *     OBRA DO DIA: UMA LINHA POR MATERIAL (EM BRANCO PARA AS
      *     FORMAS DE VOLUME, QUE SO TEM MAO DE OBRA) COM A QUANTIDADE
      *     (AREA OU VOLUME), O CUSTO DO MATERIAL SEM A PERDA E A MAO
      *     DE OBRA. REPROCESSO DO DIA GRAVA DE NOVO A MESMA DATA, QUE
      *     SUBSTITUI A ANTERIOR NO FATURAMENTO
      *    DATA= 15/10/26
      ******************************
       01 WRK-OBRA.
           02 WRK-OBR-CODIGO      PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-OBR-CLIENTE     PIC X(14) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-OBR-MUNICIPIO   PIC X(07) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-OBR-SITUACAO    PIC X(01) VALUE 'A'.
               88 OBR-ANDAMENTO      VALUE 'A'.
               88 OBR-CONCLUIDA      VALUE 'C'.
               88 OBR-FATURADA       VALUE 'F'.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-OBR-DATA-CONCL  PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-OBR-NFS-NUMERO  PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-OBR-DATA-FATURA PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-OBR-VALOR-SERV  PIC 9(09)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-OBR-VALOR-ISS   PIC 9(09)V99 VALUE ZEROS.
       01 WRK-ORCAMENTO-OBRA.
           02 WRK-ORC-OBRA        PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-ORC-DATA        PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-ORC-MATERIAL    PIC X(01) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-ORC-QUANTIDADE  PIC 9(07)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-ORC-CUSTO-MAT   PIC 9(09)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-ORC-MAO-OBRA    PIC 9(09)V99 VALUE ZEROS.
