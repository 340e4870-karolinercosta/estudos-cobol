      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     RELACIONAMENTO ENTRE ARQUIVOS CONFERIDO PELA VARREDURA
      *     SEMANAL DE INTEGRIDADE REFERENCIAL (PROGINT, ARQUIVO
      *     INTREGRA): CODIGO DA REGRA, SE ELA RODA (S/N), QUANTAS
      *     AMOSTRAS DE ORFAOS LISTAR E A DESCRICAO DO RELATORIO
      *     (EM BRANCO FICA A DESCRICAO PADRAO). REGRAS CONHECIDAS:
      *       RECCLI - TITULO DO RECEBIV SEM CLIENTE NO CLIMST
      *       RECANO - TITULO DO RECEBIV DE CLIENTE ANONIMIZADO
      *                PELO EXPURGO LGPD (PROGCOB29)
      *       EMBREC - EMBARQUE DO EMBARQ SEM TITULO NO RECEBIV
      *       ESTPRD - SALDO DO ESTQMST SEM PRODUTO NO PRDMST
      *       NOTALU - NOTA DO NOTAHIST SEM ALUNO NO ALUMST
      *       PAGFOR - TITULO DO APAGAR SEM FORNECEDOR NO FORNMST
      *       LANPLA - LANCAMENTO DO LANCINT SEM CONTA NO PLANCTA
      *     SEM O ARQUIVO RODAM TODAS, COM 10 AMOSTRAS CADA; COM O
      *     ARQUIVO SO RODAM AS REGRAS LISTADAS COMO ATIVAS
      *    DATA= 15/10/26
      ******************************
       01 WRK-REGRA-INTEGRIDADE.
           02 WRK-INT-CODIGO        PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-INT-ATIVA         PIC X(01) VALUE SPACES.
               88 INT-REGRA-ATIVA   VALUE 'S'.
               88 INT-REGRA-INATIVA VALUE 'N'.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-INT-AMOSTRAS      PIC 9(03) VALUE ZEROS.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-INT-DESCRICAO     PIC X(40) VALUE SPACES.
