      *     REMESSA DE PAGAMENTO E PELOS RELATORIOS DE CAIXA QUE
      *     VIEREM A EXISTIR
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     TITULO GANHOU O CODIGO DO TRIBUTO NO FIM: EM BRANCO NO
      *     TITULO DO FORNECEDOR (E NO REGISTRO ANTIGO); IRRF, ISS OU
      *     CSRF NO TITULO DO TRIBUTO RETIDO NA FONTE PELA CONFERENCIA
      *     DE FATURA (PROGCOB53), QUE FICA COM O CODIGO DO FORNECEDOR
      *     DE ORIGEM E VENCE NO MES SEGUINTE. TITULO DE TRIBUTO NAO
      *     ENTRA NA REMESSA AO BANCO (PROGCOB54) E E RESUMIDO NA
      *     APURACAO MENSAL DE RETENCOES (PROGRET)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     TITULO GANHOU NO FIM A EMPRESA DA FATURA (EM BRANCO NO
      *     REGISTRO ANTIGO E NO TITULO DE COMISSAO) E AS CONDICOES DE
      *     DESCONTO POR PAGAMENTO ANTECIPADO VINDAS DA FATURA
      *     (PERCENTUAL E DATA LIMITE, CALCULADA PELA CONFERENCIA DE
      *     FATURA PROGCOB53), MAIS O VALOR DO DESCONTO TOMADO, GRAVADO
      *     PELA REMESSA (PROGCOB54) QUANDO O TITULO SAI COM DESCONTO.
      *     REGISTRO EM 102 POSICOES, FDS EM X(120)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A CONCILIACAO DE FATURA DE TRANSPORTADORA (PROGCOB18) TAMBEM
      *     GRAVA TITULO DE FORNECEDOR: UM POR TRANSPORTADORA NO
      *     FECHAMENTO DO MES, NO CODIGO DA TRANSPORTADORA, COM
      *     REFERENCIA FRETE-AAAAMM-TRANSPORTADORA E O VALOR ACORDADO
      *     MENOS AS RECLAMACOES ACEITAS
      ******************************
       01 WRK-PAGAVEL.
           02 WRK-PAG-FORNECEDOR PIC X(04) VALUE SPACES.
               88 PAG-ABERTO     VALUE 'A'.
               88 PAG-ENVIADO-BANCO VALUE 'E'.
               88 PAG-PAGO       VALUE 'P'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PAG-TRIBUTO    PIC X(04) VALUE SPACES.
               88 PAG-TITULO-FORNECEDOR VALUE SPACES.
               88 PAG-TRIBUTO-IRRF VALUE 'IRRF'.
               88 PAG-TRIBUTO-ISS  VALUE 'ISS '.
               88 PAG-TRIBUTO-CSRF VALUE 'CSRF'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PAG-EMPRESA    PIC X(03) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PAG-PERC-DESC  PIC 9(02)V99 VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PAG-DATA-DESC  PIC X(08) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PAG-VALOR-DESC PIC 9(09)V99 VALUE ZEROS.
