      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO MOVIMENTO DE DESEMPENHO DE FORNECEDOR (DESFMOV),
      *     ACUMULADO NOITE A NOITE PELOS RUNS DE COMPRAS -- UMA LINHA
      *     POR EVENTO MEDIDO:
      *       TIPO E (ENTREGA) -- GRAVADA PELO RECEBIMENTO DE MATERIAL
      *       (PROGCOB52) A CADA BAIXA DE LINHA DO PEDCOMP: DATA DA
      *       ENTREGA, DATA PREVISTA DA LINHA, DIAS DE ATRASO (REGRA
      *       COMERCIAL 30/360), QUANTIDADE QUE FALTAVA NA LINHA E
      *       QUANTIDADE ENTREGUE. SITUACAO N NO PRAZO, A ATRASADA, S
      *       SEM PREVISTA (LINHA ANTIGA, NAO MEDE PRAZO)
      *       TIPO F (FATURA) -- GRAVADA PELA CONFERENCIA DE FATURA
      *       (PROGCOB53) A CADA FATURA DE FORNECEDOR CADASTRADO: DATA
      *       DO RUN E SITUACAO A APROVADA OU D DIVERGENTE
      *     LIDO PELA AVALIACAO MENSAL DE FORNECEDORES (PROGAVF)
      *    DATA= 15/10/26
      ******************************
       01 WRK-DESEMPENHO-FORN.
           02 WRK-DSF-TIPO          PIC X(01) VALUE SPACES.
               88 DSF-ENTREGA       VALUE 'E'.
               88 DSF-FATURA        VALUE 'F'.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DSF-FORNECEDOR    PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DSF-DATA          PIC X(08) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DSF-MATERIAL      PIC X(01) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DSF-PRODUTO       PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DSF-PREVISTA      PIC X(08) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DSF-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DSF-QTDE-DEVIDA   PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DSF-QTDE-ENTREGUE PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DSF-SITUACAO      PIC X(01) VALUE SPACES.
               88 DSF-NO-PRAZO      VALUE 'N'.
               88 DSF-ATRASADA      VALUE 'A'.
               88 DSF-SEM-PREVISTA  VALUE 'S'.
               88 DSF-APROVADA      VALUE 'A'.
               88 DSF-DIVERGENTE    VALUE 'D'.
