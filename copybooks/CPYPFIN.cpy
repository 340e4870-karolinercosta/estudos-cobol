      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUTS DA PENDENCIA FINANCEIRA DA REMATRICULA (PROGCOB82):
      *     - PENDENCIA (PENDFIN, LISTA PARA O FINANCEIRO): ALUNO QUE
      *       FICOU FORA DO ROL POR ATRASO ACIMA DO PARAMETRO, COM O
      *       RESPONSAVEL FINANCEIRO, AS MENSALIDADES VENCIDAS (MENSAB),
      *       AS PARCELAS VENCIDAS DE PLANO DE PARCELAMENTO (PROGCOB57,
      *       NO RECEBIV) E O VALOR EM ATRASO;
      *     - LIBERACAO (LIBFIN, GRAVADO PELO FINANCEIRO): ALUNO QUE O
      *       FINANCEIRO LIBEROU PARA O TERMO MESMO COM O ATRASO (ACORDO
      *       EM ANDAMENTO, BOLSA A LANCAR ETC.), COM QUEM LIBEROU
      *    DATA= 15/10/26
      ******************************
       01 WRK-PENDENCIA-FIN.
           02 WRK-PFN-MATRICULA   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-PFN-NOME        PIC X(30) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-PFN-CURSO       PIC X(20) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-PFN-TERMO       PIC X(06) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-PFN-RESPONSAVEL PIC X(14) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-PFN-QTD-MENS    PIC 9(02) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-PFN-QTD-PARC    PIC 9(02) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-PFN-VALOR       PIC 9(07)V99 VALUE ZEROS.
       01 WRK-LIBERACAO-FIN.
           02 WRK-LFN-MATRICULA   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-LFN-TERMO       PIC X(06) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-LFN-USUARIO     PIC X(10) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-LFN-DATA        PIC X(08) VALUE SPACES.
