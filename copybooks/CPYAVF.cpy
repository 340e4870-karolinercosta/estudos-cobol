      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO HISTORICO DA AVALIACAO MENSAL DE FORNECEDORES
      *     (AVFHIST) -- UMA LINHA POR FORNECEDOR + COMPETENCIA,
      *     GRAVADA PELO PROGAVF (RERUN DA COMPETENCIA SUBSTITUI AS
      *     LINHAS DELA): ENTREGAS E FATURAS MEDIDAS, PERCENTUAL DE
      *     ENTREGAS NO PRAZO, MEDIA DE DIAS DE ATRASO DAS ATRASADAS,
      *     PERCENTUAL ATENDIDO DA QUANTIDADE, PERCENTUAL DE FATURAS
      *     DIVERGENTES, NOTA DE 0 A 100 E A TENDENCIA CONTRA OS MESES
      *     ANTERIORES. A NOTA DA COMPETENCIA MAIS RECENTE DE CADA
      *     FORNECEDOR E USADA PELO GERADOR DE PEDIDOS (PROGCOB39) NA
      *     ESCOLHA DO FORNECEDOR DO MATERIAL
      *    DATA= 15/10/26
      ******************************
       01 WRK-AVALIACAO-FORN.
           02 WRK-AVF-FORNECEDOR    PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AVF-COMPETENCIA   PIC 9(06) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AVF-ENTREGAS      PIC 9(05) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AVF-PERC-PRAZO    PIC 9(03)V9 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AVF-MEDIA-ATRASO  PIC 9(03)V9 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AVF-PERC-ATENDIDO PIC 9(03)V9 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AVF-FATURAS       PIC 9(05) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AVF-PERC-DIVERG   PIC 9(03)V9 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AVF-NOTA          PIC 9(03)V9 VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AVF-TENDENCIA     PIC X(08) VALUE SPACES.
