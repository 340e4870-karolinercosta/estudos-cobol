      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO MOVIMENTO DE CONCILIACAO (CONCMOV), GRAVADO
      *     PELA CONCILIACAO MENSAL DE FATURA DE TRANSPORTADORA
      *     (PROGCOB18) -- UMA LINHA POR LINHA DA FATURA CASADA: TIPO
      *     E (EMBARQUE AVULSO, REFERENCIA DO EMBARQUE) OU C (CARGA
      *     CONSOLIDADA, CODIGO DA CARGA), TRANSPORTADORA, O FRETE
      *     QUE NOS CALCULAMOS E O QUE A TRANSPORTADORA COBROU. LIDO
      *     PELA RENTABILIDADE POR CLIENTE (PROGRNT) PARA O CUSTO
      *     REAL DO FRETE DE CADA EMBARQUE
      *    DATA= 15/10/26
      ******************************
       01 WRK-CONCILIACAO.
           02 WRK-CNC-TIPO         PIC X(01) VALUE SPACES.
               88 CNC-EMBARQUE          VALUE 'E'.
               88 CNC-CARGA             VALUE 'C'.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-CNC-REFERENCIA   PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-CNC-TRANSP       PIC X(04) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-CNC-CALCULADO    PIC 9(11)V99 VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-CNC-COBRADO      PIC 9(11)V99 VALUE ZEROS.
