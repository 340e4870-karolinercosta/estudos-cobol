      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LINHA DE FATURA DE TRANSPORTADORA EM DISPUTA (ARQUIVO
      *     FRETDISP) -- UMA LINHA POR EMBARQUE OU CARGA COBRADO FORA
      *     DA TOLERANCIA (NO TOTAL OU EM ALGUM COMPONENTE) NA
      *     CONCILIACAO DO PROGCOB18: TRANSPORTADORA, REFERENCIA,
      *     VALOR COBRADO, VALOR CALCULADO E A DATA EM QUE FOI RETIDA.
      *     A LINHA FICA FORA DO TITULO DA TRANSPORTADORA NO CONTAS A
      *     PAGAR ATE SER ACERTADA; O PROGCOB18 REGRAVA O ARQUIVO
      *     (FRETDNEW, COPY-BACK NO JCL) SEM AS QUE FORAM ACERTADAS
      *     ACERTO DE DISPUTA (ARQUIVO FRETACD) -- DIGITADO PELO SETOR
      *     DE FRETES QUANDO A DISPUTA E RESOLVIDA COM A
      *     TRANSPORTADORA: TRANSPORTADORA, REFERENCIA E O VALOR
      *     ACORDADO, QUE ENTRA NO TITULO DO FECHAMENTO SEGUINTE
      *    DATA= 15/10/26
      ******************************
       01 WRK-DISPUTA.
           02 WRK-DSP-TRANSP     PIC X(04) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-DSP-REFERENCIA PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-DSP-COBRADO    PIC 9(09)V99 VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-DSP-CALCULADO  PIC 9(09)V99 VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-DSP-DATA       PIC X(08) VALUE SPACES.
       01 WRK-ACERTO-DISPUTA.
           02 WRK-ACD-TRANSP     PIC X(04) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ACD-REFERENCIA PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ACD-VALOR      PIC 9(09)V99 VALUE ZEROS.
