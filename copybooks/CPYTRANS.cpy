      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     CADASTRO EDI DAS TRANSPORTADORAS (ARQUIVO TRPEDI) -- UMA
      *     LINHA POR TRANSPORTADORA COM O NOSSO CODIGO (O MESMO DO
      *     EMBARQ), O CNPJ E A RAZAO SOCIAL E O INDICADOR DE EDI
      *     (S = RECEBE O NOTFIS PADRAO). O GERADOR DO NOTFIS
      *     (PROGEDN) SO GERA INTERCAMBIO PARA TRANSPORTADORA COM EDI
      *     S; OS TRADUTORES DO OCOREN (PROGEDO) E DO DOCCOB (PROGEDC)
      *     IDENTIFICAM A TRANSPORTADORA DO ARQUIVO PELO CNPJ E
      *     VOLTAM PARA O NOSSO CODIGO. TRANSPORTADORA NOVA SO PRECISA
      *     DE UMA LINHA AQUI. O HORARIO DE COLETA (HHMM) SAI NO
      *     CABECALHO DA LISTA DE SEPARACAO (PROGSEP)
      *    DATA= 15/10/26
      ******************************
       01 WRK-TRANSP-CADASTRO.
           02 WRK-TRE-CODIGO   PIC X(04) VALUE SPACES.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-TRE-CNPJ     PIC X(14) VALUE SPACES.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-TRE-RAZAO    PIC X(40) VALUE SPACES.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-TRE-EDI      PIC X(01) VALUE 'N'.
               88 TRE-RECEBE-NOTFIS VALUE 'S'.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-TRE-HORA-COLETA PIC X(04) VALUE SPACES.
