      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     PEDIDO DE ACESSO DO TITULAR AOS DADOS PESSOAIS (LGPD),
      *     ATENDIDO PELO PROGLGP (JOB AD-HOC PCOBLGPD):
      *       WRK-PEDIDO-LGPD  - CARTAO DO SYSIN: TIPO DO DOCUMENTO
      *                          (C = CPF/CNPJ, M = MATRICULA), O
      *                          DOCUMENTO, QUEM PEDIU E O PROTOCOLO
      *       WRK-DADO-TITULAR - REGISTRO DO ARQUIVO LEGIVEL POR
      *                          MAQUINA (LGPDDAT): DOCUMENTO, DATA DO
      *                          PEDIDO, ARQUIVO DE ORIGEM E A IMAGEM
      *                          DO REGISTRO NO LAYOUT DO PROPRIO
      *                          ARQUIVO. O PRIMEIRO REGISTRO TEM
      *                          ORIGEM 'PEDIDO' E A SITUACAO DO
      *                          TITULAR (A = ANONIMIZADO PELO
      *                          PROGCOB29, N = NAO ANONIMIZADO,
      *                          S = SEM CADASTRO NO CLIMST)
      *       WRK-LOG-LGPD     - REGISTRO DO LOG PERMANENTE DE PEDIDOS
      *                          (LGPDLOG, SO ACRESCENTADO)
      *    DATA= 15/10/26
      ******************************
       01 WRK-PEDIDO-LGPD.
           02 WRK-PLG-TIPO          PIC X(01) VALUE SPACES.
               88 PLG-POR-CPF       VALUE 'C'.
               88 PLG-POR-MATRICULA VALUE 'M'.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-PLG-DOCUMENTO     PIC X(14) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-PLG-SOLICITANTE   PIC X(30) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-PLG-PROTOCOLO     PIC X(15) VALUE SPACES.
       01 WRK-DADO-TITULAR.
           02 WRK-LGD-DOCUMENTO     PIC X(14) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LGD-DATA-PEDIDO   PIC X(08) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LGD-ORIGEM        PIC X(08) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LGD-REGISTRO      PIC X(306) VALUE SPACES.
           02 WRK-LGD-PEDIDO REDEFINES WRK-LGD-REGISTRO.
               03 WRK-LGD-SITUACAO  PIC X(01).
                   88 LGD-ANONIMIZADO     VALUE 'A'.
                   88 LGD-NAO-ANONIMIZADO VALUE 'N'.
                   88 LGD-SEM-CADASTRO    VALUE 'S'.
               03 FILLER            PIC X(01).
               03 WRK-LGD-SOLICITANTE PIC X(30).
               03 FILLER            PIC X(01).
               03 WRK-LGD-PROTOCOLO PIC X(15).
               03 FILLER            PIC X(258).
       01 WRK-LOG-LGPD.
           02 WRK-LLG-DATA          PIC X(08) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LLG-HORA          PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LLG-TIPO          PIC X(01) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LLG-DOCUMENTO     PIC X(14) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LLG-SOLICITANTE   PIC X(30) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LLG-PROTOCOLO     PIC X(15) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LLG-SITUACAO      PIC X(01) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LLG-REGISTROS     PIC 9(06) VALUE ZEROS.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-LLG-RESULTADO     PIC X(20) VALUE SPACES.
