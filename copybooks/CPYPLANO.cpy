      *     PROGCOB63 SOBE OS SALDOS PELA HIERARQUIA E MONTA O
      *     BALANCO PATRIMONIAL E A DRE POR EMPRESA
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU A EMPRESA CONTRAPARTE DAS CONTAS INTERCOMPANHIA (A
      *     RECEBER/A PAGAR E RECEITA/DESPESA ENTRE EMPRESAS DO GRUPO);
      *     EM BRANCO NAS CONTAS NORMAIS. O PROGCOB63 CONCILIA OS PARES
      *     ENTRE AS EMPRESAS E ELIMINA ESSAS CONTAS NO CONSOLIDADO DO
      *     GRUPO
      ******************************
       01 WRK-PLANO-CONTA.
           02 WRK-PLC-CONTA      PIC X(06) VALUE SPACES.
               88 PLC-DESPESA    VALUE 'D'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PLC-CONTA-PAI  PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-PLC-EMP-CONTRA PIC X(03) VALUE SPACES.
