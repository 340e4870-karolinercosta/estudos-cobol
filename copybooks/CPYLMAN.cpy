      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO LANCAMENTO MANUAL DIGITADO (ARQUIVO LANCDIG) E DA
      *     FILA DE PENDENTES (LANCPEN) -- OS PRIMEIROS 30 BYTES SAO O
      *     PROPRIO REGISTRO DO LANCIN (CONTA, DATA, VALOR COM SINAL,
      *     EMPRESA E CENTRO DE CUSTO), SEGUIDOS DO DOCUMENTO QUE
      *     AGRUPA AS PERNAS DE UM MESMO LANCAMENTO, DO USUARIO QUE
      *     DIGITOU (USRMST), DO TIPO (E = ESTORNO AUTOMATICO NO DIA 01
      *     DA COMPETENCIA SEGUINTE), DA SITUACAO NA FILA (P = PENDENTE
      *     DE APROVACAO, A = ESTORNO AGENDADO JA APROVADO) E DA DATA EM
      *     QUE ENTROU NA FILA. MANTIDO PELA LIBERACAO DOS LANCAMENTOS
      *     MANUAIS (PROGLMN); O BALANCETE (PROGCOB06B) LISTA OS
      *     PENDENTES FORA DO SALDO E O FECHAMENTO (PROGCOB30) E
      *     RECUSADO COM PENDENTE NA COMPETENCIA
      *    DATA= 15/10/26
      ******************************
       01 WRK-LANCTO-MANUAL.
           02 WRK-LMN-LANCTO.
               03 WRK-LMN-CONTA     PIC X(06) VALUE SPACES.
               03 WRK-LMN-DATA      PIC X(08) VALUE SPACES.
               03 WRK-LMN-VALOR     PIC S9(07) VALUE ZEROS
                                    SIGN IS LEADING SEPARATE.
               03 WRK-LMN-EMPRESA   PIC X(03) VALUE SPACES.
               03 FILLER            PIC X(01) VALUE SPACES.
               03 WRK-LMN-CCUSTO    PIC X(04) VALUE SPACES.
           02 WRK-LMN-DOCUMENTO     PIC X(10) VALUE SPACES.
           02 WRK-LMN-USUARIO       PIC X(10) VALUE SPACES.
           02 WRK-LMN-TIPO          PIC X(01) VALUE SPACES.
               88 LMN-ESTORNO-AUTOMATICO VALUE 'E'.
           02 WRK-LMN-SITUACAO      PIC X(01) VALUE SPACES.
               88 LMN-PENDENTE      VALUE 'P'.
               88 LMN-AGENDADO      VALUE 'A'.
           02 WRK-LMN-DATA-FILA     PIC X(08) VALUE SPACES.
