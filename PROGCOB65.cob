      *     PERCENTUAL DO ARQUIVO DE PARAMETROS (PARMSUITE). RODA NO
      *     MENSAL DEPOIS DO FECHAMENTO DO PROGCOB30
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO LANCINT PASSOU A 85 POSICOES, COM A ORIGEM DO
      *     LANCAMENTO (CPYLORI) DEPOIS DO CENTRO DE CUSTO; A LEITURA
      *     CONTINUA SO COM OS 30 PRIMEIROS BYTES
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               02 REG-LANCTO-VALOR PIC S9(07) SIGN IS LEADING SEPARATE.
               02 REG-LANCTO-EMPRESA PIC X(03).
           FD  LANCTOS-INTERFACE.
           01  REG-LANCTO-INTERFACE PIC X(85).
           FD  LANCTOS-GUARDA.
           01  REG-LANCTO-GUARDA PIC X(30).
           FD  RELATORIO-ORC.
