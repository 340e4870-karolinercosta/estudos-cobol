      *     VAZIOS; NOITE QUE MORRE ANTES DESTE PASSO DEIXA A TRAVA
      *     TOMADA DE PROPOSITO, ATE O SUPERVISOR LIBERAR PELO
      *     PROGCOB93
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO LANCINT PASSOU A 85 POSICOES, COM A ORIGEM DO
      *     LANCAMENTO (CPYLORI) DEPOIS DO CENTRO DE CUSTO, E A GUARDA
      *     INTARQ ACOMPANHA O TAMANHO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           FD  ESTADO-ARQ.
           01  LINHA-ESTADO-ARQ PIC X(80).
           FD  LANCTOS-INT.
           01  LINHA-LANCTO-INT PIC X(85).
           FD  LANCTOS-INT-ARQ.
           01  LINHA-LANCTO-ARQ PIC X(85).
           FD  PEDIDOS-REL.
           01  LINHA-PEDIDO-REL PIC X(80).
           FD  PEDIDOS-REL-ARQ.
