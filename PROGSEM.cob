      *     ENTREGA/TARIFA DE FRETE (PROGCOB09B), EM VEZ DE SO DAR
      *     PARA ENXERGAR O PROBLEMA OLHANDO RUN A RUN
      *    DATA= 09/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A LINHA DO AUDLOG PASSOU A 150 POSICOES (SELO DO
      *     ENCADEAMENTO NO FIM); O LAYOUT LIDO NAO MUDA
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           DATA DIVISION.
           FILE SECTION.
           FD  AUDITORIA-LOG-IN.
           01  LINHA-AUDITORIA-IN PIC X(150).
           FD  CONTROLE-LOTE-IN.
           01  LINHA-CONTROLE-IN PIC X(100).
           FD  RELATORIO-SEMANAL.
