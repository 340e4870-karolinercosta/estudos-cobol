      *     NAO CONFERE A TRAVA DA SUITE NA PARTIDA: O CONSELHEIRO
      *     DE RESTART EXISTE JUSTAMENTE PARA RODAR QUANDO O STREAM
      *     MORREU NO MEIO E DEIXOU A TRAVA TOMADA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A LINHA DA CAIXA DE SAIDA (OUTBOX) PASSOU A 120 POSICOES COM
      *     O DESTINATARIO DIRETO DO CPYNOTIF; SO O LAYOUT ACOMPANHOU
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           FD  RELATORIO-RESTART.
           01  LINHA-RESTART PIC X(100).
           FD  CAIXA-SAIDA.
           01  LINHA-CAIXA-SAIDA PIC X(120).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           WORKING-STORAGE SECTION.
