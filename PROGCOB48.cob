      *     PROGCOB96 ROTEIA PARA OS DESTINATARIOS DA TABELA
      *     ROTANOTF EM VEZ DE DEPENDER DE ALGUEM LEMBRAR DE LER O
      *     ALRRPT
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A LINHA DA CAIXA DE SAIDA (OUTBOX) PASSOU A 120 POSICOES COM
      *     O DESTINATARIO DIRETO DO CPYNOTIF; SO O LAYOUT ACOMPANHOU
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           FD  RELATORIO-ALERTA.
           01  LINHA-ALERTA PIC X(100).
           FD  CAIXA-SAIDA.
           01  LINHA-CAIXA-SAIDA PIC X(120).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
