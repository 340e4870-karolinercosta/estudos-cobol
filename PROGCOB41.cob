      *     CHECAGEM DE ACESSO DO TRIMESTRE PASSADO DEIXA DE SER
      *     ROLAGEM DE ARQUIVO INTEIRO
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     AS LINHAS DO AUDSUITE E DO AUDLOG PASSARAM A 150 POSICOES
      *     (SELO DO ENCADEAMENTO NO FIM); A CONSULTA MOSTRA SO AS 100
      *     PRIMEIRAS, COMO ANTES
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           DATA DIVISION.
           FILE SECTION.
           FD  AUDSUITE-IN.
           01  LINHA-AUDS-IN PIC X(150).
           FD  AUDLOG-IN.
           01  LINHA-AUDL-IN PIC X(150).
           FD  RELATORIO-INQ.
           01  LINHA-INQ PIC X(100).
           WORKING-STORAGE SECTION.
