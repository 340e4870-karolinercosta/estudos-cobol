      *     PROPRIO (RATLANC), ANEXADO AO LANCINT VIVO POR IEBGENER
      *     NO JCL -- GRAVAR PELO MESMO DDNAME DA ENTRADA NAO
      *     SOBREVIVE A CONCATENACAO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO LANCINT GANHOU A ORIGEM DO LANCAMENTO
      *     (CPYLORI); AS PERNAS DO RATEIO SAEM COM O PROGRAMA, A
      *     COMPETENCIA RATEADA E A QUANTIDADE DE LANCAMENTOS SEM CENTRO
      *     QUE FORMARAM O BOLSO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               02 REG-LII-EMPRESA PIC X(03).
               02 FILLER        PIC X(01).
               02 REG-LII-CCUSTO PIC X(04).
               02 REG-LII-ORIGEM PIC X(55).
           FD  LANCTOS-SAIDA.
           01  REG-LANCTO-INT.
               02 REG-LCI-CONTA PIC X(06).
               02 REG-LCI-EMPRESA PIC X(03).
               02 FILLER        PIC X(01).
               02 REG-LCI-CCUSTO PIC X(04).
               02 REG-LCI-ORIGEM.
                   03 REG-LCI-PROGRAMA    PIC X(10).
                   03 REG-LCI-DOC-INICIAL PIC X(20).
                   03 REG-LCI-DOC-FINAL   PIC X(20).
                   03 REG-LCI-QTD-DOCS    PIC 9(05).
           FD  PEDIDO-RATEIO.
           01  REG-PEDIDO-RATEIO.
               02 REG-PED-COMPETENCIA PIC X(06).
           COPY CPYLOCK.
           COPY CPYCCUSTO.
           COPY CPYCTRL.
           COPY CPYLORI.
           77 WRK-LANCINT-STATUS PIC X(02) VALUE '00'.
               88 LANCINT-OK VALUE '00'.
           77 WRK-SYSIN-STATUS PIC X(02) VALUE '00'.
               END-IF.
      ******************************
      **** DISTRIBUI O BOLSO COMUM PELA CHAVE DE RATEIO E LANCA AS
      **** PERNAS NO LANCINT (POSITIVA POR CENTRO, NEGATIVA NO GER);
      **** A ORIGEM DAS PERNAS E A COMPETENCIA RATEADA, COM A
      **** QUANTIDADE DE LANCAMENTOS SEM CENTRO QUE FORMARAM O BOLSO
      ******************************
           0300-RATEAR-BOLSO.
               IF WRK-BOLSO-COMUM NOT = ZEROS
                   MOVE 'PROGCOB66' TO WRK-ORI-PROGRAMA
                   MOVE SPACES TO WRK-ORI-DOC-INICIAL
                   STRING 'RATEIO ' DELIMITED BY SIZE
                          WRK-COMPETENCIA DELIMITED BY SIZE
                          INTO WRK-ORI-DOC-INICIAL
                   MOVE WRK-ORI-DOC-INICIAL TO WRK-ORI-DOC-FINAL
                   MOVE WRK-TOTAL-SEM-CENTRO TO WRK-ORI-QTD-DOCS
                   OPEN OUTPUT LANCTOS-SAIDA
                   PERFORM 0310-LANCAR-PARCELA
                       VARYING WRK-CCU-IDX FROM 1 BY 1
                       ZERO - WRK-BOLSO-COMUM
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'GER' TO REG-LCI-CCUSTO
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   CLOSE LANCTOS-SAIDA
               END-IF.
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE TAB-CCU-CODIGO (WRK-CCU-IDX)
                       TO REG-LCI-CCUSTO
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
               END-IF.
      ******************************
