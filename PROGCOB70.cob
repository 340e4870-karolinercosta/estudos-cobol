      *     DEVOLVER DUAS VEZES, E LANCA O TOTAL DEVOLVIDO NO RAZAO
      *     (CONTA REEMB, VALOR NEGATIVO, CENTRO FIN)
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NO REEMBOLSO E NA INSTRUCAO DE
      *     DEVOLUCAO FOI PARA 14 POSICOES (CPF OU CNPJ)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LANCAMENTO DOS REEMBOLSOS NO LANCINT PASSOU A LEVAR A
      *     ORIGEM (CPYLORI): O PROGRAMA E A PRIMEIRA E A ULTIMA
      *     REFERENCIA DE REEMBOLSO GERADA, COM A QUANTIDADE DE
      *     REEMBOLSOS
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           FILE SECTION.
           FD  REEMBOLSOS-IN.
           01  REG-REEMBOLSO-IN.
               02 REG-REE-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-REE-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
           01  LINHA-REEMBOLSO-OUT PIC X(80).
           FD  INSTRUCOES-OUT.
           01  REG-INSTRUCAO-OUT.
               02 REG-INS-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-INS-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-LCI-EMPRESA PIC X(03).
               02 FILLER        PIC X(01).
               02 REG-LCI-CCUSTO PIC X(04).
               02 REG-LCI-ORIGEM.
                   03 REG-LCI-PROGRAMA    PIC X(10).
                   03 REG-LCI-DOC-INICIAL PIC X(20).
                   03 REG-LCI-DOC-FINAL   PIC X(20).
                   03 REG-LCI-QTD-DOCS    PIC 9(05).
           FD  RELATORIO-REEMB.
           01  LINHA-REEMB PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYCTRL.
           COPY CPYLORI.
           77 WRK-REEMB-STATUS PIC X(02) VALUE '00'.
               88 REEMB-OK VALUE '00'.
           77 WRK-FIM-REEMBOLSOS PIC X(01) VALUE 'N'.
               IF REE-PENDENTE
                   ADD 1 TO WRK-TOTAL-GERADOS
                   ADD REG-REE-VALOR TO WRK-TOTAL-VALOR
                   MOVE REG-REE-REFERENCIA TO WRK-ORI-DOCUMENTO
                   IF WRK-ORI-QTD-DOCS = 0
                       MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
                   END-IF
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL
                   ADD 1 TO WRK-ORI-QTD-DOCS
                   MOVE SPACES TO REG-INSTRUCAO-OUT
                   MOVE REG-REE-CPF TO REG-INS-CPF
                   MOVE REG-REE-REFERENCIA TO REG-INS-REFERENCIA
                       ZERO - WRK-TOTAL-VALOR
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FIN' TO REG-LCI-CCUSTO
                   MOVE 'PROGCOB70' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   CLOSE LANCAMENTOS-INT
               END-IF.
