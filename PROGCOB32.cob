      *     E) -- LINHA DE TITULO JA PAGO, CANCELADO OU BAIXADO E
      *     DESCARTADA. SEM A PODA O LOG ACUMULADO ESTOURARIA A
      *     TABELA DE 5000 E TODO RETORNO PASSARIA A TERMINAR COM 8
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NO REGISTRO DE REEMBOLSO FOI PARA 14
      *     POSICOES (CPF OU CNPJ)
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS) E O TITULO E
      *     ATUALIZADO NO PROPRIO ARQUIVO (REWRITE), SEM A COPIA
      *     RECNEW E O PASSO DE DEVOLUCAO NO JCL
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT REEMBOLSOS-OUT ASSIGN TO REEMBPEN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT RELATORIO-RET ASSIGN TO RETRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
               02 REG-PARM-TOLER-PAGTO     PIC 9(03)V99.
           FD  REEMBOLSOS-OUT.
           01  REG-REEMBOLSO-OUT.
               02 REG-REE-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-REE-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 FILLER             PIC X(02).
               02 REG-RMN-DATA       PIC X(08).
           FD  CONTAS-RECEBER.
           01  LINHA-RECEBIVEL.
               02 REG-RCB-CHAVE.
                   03 REG-RCB-CPF        PIC X(14).
                   03 FILLER             PIC X(02).
                   03 REG-RCB-REFERENCIA PIC X(20).
               02 FILLER                 PIC X(25).
               02 REG-RCB-VENCIMENTO     PIC X(08).
               02 FILLER                 PIC X(02).
               02 REG-RCB-STATUS         PIC X(01).
               02 FILLER                 PIC X(68).
           FD  RELATORIO-RET.
           01  LINHA-RET PIC X(100).
           FD  CONTROLE-LOTE.
               PERFORM 0110-CARREGAR-OCORRENCIA
                   UNTIL FIM-RETORNO OR WRK-QTD-RET >= 2000.
               CLOSE RETORNO-IN.
               OPEN I-O CONTAS-RECEBER
                    OUTPUT RELATORIO-RET
                    EXTEND REEMBOLSOS-OUT.
               MOVE 'PROCESSAMENTO DE RETORNO BANCARIO' TO LINHA-RET.
                   END-IF
               END-IF.
               PERFORM 0270-MARCAR-LOG-REMESSA.
               REWRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
               DISPLAY 'SEM TITULO         : ' WRK-TOTAL-SEM-TITULO.
               DISPLAY 'DUPLICADOS PARQUEAD: ' WRK-TOTAL-DUPLICADOS.
               DISPLAY 'EXCESSOS PARQUEADOS: ' WRK-TOTAL-EXCEDENTES.
               CLOSE CONTAS-RECEBER RELATORIO-RET
                     REEMBOLSOS-OUT.
               PERFORM 0320-REGRAVAR-LOG-REMESSA.
               PERFORM 0900-GRAVAR-CONTROLE.
