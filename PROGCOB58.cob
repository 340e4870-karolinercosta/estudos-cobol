      *     CUSTO (FIN) NO FIM DO REGISTRO, VALIDADO PELO RAZAO
      *     (PROGCOB06B) CONTRA O CADASTRO CCUSTO E CONSUMIDO PELO
      *     RATEIO E RESULTADO POR CENTRO DE CUSTO (PROGCOB66)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LANCAMENTO DE ENCARGOS NO LANCINT PASSOU A LEVAR A ORIGEM
      *     (CPYLORI): O PROGRAMA E O PRIMEIRO E O ULTIMO TITULO DO
      *     RECEBIV COM VARIACAO NO DIA, COM A QUANTIDADE DE TITULOS
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS) E O TITULO E
      *     ATUALIZADO NO PROPRIO ARQUIVO (REWRITE), SEM A COPIA
      *     RECNEW E O PASSO DE DEVOLUCAO NO JCL
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
           DATA DIVISION.
           FILE SECTION.
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
           FD  LANCAMENTOS-INT.
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
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  TRAVA-SUITE.
           COPY CPYLOCK.
           COPY CPYRECEB.
           COPY CPYCTRL.
           COPY CPYLORI.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
      ******************************
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O CONTAS-RECEBER.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
                       PERFORM 0220-ACRESCER-ENCARGOS
                   END-IF
               END-IF.
               REWRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
               COMPUTE WRK-VARIACAO-DIA =
                   WRK-ENCARGO-NOVO - WRK-ENCARGO-ANTERIOR.
               ADD WRK-VARIACAO-DIA TO WRK-TOTAL-VARIACAO.
               IF WRK-VARIACAO-DIA NOT = ZEROS
                   MOVE WRK-RCB-REFERENCIA TO WRK-ORI-DOCUMENTO
                   IF WRK-ORI-QTD-DOCS = 0
                       MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
                   END-IF
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL
                   ADD 1 TO WRK-ORI-QTD-DOCS
               END-IF.
               MOVE WRK-ENCARGO-NOVO TO WRK-RCB-ENCARGOS.
           0300-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'TITULOS LIDOS      : ' WRK-TOTAL-LIDOS.
               DISPLAY 'TITULOS ACRESCIDOS : ' WRK-TOTAL-ACRESCIDOS.
               CLOSE CONTAS-RECEBER.
               PERFORM 0310-GRAVAR-LANCAMENTO.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
                       WRK-TOTAL-VARIACAO
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FIN' TO REG-LCI-CCUSTO
                   MOVE 'PROGCOB58' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   CLOSE LANCAMENTOS-INT
               END-IF.
