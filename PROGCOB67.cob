      *     O MEMORANDO DE REAVALIACAO POR MOEDA: COTACAO, TITULOS,
      *     VALOR ANTES, VALOR DEPOIS E VARIACAO
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LANCAMENTO DA VARIACAO CAMBIAL NO LANCINT PASSOU A LEVAR A
      *     ORIGEM (CPYLORI): O PROGRAMA E O PRIMEIRO E O ULTIMO TITULO
      *     REAVALIADO, COM A QUANTIDADE DE TITULOS
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS) E O TITULO E
      *     ATUALIZADO NO PROPRIO ARQUIVO (REWRITE), SEM A COPIA
      *     RECNEW E O PASSO DE DEVOLUCAO NO JCL
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CAMBIO-STATUS.
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
               SELECT RELATORIO-REAV ASSIGN TO REAVRPT
               02 REG-CBO-COTACAO PIC 9(04)V9999.
               02 REG-CBO-DATA    PIC X(08).
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
           FD  RELATORIO-REAV.
           01  LINHA-REAV PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYRECEB.
           COPY CPYCAMBIO.
           COPY CPYCTRL.
           COPY CPYLORI.
           77 WRK-CAMBIO-STATUS PIC X(02) VALUE '00'.
               88 CAMBIO-OK VALUE '00'.
           77 WRK-FIM-CAMBIO PIC X(01) VALUE 'N'.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0110-CARREGAR-CAMBIO.
               OPEN I-O CONTAS-RECEBER
                    OUTPUT RELATORIO-REAV.
               MOVE 'MEMORANDO DE REAVALIACAO CAMBIAL'
                   TO LINHA-REAV.
                   AND WRK-RCB-MOEDA NOT = SPACES
                   PERFORM 0210-REAVALIAR-TITULO
               END-IF.
               REWRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
               ADD WRK-RCB-VALOR TO TAB-MEM-ANTES (WRK-MOEDA-IDX).
               ADD WRK-VALOR-NOVO TO TAB-MEM-DEPOIS (WRK-MOEDA-IDX).
               ADD WRK-VARIACAO TO WRK-TOTAL-VARIACAO.
               MOVE WRK-RCB-REFERENCIA TO WRK-ORI-DOCUMENTO.
               IF WRK-ORI-QTD-DOCS = 0
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
               END-IF.
               MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL.
               ADD 1 TO WRK-ORI-QTD-DOCS.
               MOVE WRK-VALOR-NOVO TO WRK-RCB-VALOR.
           0300-FINALIZAR.
               PERFORM 0310-IMPRIMIR-MOEDA
               DISPLAY 'TITULOS LIDOS       : ' WRK-TOTAL-TITULOS.
               DISPLAY 'TITULOS REAVALIADOS : ' WRK-TOTAL-REAVALIADOS.
               DISPLAY 'MOEDA SEM COTACAO   : ' WRK-TOTAL-SEM-COTACAO.
               CLOSE CONTAS-RECEBER
                     RELATORIO-REAV.
               PERFORM 0320-GRAVAR-LANCAMENTO.
               PERFORM 0900-GRAVAR-CONTROLE.
                       WRK-TOTAL-VARIACAO
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FIN' TO REG-LCI-CCUSTO
                   MOVE 'PROGCOB67' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   CLOSE LANCAMENTOS-INT
               END-IF.
