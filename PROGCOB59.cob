      *     CUSTO (FRT) NO FIM DO REGISTRO, VALIDADO PELO RAZAO
      *     (PROGCOB06B) CONTRA O CADASTRO CCUSTO E CONSUMIDO PELO
      *     RATEIO E RESULTADO POR CENTRO DE CUSTO (PROGCOB66)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A DEVOLUCAO AO ESTOQUE PASSOU A SER ITEM A ITEM PELA
      *     QUANTIDADE EMBARCADA, LIDA DO ARQUIVO DE ITENS DE
      *     EMBARQUE (EMBITEM, LAYOUT CPYEMBIT) PELA REFERENCIA
      *     CANCELADA; EMBARQUE ANTIGO SEM ITEM GRAVADO CONTINUA
      *     DEVOLVENDO UMA UNIDADE DO CODIGO DO EMBARQUE
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A ENTRADA DE DEVOLUCAO GRAVADA PARA O ESTQIN GANHOU O
      *     ENDERECO, O LOTE E A VALIDADE DO LAYOUT NOVO DA ENTRADA: O
      *     ITEM CANCELADO VOLTA PARA O LOTE QUE TINHA SAIDO (WRK-EIT-
      *     LOTE); O ENDERECO VAI EM BRANCO (PRIMEIRO ENDERECO DO
      *     PRODUTO NO DEPOSITO)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ESTORNO DE FRETE NO LANCINT PASSOU A LEVAR A ORIGEM
      *     (CPYLORI): O PROGRAMA E A PRIMEIRA E A ULTIMA REFERENCIA DE
      *     EMBARQUE CANCELADA NO DIA, COM A QUANTIDADE DE EMBARQUES
      *     RECEBIV (CPF + REFERENCIA) E EMBARQ (REFERENCIA) PASSARAM
      *     A ARQUIVOS INDEXADOS, COM CHAVES ALTERNATIVAS DE
      *     VENCIMENTO/DATA PREVISTA E STATUS, E SAO ATUALIZADOS NO
      *     PROPRIO ARQUIVO (REWRITE), SEM AS COPIAS EMBNEW E RECNEW
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT CANCELAMENTOS-IN ASSIGN TO CANCIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT ITENS-EMBARQUE ASSIGN TO EMBITEM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-EMBITEM-STATUS.
               SELECT DEVOLUCAO-ESTOQUE ASSIGN TO ESTQDEV
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
               02 REG-CAN-REFERENCIA PIC X(20).
               02 REG-CAN-MOTIVO     PIC X(30).
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
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
           FD  ITENS-EMBARQUE.
           01  LINHA-ITEM-EMBARQUE PIC X(100).
           FD  DEVOLUCAO-ESTOQUE.
           01  REG-DEVOLUCAO-EST.
               02 REG-DEV-CODIGO   PIC 9(06).
               02 REG-DEV-QTDE     PIC 9(05).
               02 REG-DEV-CUSTO    PIC 9(07)V99.
               02 REG-DEV-DEPOSITO PIC X(02).
               02 REG-DEV-ENDERECO PIC X(08).
               02 REG-DEV-LOTE     PIC X(10).
               02 REG-DEV-VALIDADE PIC X(08).
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
           FD  RELATORIO-CANC.
           01  LINHA-CANC PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYEMB.
           COPY CPYEMBIT.
           COPY CPYRECEB.
           COPY CPYCTRL.
           COPY CPYLORI.
           77 WRK-FIM-CANC PIC X(01) VALUE 'N'.
               88 FIM-CANCELAMENTOS VALUE 'S'.
           77 WRK-FIM-EMB PIC X(01) VALUE 'N'.
               88 FIM-EMBARQUES VALUE 'S'.
           77 WRK-FIM-RCB PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
           77 WRK-EMBITEM-STATUS PIC X(02) VALUE '00'.
               88 EMBITEM-OK VALUE '00'.
           77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
               88 FIM-ITENS-EMBARQUE VALUE 'S'.
           77 WRK-TOTAL-ITENS-DEV PIC 9(06) VALUE ZEROS.
      ******************************
      **** TABELA EM MEMORIA DOS CANCELAMENTOS DO DIA, NO MESMO
      **** MODELO DAS OCORRENCIAS DO PROGCOB16: CADA LINHA GUARDA O
                       88 CAN-PENDENTE     VALUE 'N'.
                       88 CAN-APLICADO     VALUE 'S'.
                       88 CAN-JA-CANCELADO VALUE 'J'.
                   03 TAB-CAN-CODIGO     PIC 9(06).
                   03 TAB-CAN-DEPOSITO   PIC X(02).
                   03 TAB-CAN-ITENS      PIC X(01).
                       88 CAN-COM-ITENS VALUE 'S'.
           77 WRK-CAN-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-LINHA-CANC PIC X(100) VALUE SPACES.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-EMBARQUE UNTIL FIM-EMBARQUES.
               PERFORM 0250-DEVOLVER-ESTOQUE.
               PERFORM 0300-PROCESSAR-TITULOS.
               PERFORM 0400-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               PERFORM 0110-CARREGAR-CANCELAMENTO
                   UNTIL FIM-CANCELAMENTOS OR WRK-QTD-CAN >= 2000.
               CLOSE CANCELAMENTOS-IN.
               OPEN I-O EMBARQUES-IN
                    OUTPUT DEVOLUCAO-ESTOQUE
                    OUTPUT RELATORIO-CANC.
               MOVE 'CANCELAMENTO DE PEDIDO COM ESTORNO'
                   TO TAB-CAN-REFERENCIA (WRK-QTD-CAN).
               MOVE REG-CAN-MOTIVO TO TAB-CAN-MOTIVO (WRK-QTD-CAN).
               MOVE 'N' TO TAB-CAN-SITUACAO (WRK-QTD-CAN).
               MOVE ZEROS TO TAB-CAN-CODIGO (WRK-QTD-CAN).
               MOVE SPACES TO TAB-CAN-DEPOSITO (WRK-QTD-CAN).
               MOVE 'N' TO TAB-CAN-ITENS (WRK-QTD-CAN).
               READ CANCELAMENTOS-IN
                   AT END SET FIM-CANCELAMENTOS TO TRUE
               END-READ.
                       VARYING WRK-CAN-IDX FROM 1 BY 1
                       UNTIL WRK-CAN-IDX > WRK-QTD-CAN
               END-IF.
               REWRITE LINHA-EMBARQUE-IN FROM WRK-EMBARQUE
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
      ******************************
      **** CANCELA O EMBARQUE ATUAL SE HOUVER PEDIDO PARA ELE:
      **** MARCA O STATUS C, GUARDA O PRODUTO E O DEPOSITO PARA A
      **** DEVOLUCAO AO ESTOQUE (0250) E ACUMULA O FRETE PARA O
      **** ESTORNO NO RAZAO. EMBARQUE JA CANCELADO SO E APONTADO NO
      **** RELATORIO, SEM ESTORNAR DE NOVO
      ******************************
           0210-APLICAR-CANCELAMENTO.
               IF TAB-CAN-REFERENCIA (WRK-CAN-IDX)
                       ADD 1 TO WRK-TOTAL-CANCELADOS
                       MOVE 'S' TO TAB-CAN-SITUACAO (WRK-CAN-IDX)
                       SET EMB-CANCELADO TO TRUE
                       MOVE WRK-EMB-CODIGO
                           TO TAB-CAN-CODIGO (WRK-CAN-IDX)
                       MOVE WRK-EMB-DEPOSITO
                           TO TAB-CAN-DEPOSITO (WRK-CAN-IDX)
                       ADD WRK-EMB-FRETE TO WRK-TOTAL-ESTORNO
                       MOVE WRK-EMB-REFERENCIA TO WRK-ORI-DOCUMENTO
                       IF WRK-ORI-QTD-DOCS = 0
                           MOVE WRK-ORI-DOCUMENTO
                               TO WRK-ORI-DOC-INICIAL
                       END-IF
                       MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL
                       ADD 1 TO WRK-ORI-QTD-DOCS
                       PERFORM 0230-LISTAR-CANCELADO
                   END-IF
               END-IF.
      ******************************
      **** DEVOLVE AO ESTOQUE OS EMBARQUES CANCELADOS NESTE RUN:
      **** VARRE OS ITENS DE EMBARQUE UMA VEZ (QUANTIDADE DE CADA
      **** ITEM); EMBARQUE SEM ITEM GRAVADO DEVOLVE UMA UNIDADE DO
      **** CODIGO DO EMBARQUE. SEM CUSTO: A DEVOLUCAO REENTRA PELO
      **** MEDIO ATUAL; O DEPOSITO E O DO EMBARQUE, SENAO O ESTORNO
      **** DE UM EMBARQUE DO D2 ENTRARIA NO D1
      ******************************
           0250-DEVOLVER-ESTOQUE.
               IF WRK-TOTAL-CANCELADOS > 0
                   OPEN INPUT ITENS-EMBARQUE
                   IF EMBITEM-OK
                       READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                           AT END SET FIM-ITENS-EMBARQUE TO TRUE
                       END-READ
                       PERFORM 0255-DEVOLVER-ITEM
                           UNTIL FIM-ITENS-EMBARQUE
                       CLOSE ITENS-EMBARQUE
                   END-IF
                   PERFORM 0260-DEVOLVER-SEM-ITENS
                       VARYING WRK-CAN-IDX FROM 1 BY 1
                       UNTIL WRK-CAN-IDX > WRK-QTD-CAN
               END-IF.
           0255-DEVOLVER-ITEM.
               SET TAB-CAN-IDX TO 1.
               SEARCH TAB-CAN
                   AT END CONTINUE
                   WHEN TAB-CAN-REFERENCIA (TAB-CAN-IDX)
                       = WRK-EIT-REFERENCIA
                       AND CAN-APLICADO (TAB-CAN-IDX)
                       MOVE 'S' TO TAB-CAN-ITENS (TAB-CAN-IDX)
                       ADD 1 TO WRK-TOTAL-ITENS-DEV
                       MOVE WRK-EIT-CODIGO TO REG-DEV-CODIGO
                       MOVE WRK-EIT-QTDE   TO REG-DEV-QTDE
                       MOVE ZEROS TO REG-DEV-CUSTO
                       MOVE TAB-CAN-DEPOSITO (TAB-CAN-IDX)
                           TO REG-DEV-DEPOSITO
                       MOVE SPACES TO REG-DEV-ENDERECO
                       MOVE WRK-EIT-LOTE     TO REG-DEV-LOTE
                       MOVE WRK-EIT-VALIDADE TO REG-DEV-VALIDADE
                       WRITE REG-DEVOLUCAO-EST
               END-SEARCH.
               READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                   AT END SET FIM-ITENS-EMBARQUE TO TRUE
               END-READ.
           0260-DEVOLVER-SEM-ITENS.
               IF CAN-APLICADO (WRK-CAN-IDX)
                   AND NOT CAN-COM-ITENS (WRK-CAN-IDX)
                   MOVE TAB-CAN-CODIGO (WRK-CAN-IDX) TO REG-DEV-CODIGO
                   MOVE 1 TO REG-DEV-QTDE
                   MOVE ZEROS TO REG-DEV-CUSTO
                   MOVE TAB-CAN-DEPOSITO (WRK-CAN-IDX)
                       TO REG-DEV-DEPOSITO
                   MOVE SPACES TO REG-DEV-ENDERECO REG-DEV-LOTE
                                  REG-DEV-VALIDADE
                   WRITE REG-DEVOLUCAO-EST
               END-IF.
           0220-LISTAR-JA-CANCELADO.
               MOVE SPACES TO WRK-LINHA-CANC.
               STRING 'JA CANCELADO ANTES  '   DELIMITED BY SIZE
      **** NO RELATORIO PARA O FINANCEIRO PROVIDENCIAR
      ******************************
           0300-PROCESSAR-TITULOS.
               CLOSE EMBARQUES-IN DEVOLUCAO-ESTOQUE.
               OPEN I-O CONTAS-RECEBER.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
               PERFORM 0310-PROCESSAR-TITULO UNTIL FIM-RECEBIVEIS.
               CLOSE CONTAS-RECEBER.
           0310-PROCESSAR-TITULO.
               IF WRK-QTD-CAN > 0
                   PERFORM 0320-CANCELAR-TITULO
                       VARYING WRK-CAN-IDX FROM 1 BY 1
                       UNTIL WRK-CAN-IDX > WRK-QTD-CAN
               END-IF.
               REWRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
               DISPLAY '********************'.
               DISPLAY 'CANCELAMENTOS LIDOS  : ' WRK-TOTAL-PEDIDOS.
               DISPLAY 'EMBARQUES CANCELADOS : ' WRK-TOTAL-CANCELADOS.
               DISPLAY 'ITENS DEVOLVIDOS     : ' WRK-TOTAL-ITENS-DEV.
               DISPLAY 'JA CANCELADOS ANTES  : ' WRK-TOTAL-JA-CANC.
               DISPLAY 'SEM EMBARQUE         : ' WRK-TOTAL-SEM-EMB.
               DISPLAY 'TITULOS CANCELADOS   : ' WRK-TOTAL-TIT-CANC.
                       ZERO - WRK-TOTAL-ESTORNO
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FRT' TO REG-LCI-CCUSTO
                   MOVE 'PROGCOB59' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   CLOSE LANCAMENTOS-INT
               END-IF.
