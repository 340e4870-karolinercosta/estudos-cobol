      *     TRANSPORTADORA PELA ENTREGA FALHADA (ARQUIVO RECLAMA,
      *     LAYOUT CPYRECLA, TIPO F, NO VALOR DO FRETE)
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O RETORNO AO ESTOQUE PASSOU A SER ITEM A ITEM PELA
      *     QUANTIDADE EMBARCADA, LIDA DO ARQUIVO DE ITENS DE
      *     EMBARQUE (EMBITEM, LAYOUT CPYEMBIT) PELA REFERENCIA;
      *     EMBARQUE ANTIGO SEM ITEM GRAVADO CONTINUA DEVOLVENDO UMA
      *     UNIDADE DO CODIGO DO EMBARQUE
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NA DECISAO DE DEVOLUCAO (DEVDEC) FOI
      *     PARA 14 POSICOES (CPF OU CNPJ)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A ENTRADA DE RETORNO GRAVADA PARA O ESTQIN GANHOU O
      *     ENDERECO, O LOTE E A VALIDADE DO LAYOUT NOVO DA ENTRADA: O
      *     ITEM DEVOLVIDO VOLTA PARA O LOTE QUE TINHA SAIDO (WRK-EIT-
      *     LOTE); O ENDERECO VAI EM BRANCO (PRIMEIRO ENDERECO DO
      *     PRODUTO NO DEPOSITO)
      *     RECEBIV (CPF + REFERENCIA) E EMBARQ (REFERENCIA) PASSARAM
      *     A ARQUIVOS INDEXADOS, COM CHAVES ALTERNATIVAS DE
      *     VENCIMENTO/DATA PREVISTA E STATUS, LIDOS NA SEQUENCIA DA
      *     CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT ITENS-EMBARQUE ASSIGN TO EMBITEM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-EMBITEM-STATUS.
               SELECT LOG-DEVOLUCOES ASSIGN TO DEVLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DEVLOG-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT RETORNO-ESTOQUE ASSIGN TO ESTQRET
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DECISOES-OUT ASSIGN TO DEVDEC
           DATA DIVISION.
           FILE SECTION.
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  ITENS-EMBARQUE.
           01  LINHA-ITEM-EMBARQUE PIC X(100).
           FD  LOG-DEVOLUCOES.
           01  REG-LOG-DEVOLUCAO.
               02 REG-DVL-REFERENCIA PIC X(20).
               02 REG-DVL-DATA       PIC X(08).
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
           FD  RETORNO-ESTOQUE.
           01  REG-RETORNO-EST.
               02 REG-RET-CODIGO   PIC 9(06).
               02 REG-RET-QTDE     PIC 9(05).
               02 REG-RET-CUSTO    PIC 9(07)V99.
               02 REG-RET-DEPOSITO PIC X(02).
               02 REG-RET-ENDERECO PIC X(08).
               02 REG-RET-LOTE     PIC X(10).
               02 REG-RET-VALIDADE PIC X(08).
           FD  DECISOES-OUT.
           01  REG-DECISAO-OUT.
               02 REG-DEC-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-DEC-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-DEC-VALOR      PIC 9(09)V99.
               02 FILLER             PIC X(02).
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYEMB.
           COPY CPYEMBIT.
           COPY CPYRECEB.
           COPY CPYRECLA.
           COPY CPYCTRL.
           77 WRK-DEVLOG-STATUS PIC X(02) VALUE '00'.
               88 DEVLOG-OK VALUE '00'.
           77 WRK-EMBITEM-STATUS PIC X(02) VALUE '00'.
               88 EMBITEM-OK VALUE '00'.
           77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
               88 FIM-ITENS-EMBARQUE VALUE 'S'.
           77 WRK-TOTAL-ITENS-RET PIC 9(06) VALUE ZEROS.
           77 WRK-FIM-LOG PIC X(01) VALUE 'N'.
               88 FIM-LOG VALUE 'S'.
           77 WRK-FIM-EMB PIC X(01) VALUE 'N'.
                  DEPENDING ON WRK-QTD-DEV
                  INDEXED BY TAB-DEV-IDX.
                   03 TAB-DEV-REFERENCIA PIC X(20).
                   03 TAB-DEV-CPF        PIC X(14).
                   03 TAB-DEV-TRANSP     PIC X(04).
                   03 TAB-DEV-CODIGO     PIC 9(06).
                   03 TAB-DEV-FRETE      PIC 9(09)V99.
                   03 TAB-DEV-TIT-STATUS PIC X(01).
                   03 TAB-DEV-TIT-VALOR  PIC 9(09)V99.
                   03 TAB-DEV-DEPOSITO   PIC X(02).
                   03 TAB-DEV-ITENS      PIC X(01).
                       88 DEV-COM-ITENS VALUE 'S'.
           77 WRK-DEV-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-LOG PIC X(01) VALUE 'N'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
                   TO TAB-DEV-DEPOSITO (WRK-QTD-DEV).
               MOVE SPACES TO TAB-DEV-TIT-STATUS (WRK-QTD-DEV).
               MOVE ZEROS  TO TAB-DEV-TIT-VALOR  (WRK-QTD-DEV).
               MOVE 'N' TO TAB-DEV-ITENS (WRK-QTD-DEV).
               ADD WRK-EMB-FRETE TO WRK-TOTAL-FRETE.
      ******************************
      **** VARRE O CONTAS A RECEBER UMA VEZ E COMPLETA CADA
                        EXTEND DECISOES-OUT
                        EXTEND RECLAMACOES
                        EXTEND LOG-DEVOLUCOES
                   PERFORM 0405-DEVOLVER-ITENS
                   PERFORM 0410-GRAVAR-DEVOLUCAO
                       VARYING WRK-DEV-IDX FROM 1 BY 1
                       UNTIL WRK-DEV-IDX > WRK-QTD-DEV
                   CLOSE RETORNO-ESTOQUE DECISOES-OUT
                         RECLAMACOES LOG-DEVOLUCOES
               END-IF.
      ******************************
      **** VARRE OS ITENS DE EMBARQUE UMA VEZ E DEVOLVE AO ESTOQUE A
      **** QUANTIDADE DE CADA ITEM DE EMBARQUE DEVOLVIDO NESTA NOITE
      ******************************
           0405-DEVOLVER-ITENS.
               OPEN INPUT ITENS-EMBARQUE.
               IF EMBITEM-OK
                   READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                       AT END SET FIM-ITENS-EMBARQUE TO TRUE
                   END-READ
                   PERFORM 0406-DEVOLVER-ITEM
                       UNTIL FIM-ITENS-EMBARQUE
                   CLOSE ITENS-EMBARQUE
               END-IF.
           0406-DEVOLVER-ITEM.
               SET TAB-DEV-IDX TO 1.
               SEARCH TAB-DEV
                   AT END CONTINUE
                   WHEN TAB-DEV-REFERENCIA (TAB-DEV-IDX)
                       = WRK-EIT-REFERENCIA
                       MOVE 'S' TO TAB-DEV-ITENS (TAB-DEV-IDX)
                       ADD 1 TO WRK-TOTAL-ITENS-RET
                       MOVE WRK-EIT-CODIGO TO REG-RET-CODIGO
                       MOVE WRK-EIT-QTDE   TO REG-RET-QTDE
                       MOVE ZEROS TO REG-RET-CUSTO
                       MOVE TAB-DEV-DEPOSITO (TAB-DEV-IDX)
                           TO REG-RET-DEPOSITO
                       MOVE SPACES TO REG-RET-ENDERECO
                       MOVE WRK-EIT-LOTE     TO REG-RET-LOTE
                       MOVE WRK-EIT-VALIDADE TO REG-RET-VALIDADE
                       WRITE REG-RETORNO-EST
               END-SEARCH.
               READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                   AT END SET FIM-ITENS-EMBARQUE TO TRUE
               END-READ.
           0410-GRAVAR-DEVOLUCAO.
      ********SEM CUSTO: O RETORNO REENTRA PELO MEDIO ATUAL; O
      ********DEPOSITO E O DO EMBARQUE DEVOLVIDO, SENAO O RETORNO
      ********DE UM EMBARQUE DO D2 ENTRARIA NO D1. EMBARQUE COM
      ********ITENS JA VOLTOU ITEM A ITEM NO 0405
               IF NOT DEV-COM-ITENS (WRK-DEV-IDX)
                   MOVE TAB-DEV-CODIGO (WRK-DEV-IDX) TO REG-RET-CODIGO
                   MOVE 1 TO REG-RET-QTDE
                   MOVE ZEROS TO REG-RET-CUSTO
                   MOVE TAB-DEV-DEPOSITO (WRK-DEV-IDX)
                       TO REG-RET-DEPOSITO
                   MOVE SPACES TO REG-RET-ENDERECO REG-RET-LOTE
                                  REG-RET-VALIDADE
                   WRITE REG-RETORNO-EST
               END-IF.
               MOVE SPACES TO REG-DECISAO-OUT.
               MOVE TAB-DEV-REFERENCIA (WRK-DEV-IDX)
                   TO REG-DEC-REFERENCIA.
               DISPLAY 'EMBARQUES LIDOS      : ' WRK-TOTAL-EMBARQUES.
               DISPLAY 'DEVOLVIDOS NO ARQUIVO: ' WRK-TOTAL-DEVOLVIDOS.
               DISPLAY 'DEVOLUCOES NOVAS     : ' WRK-TOTAL-NOVOS.
               DISPLAY 'ITENS DEVOLVIDOS     : ' WRK-TOTAL-ITENS-RET.
               CLOSE RELATORIO-DEV.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
