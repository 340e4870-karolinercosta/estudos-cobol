      *     FORNECEDOR ERA LANCADA NO MATSALDO NA MAO E O PEDIDO
      *     FICAVA ABERTO PARA SEMPRE
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A ENTREGA DO RECMAT GANHOU O CODIGO DO PRODUTO NO FIM (EM
      *     BRANCO PARA MATERIAL E NO REGISTRO ANTIGO) E O CASAMENTO
      *     PASSOU A SER FORNECEDOR + MATERIAL + PRODUTO, PARA RECEBER
      *     AS LINHAS DE PRODUTO ACABADO DO RUN DE REPOSICAO (PROGREP).
      *     A LINHA DE PRODUTO SO E BAIXADA: O SALDO DO PRODUTO CONTINUA
      *     ENTRANDO PELO ESTQIN (PROGCOB20) E NAO MEXE NO MATSALDO. FD
      *     DO PEDCOMP/PEDCNEW EM X(100)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     CADA BAIXA DE LINHA DO PEDCOMP GRAVA UM EVENTO DE ENTREGA NO
      *     MOVIMENTO DE DESEMPENHO DE FORNECEDOR (DESFMOV, COPYBOOK
      *     CPYDESF): QUANTIDADE QUE FALTAVA, QUANTIDADE ENTREGUE E DIAS
      *     DE ATRASO DA ENTREGA CONTRA A PREVISTA, PARA A AVALIACAO
      *     MENSAL DE FORNECEDORES (PROGAVF). A TABELA DE ENTREGAS
      *     GUARDA A DATA DA ENTREGA MAIS RECENTE DE CADA AGREGADO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     CADA BAIXA DE LINHA DE MATERIAL DO PEDCOMP GRAVA O MATERIAL
      *     RECEBIDO NO RECMMOV (COPYBOOK CPYRMAT): QUANTIDADE BAIXADA E
      *     O VALOR DELA PELO PRECO UNITARIO DO PEDIDO, PARA O CUSTO
      *     REAL DE MATERIAL NA MARGEM DAS OBRAS DO FATURAMENTO DE OBRAS
      *     (PROGOBR)
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT SENHA-TRAVA ASSIGN TO LCKPASS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PASS-STATUS.
               SELECT MOVIMENTO-DESEMPENHO ASSIGN TO DESFMOV
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ESTADO-RUN ASSIGN TO RUNSTAT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MATERIAL-RECEBIDO ASSIGN TO RECMMOV
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
           FD  RECEBIMENTOS-IN.
               02 REG-RCM-MATERIAL   PIC X(01).
               02 REG-RCM-DATA       PIC X(08).
               02 REG-RCM-QTDE-AREA  PIC 9(09)V99.
               02 REG-RCM-PRODUTO    PIC X(06).
           FD  PEDIDOS-COMPRA.
           01  LINHA-PEDIDO-COMPRA PIC X(100).
           FD  PEDIDOS-COMPRA-OUT.
           01  LINHA-PEDIDO-COMPRA-OUT PIC X(100).
           FD  SALDOS-MATERIAL.
           01  REG-SALDO-MATERIAL.
               02 REG-SLD-CODIGO PIC X(01).
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  MOVIMENTO-DESEMPENHO.
           01  LINHA-DESEMPENHO PIC X(80).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           FD  MATERIAL-RECEBIDO.
           01  LINHA-MATERIAL-RECEBIDO PIC X(80).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYPEDC.
           COPY CPYCTRL.
           COPY CPYCAB.
           COPY CPYDESF.
           COPY CPYRMAT.
           77 WRK-MATSALDO-STATUS PIC X(02) VALUE '00'.
               88 MATSALDO-OK VALUE '00'.
           77 WRK-FIM-RECEBIMENTOS PIC X(01) VALUE 'N'.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
      ******************************
      **** ENTREGAS DO ALMOXARIFADO AGREGADAS POR FORNECEDOR +
      **** MATERIAL (OU PRODUTO), COM O SALDO AINDA NAO CASADO COM
      **** PEDIDO
      ******************************
           77 WRK-QTD-REC PIC 9(03) VALUE ZEROS.
           01 TAB-RECEBIMENTOS.
                  INDEXED BY TAB-REC-IDX.
                   03 TAB-REC-FORNECEDOR PIC X(04).
                   03 TAB-REC-MATERIAL   PIC X(01).
                   03 TAB-REC-PRODUTO    PIC X(06).
                   03 TAB-REC-SALDO      PIC 9(09)V99.
                   03 TAB-REC-DATA       PIC X(08).
      ******************************
      **** SALDO DE ESTOQUE DE MATERIAL EM MEMORIA (MATSALDO +
      **** QUANTIDADES RECEBIDAS NO RUN)
           77 WRK-QTDE-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-QTDE-2-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-REC PIC X(100) VALUE SPACES.
           77 WRK-ITEM-ED   PIC X(11) VALUE SPACES.
           77 WRK-TOTAL-RECEBIMENTOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PEDIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FECHADOS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PARCIAIS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ATRASADOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-EXCEDENTES   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DESEMPENHO   PIC 9(06) VALUE ZEROS.
      ******************************
      **** DATAS DA ENTREGA E DA PREVISTA DECOMPOSTAS PARA O ATRASO
      **** PELO CRITERIO COMERCIAL 30/360
      ******************************
           01 WRK-DATA-ENTREGA.
               02 WRK-ENTR-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-ENTR-MES PIC 9(02) VALUE ZEROS.
               02 WRK-ENTR-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-PREVISTA.
               02 WRK-PREV-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-PREV-MES PIC 9(02) VALUE ZEROS.
               02 WRK-PREV-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0130-CARREGAR-SALDOS.
               OPEN INPUT PEDIDOS-COMPRA
                    OUTPUT PEDIDOS-COMPRA-OUT
                    OUTPUT RELATORIO-REC
                    EXTEND MOVIMENTO-DESEMPENHO
                    EXTEND MATERIAL-RECEBIDO.
               MOVE 'RECEBIMENTO DE MATERIAL'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
                               = REG-RCM-FORNECEDOR
                           AND TAB-REC-MATERIAL (TAB-REC-IDX)
                               = REG-RCM-MATERIAL
                           AND TAB-REC-PRODUTO (TAB-REC-IDX)
                               = REG-RCM-PRODUTO
                           ADD REG-RCM-QTDE-AREA
                               TO TAB-REC-SALDO (TAB-REC-IDX)
                           IF REG-RCM-DATA > TAB-REC-DATA (TAB-REC-IDX)
                               MOVE REG-RCM-DATA
                                   TO TAB-REC-DATA (TAB-REC-IDX)
                           END-IF
                   END-SEARCH
               END-IF.
               READ RECEBIMENTOS-IN
                       TO TAB-REC-FORNECEDOR (TAB-REC-IDX)
                   MOVE REG-RCM-MATERIAL
                       TO TAB-REC-MATERIAL (TAB-REC-IDX)
                   MOVE REG-RCM-PRODUTO
                       TO TAB-REC-PRODUTO (TAB-REC-IDX)
                   MOVE REG-RCM-QTDE-AREA
                       TO TAB-REC-SALDO (TAB-REC-IDX)
                   MOVE REG-RCM-DATA
                       TO TAB-REC-DATA (TAB-REC-IDX)
               ELSE
                   DISPLAY '*** TABELA DE RECEBIMENTOS ESTOUROU '
                       '(200) - RUN MARCADO RC=8 ***'
                               = WRK-PCP-FORNECEDOR
                           AND TAB-REC-MATERIAL (TAB-REC-IDX)
                               = WRK-PCP-MATERIAL
                           AND TAB-REC-PRODUTO (TAB-REC-IDX)
                               = WRK-PCP-PRODUTO
                           AND TAB-REC-SALDO (TAB-REC-IDX) > 0
                           SET RECEBIMENTO-ACHADO TO TRUE
                   END-SEARCH
      **** CONSOME DO SALDO DE ENTREGA O QUE FALTA NA LINHA: ENTREGA
      **** QUE COBRE A FALTA FECHA A LINHA (F); ENTREGA MENOR DEIXA
      **** A LINHA PARCIAL (P) E SAI NO RELATORIO. O QUE ENTROU SOBE
      **** PARA O SALDO DE ESTOQUE DO MATERIAL; PRODUTO ACABADO
      **** ENTRA NO ESTOQUE PELA ENTRADA DO ESTQIN (PROGCOB20), AQUI
      **** SO BAIXA O PEDIDO
      ******************************
           0220-BAIXAR-PEDIDO.
               COMPUTE WRK-FALTA-QTDE =
               ADD WRK-APLICA-QTDE TO WRK-PCP-QTDE-RECEB.
               SUBTRACT WRK-APLICA-QTDE
                   FROM TAB-REC-SALDO (TAB-REC-IDX).
               IF WRK-PCP-PRODUTO = SPACES
                   PERFORM 0250-SOMAR-SALDO-MATERIAL
                   PERFORM 0290-GRAVAR-MATERIAL-RECEBIDO
               END-IF.
               PERFORM 0280-GRAVAR-DESEMPENHO.
           0230-LISTAR-PARCIAL.
               PERFORM 0270-MONTAR-ITEM.
               MOVE WRK-PCP-QTDE-AREA TO WRK-QTDE-ED.
               COMPUTE WRK-QTDE-2-ED =
                   WRK-PCP-QTDE-RECEB + WRK-APLICA-QTDE.
               MOVE SPACES TO WRK-LINHA-REC.
               STRING 'ENTREGA PARCIAL FORN ' DELIMITED BY SIZE
                      WRK-PCP-FORNECEDOR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-ITEM-ED DELIMITED BY SIZE
                      ' PEDIDO ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      ' RECEBIDO ' DELIMITED BY SIZE
               IF WRK-PCP-PREVISTA NOT = SPACES
                   AND WRK-PCP-PREVISTA < WRK-DATA-RUN
                   ADD 1 TO WRK-TOTAL-ATRASADOS
                   PERFORM 0270-MONTAR-ITEM
                   MOVE WRK-PCP-QTDE-AREA TO WRK-QTDE-ED
                   MOVE SPACES TO WRK-LINHA-REC
                   STRING 'PEDIDO EM ATRASO FORN ' DELIMITED BY SIZE
                          WRK-PCP-FORNECEDOR DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-ITEM-ED DELIMITED BY SIZE
                          ' PREVISTO ' DELIMITED BY SIZE
                          WRK-PCP-PREVISTA DELIMITED BY SIZE
                          ' QTDE ' DELIMITED BY SIZE
                   MOVE 8 TO RETURN-CODE
               END-IF.
      ******************************
      **** ITEM DA LINHA PARA O RELATORIO: MATERIAL OU PRODUTO
      ******************************
           0270-MONTAR-ITEM.
               MOVE SPACES TO WRK-ITEM-ED.
               IF WRK-PCP-PRODUTO = SPACES
                   STRING 'MAT ' DELIMITED BY SIZE
                          WRK-PCP-MATERIAL DELIMITED BY SIZE
                          INTO WRK-ITEM-ED
               ELSE
                   STRING 'PROD ' DELIMITED BY SIZE
                          WRK-PCP-PRODUTO DELIMITED BY SIZE
                          INTO WRK-ITEM-ED
               END-IF.
      ******************************
      **** GRAVA O EVENTO DE ENTREGA NO MOVIMENTO DE DESEMPENHO DE
      **** FORNECEDOR (DESFMOV): O QUE FALTAVA NA LINHA, O QUE FOI
      **** ENTREGUE E O ATRASO DA ENTREGA MAIS RECENTE DO AGREGADO
      **** CONTRA A PREVISTA. LINHA SEM PREVISTA NAO MEDE PRAZO
      ******************************
           0280-GRAVAR-DESEMPENHO.
               MOVE SPACES TO WRK-DESEMPENHO-FORN.
               SET DSF-ENTREGA TO TRUE.
               MOVE WRK-PCP-FORNECEDOR TO WRK-DSF-FORNECEDOR.
               MOVE TAB-REC-DATA (TAB-REC-IDX) TO WRK-DSF-DATA.
               IF WRK-DSF-DATA = SPACES
                   MOVE WRK-DATA-RUN TO WRK-DSF-DATA
               END-IF.
               MOVE WRK-PCP-MATERIAL  TO WRK-DSF-MATERIAL.
               MOVE WRK-PCP-PRODUTO   TO WRK-DSF-PRODUTO.
               MOVE WRK-PCP-PREVISTA  TO WRK-DSF-PREVISTA.
               MOVE WRK-FALTA-QTDE    TO WRK-DSF-QTDE-DEVIDA.
               MOVE WRK-APLICA-QTDE   TO WRK-DSF-QTDE-ENTREGUE.
               MOVE ZEROS TO WRK-DSF-DIAS-ATRASO.
               IF WRK-PCP-PREVISTA = SPACES
                   OR WRK-PCP-PREVISTA IS NOT NUMERIC
                   SET DSF-SEM-PREVISTA TO TRUE
               ELSE
                   MOVE WRK-DSF-DATA     TO WRK-DATA-ENTREGA
                   MOVE WRK-PCP-PREVISTA TO WRK-DATA-PREVISTA
                   COMPUTE WRK-DIAS-ATRASO =
                       ((WRK-ENTR-ANO - WRK-PREV-ANO) * 360) +
                       ((WRK-ENTR-MES - WRK-PREV-MES) * 30) +
                       (WRK-ENTR-DIA - WRK-PREV-DIA)
                   IF WRK-DIAS-ATRASO > 0
                       MOVE WRK-DIAS-ATRASO TO WRK-DSF-DIAS-ATRASO
                       SET DSF-ATRASADA TO TRUE
                   ELSE
                       SET DSF-NO-PRAZO TO TRUE
                   END-IF
               END-IF.
               WRITE LINHA-DESEMPENHO FROM WRK-DESEMPENHO-FORN.
               ADD 1 TO WRK-TOTAL-DESEMPENHO.
      ******************************
      **** GRAVA O MATERIAL RECEBIDO NO RECMMOV: A QUANTIDADE BAIXADA
      **** DA LINHA E O VALOR DELA PELO PRECO UNITARIO DO PEDIDO
      **** (VALOR DA LINHA SOBRE A QUANTIDADE PEDIDA), PARA O CUSTO
      **** REAL DE MATERIAL NA MARGEM DAS OBRAS
      ******************************
           0290-GRAVAR-MATERIAL-RECEBIDO.
               MOVE WRK-PCP-MATERIAL TO WRK-RMT-MATERIAL.
               MOVE TAB-REC-DATA (TAB-REC-IDX) TO WRK-RMT-DATA.
               IF WRK-RMT-DATA = SPACES
                   MOVE WRK-DATA-RUN TO WRK-RMT-DATA
               END-IF.
               MOVE WRK-APLICA-QTDE TO WRK-RMT-QTDE-AREA.
               MOVE ZEROS TO WRK-RMT-VALOR.
               IF WRK-PCP-QTDE-AREA > 0
                   COMPUTE WRK-RMT-VALOR ROUNDED =
                       WRK-APLICA-QTDE * WRK-PCP-VALOR
                       / WRK-PCP-QTDE-AREA
               END-IF.
               WRITE LINHA-MATERIAL-RECEBIDO
                   FROM WRK-MATERIAL-RECEBIDO.
      ******************************
      **** REGRAVA O SALDO DE ESTOQUE DE MATERIAL ATUALIZADO
      ******************************
           0300-REGRAVAR-SALDOS.
               SET TAB-REC-IDX TO WRK-REC-IMPR.
               IF TAB-REC-SALDO (TAB-REC-IDX) > 0
                   ADD 1 TO WRK-TOTAL-EXCEDENTES
                   MOVE TAB-REC-MATERIAL (TAB-REC-IDX)
                       TO WRK-PCP-MATERIAL
                   MOVE TAB-REC-PRODUTO (TAB-REC-IDX)
                       TO WRK-PCP-PRODUTO
                   PERFORM 0270-MONTAR-ITEM
                   MOVE TAB-REC-SALDO (TAB-REC-IDX) TO WRK-QTDE-ED
                   MOVE SPACES TO WRK-LINHA-REC
                   STRING 'ENTREGA EXCEDENTE/SEM PEDIDO FORN '
                              DELIMITED BY SIZE
                          TAB-REC-FORNECEDOR (TAB-REC-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-ITEM-ED DELIMITED BY SIZE
                          ' QTDE ' DELIMITED BY SIZE
                          WRK-QTDE-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-REC
               DISPLAY 'PEDIDOS EM ATRASO    : ' WRK-TOTAL-ATRASADOS.
               DISPLAY 'ENTREGAS EXCEDENTES  : '
                   WRK-TOTAL-EXCEDENTES.
               DISPLAY 'EVENTOS DESEMPENHO   : '
                   WRK-TOTAL-DESEMPENHO.
               CLOSE PEDIDOS-COMPRA PEDIDOS-COMPRA-OUT
                     RELATORIO-REC MOVIMENTO-DESEMPENHO
                     MATERIAL-RECEBIDO.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
