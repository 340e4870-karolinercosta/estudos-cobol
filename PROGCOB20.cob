      *     ORIGEM, O RELATORIO DE REPOSICAO SAI POR DEPOSITO E A
      *     LIBERACAO DE BACKORDER CONSULTA O DEPOSITO ROTEADO PELA
      *     UF DO PEDIDO (TABELA DEPROTA)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     COM O PEDIDO DE VARIOS ITENS, A BAIXA DO DIA PASSOU A
      *     SER ITEM A ITEM PELA QUANTIDADE, LENDO O ARQUIVO DE ITENS
      *     DE EMBARQUE (EMBITEM, LAYOUT CPYEMBIT) GRAVADO PELO
      *     PROGCOB09B; EMBARQUE DO DIA SEM ITEM GRAVADO CONTINUA
      *     BAIXANDO UMA UNIDADE DO CODIGO DO EMBARQUE. A FILA DE
      *     BACKORDER GUARDA O PEDIDO LINHA A LINHA (CABECALHO E
      *     ITENS, LAYOUT CPYPEDIN) E O PEDIDO SO E LIBERADO INTEIRO,
      *     QUANDO O SALDO COBRE A QUANTIDADE DE TODOS OS ITENS
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LAYOUT DO PRDMST GANHOU A SITUACAO DO PRODUTO NO FIM DO
      *     REGISTRO (REG-PRD-SITUACAO, MANTIDA PELO PROGCOB98). A
      *     BAIXA E O PONTO DE PEDIDO NAO MUDAM: PRODUTO INATIVO AINDA
      *     TEM SALDO A MOVIMENTAR
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE PRODUTOS (PRDMST) GANHOU O NCM DO PRODUTO
      *     (REG-PRD-NCM) NO FIM DO REGISTRO, QUE PASSOU DE 53 PARA 61
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE DO PEDIDO EM BACKORDER FOI PARA 14
      *     POSICOES (CPF OU CNPJ DO CABECALHO); O PEDIDO ANTIGO DE UMA
      *     LINHA CONTINUA SO COM CPF
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ESTOQUE GANHOU OS ENDERECOS DO PRODUTO NO DEPOSITO
      *     (ENDMST, CHAVE CODIGO + DEPOSITO + RUA/PRATELEIRA/NIVEL, COM
      *     A QUANTIDADE NO ENDERECO). A ENTRADA DO ESTQIN TRAZ O
      *     ENDERECO (EM BRANCO VAI PARA O PRIMEIRO ENDERECO DO PRODUTO
      *     NO DEPOSITO), A TRANSFERENCIA TRAZ O ENDERECO DE ORIGEM E O
      *     DE DESTINO E A BAIXA DO EMBARQUE TIRA DOS ENDERECOS NA ORDEM
      *     DE CAMINHADA, A MESMA DA LISTA DE SEPARACAO (PROGSEP).
      *     MOVIMENTO QUE NAO ACHA ENDERECO SAI NO RELATORIO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ESTOQUE GANHOU O RASTREIO DE LOTE E VALIDADE (LOTMST,
      *     CHAVE CODIGO + DEPOSITO + VALIDADE + LOTE, DEBAIXO DO SALDO
      *     DO ESTQMST). A ENTRADA DO ESTQIN TRAZ O LOTE E A VALIDADE
      *     (LOTE SEM VALIDADE VAI PARA O FIM DA FILA; ENTRADA SEM LOTE
      *     FICA SEM RASTREIO), A BAIXA DO ITEM TIRA DO LOTE QUE O
      *     PROGCOB09B ALOCOU E GRAVOU NO EMBITEM E A TRANSFERENCIA LEVA
      *     OS LOTES DA ORIGEM, NA ORDEM DE VALIDADE, PARA O DESTINO.
      *     SAIDA SEM LOTE COM SALDO SAI NA CONTAGEM DO FIM DO RUN
      *    ALTERADO= 15/10/26 - KAROLINE
      *     ITEM DE KIT NA FILA DE BACKORDER (ESTRUTURA NO KITEST,
      *     COPYBOOK CPYKIT) E CONFERIDO PELOS COMPONENTES: O PEDIDO SO
      *     E LIBERADO QUANDO CADA COMPONENTE TEM SALDO PARA A
      *     QUANTIDADE DO ITEM X A QUANTIDADE DO COMPONENTE NO KIT, E A
      *     LIBERACAO DESCONTA OS COMPONENTES DO SALDO DISPONIVEL DO
      *     RUN. O KIT NAO TEM SALDO PROPRIO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LANCAMENTO DE ESTOQUE NO LANCINT PASSOU A LEVAR A ORIGEM
      *     (CPYLORI): O PROGRAMA E O PRIMEIRO E O ULTIMO MOVIMENTO DO
      *     DIA (ENTRADA, REFERENCIA DO EMBARQUE OU TRANSFERENCIA), COM
      *     A QUANTIDADE DE MOVIMENTOS
      *     EMBARQ PASSOU A ARQUIVO INDEXADO POR REFERENCIA (CHAVES
      *     ALTERNATIVAS DATA PREVISTA E STATUS), LIDO NA SEQUENCIA
      *     DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT ROTAS-DEPOSITO ASSIGN TO DEPROTA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DEPROTA-STATUS.
               SELECT KITS-IN ASSIGN TO KITEST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-KITEST-STATUS.
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
               SELECT ESTOQUE-MASTER ASSIGN TO ESTQMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-EST-CHAVE
                   FILE STATUS IS WRK-ESTQMST-STATUS.
               SELECT ENDERECO-MASTER ASSIGN TO ENDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-END-CHAVE
                   FILE STATUS IS WRK-ENDMST-STATUS.
               SELECT LOTE-MASTER ASSIGN TO LOTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-LOT-CHAVE
                   FILE STATUS IS WRK-LOTMST-STATUS.
               SELECT PRODUTO-MASTER ASSIGN TO PRDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
               02 REG-ENT-QTDE   PIC 9(05).
               02 REG-ENT-CUSTO  PIC 9(07)V99.
               02 REG-ENT-DEPOSITO PIC X(02).
               02 REG-ENT-ENDERECO PIC X(08).
               02 REG-ENT-LOTE     PIC X(10).
               02 REG-ENT-VALIDADE PIC X(08).
           FD  TRANSFERENCIAS-IN.
           01  REG-TRANSFER-IN.
               02 REG-TRF-CODIGO   PIC 9(06).
               02 REG-TRF-QTDE     PIC 9(05).
               02 REG-TRF-ORIGEM   PIC X(02).
               02 REG-TRF-DESTINO  PIC X(02).
               02 REG-TRF-END-ORIGEM  PIC X(08).
               02 REG-TRF-END-DESTINO PIC X(08).
           FD  ROTAS-DEPOSITO.
           01  REG-ROTA-DEPOSITO.
               02 REG-ROT-UF       PIC X(02).
               02 FILLER           PIC X(02).
               02 REG-ROT-DEPOSITO PIC X(02).
           FD  KITS-IN.
           01  REG-KIT.
               02 REG-KIT-CODIGO     PIC 9(06).
               02 FILLER             PIC X(02).
               02 REG-KIT-COMPONENTE PIC 9(06).
               02 FILLER             PIC X(02).
               02 REG-KIT-QTDE       PIC 9(03).
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
           FD  ESTOQUE-MASTER.
           01  REG-ESTOQUE.
               02 REG-EST-CHAVE.
                                       SIGN IS LEADING SEPARATE.
               02 REG-EST-PONTO-REPOS PIC 9(05).
               02 REG-EST-CUSTO-MEDIO PIC 9(07)V99.
           FD  ENDERECO-MASTER.
           01  REG-ENDERECO.
               02 REG-END-CHAVE.
                   03 REG-END-CODIGO     PIC 9(06).
                   03 REG-END-DEPOSITO   PIC X(02).
                   03 REG-END-LOCAL.
                       04 REG-END-RUA        PIC X(03).
                       04 REG-END-PRATELEIRA PIC X(03).
                       04 REG-END-NIVEL      PIC X(02).
               02 REG-END-QTDE        PIC S9(07)
                                       SIGN IS LEADING SEPARATE.
           FD  LOTE-MASTER.
           01  REG-LOTE.
               02 REG-LOT-CHAVE.
                   03 REG-LOT-CODIGO   PIC 9(06).
                   03 REG-LOT-DEPOSITO PIC X(02).
                   03 REG-LOT-VALIDADE PIC X(08).
                   03 REG-LOT-NUMERO   PIC X(10).
               02 REG-LOT-QTDE        PIC S9(07)
                                       SIGN IS LEADING SEPARATE.
               02 REG-LOT-DATA-ENTRADA PIC X(08).
           FD  PRODUTO-MASTER.
           01  REG-PRODUTO.
               02 REG-PRD-CODIGO    PIC 9(06).
               02 REG-PRD-DESCRICAO PIC X(30).
               02 REG-PRD-PESO      PIC 9(05)V99.
               02 REG-PRD-VALOR     PIC 9(07)V99.
               02 REG-PRD-SITUACAO  PIC X(01).
                   88 PRD-ATIVO            VALUE 'A' ' '.
                   88 PRD-INATIVO          VALUE 'I'.
                   88 PRD-AGUARDANDO-PRECO VALUE 'P'.
               02 REG-PRD-NCM       PIC X(08).
           FD  BACKORDER-IN.
           01  REG-BACKORDER-IN.
               02 REG-BKI-PEDIDO PIC X(80).
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
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYEMB.
           COPY CPYLORI.
           COPY CPYEMBIT.
           COPY CPYPEDIN.
           COPY CPYCTRL.
           COPY CPYKIT.
           77 WRK-QTDE-COMPONENTE PIC 9(08) VALUE ZEROS.
           77 WRK-GATE-STATUS PIC X(02) VALUE '00'.
               88 GATE-OK VALUE '00'.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
               88 ESTQMST-NAO-EXISTE  VALUE '35'.
               88 ESTQMST-NAO-ACHOU   VALUE '23'.
               88 ESTQMST-FIM         VALUE '10'.
           77 WRK-ENDMST-STATUS PIC X(02) VALUE '00'.
               88 ENDMST-OK          VALUE '00'.
               88 ENDMST-NAO-EXISTE  VALUE '35'.
           77 WRK-LOTMST-STATUS PIC X(02) VALUE '00'.
               88 LOTMST-OK          VALUE '00'.
               88 LOTMST-NAO-EXISTE  VALUE '35'.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 PRDMST-OK        VALUE '00'.
               88 PRDMST-NAO-ACHOU VALUE '23'.
               88 FIM-EMBARQUES VALUE 'S'.
           77 WRK-FIM-ESTOQUE PIC X(01) VALUE 'N'.
               88 FIM-ESTOQUE VALUE 'S'.
           77 WRK-EMBITEM-STATUS PIC X(02) VALUE '00'.
               88 EMBITEM-OK VALUE '00'.
           77 WRK-EMBITEM-ABERTO PIC X(01) VALUE 'N'.
               88 EMBITEM-FOI-ABERTO VALUE 'S'.
           77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
               88 FIM-ITENS-EMBARQUE VALUE 'S'.
      ******************************
      **** REFERENCIAS DO DIA QUE JA BAIXARAM PELOS ITENS, PARA O
      **** EMBARQUE NAO BAIXAR DE NOVO A UNIDADE DO CODIGO
      ******************************
           77 WRK-QTD-REF PIC 9(04) VALUE ZEROS.
           01 TAB-REFERENCIAS.
               02 TAB-REF OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-REF
                  INDEXED BY TAB-REF-IDX.
                   03 TAB-REF-EMBARQUE PIC X(20).
           77 WRK-REF-SITUACAO PIC X(01) VALUE 'N'.
               88 REFERENCIA-COM-ITENS VALUE 'S'.
      ******************************
      **** PEDIDO DA FILA DE BACKORDER MONTADO COM OS SEUS ITENS
      ******************************
           77 WRK-NUMERO-GRUPO PIC X(10) VALUE SPACES.
           77 WRK-CPF-GRUPO    PIC X(14) VALUE SPACES.
           77 WRK-UF-GRUPO     PIC X(02) VALUE SPACES.
           77 WRK-DATA-GRUPO   PIC X(08) VALUE SPACES.
           77 WRK-QTD-BKG PIC 9(02) VALUE ZEROS.
           77 WRK-BKG-IDX PIC 9(02) VALUE ZEROS.
           01 TAB-GRUPO-BKO.
               02 TAB-BKG OCCURS 1 TO 51 TIMES
                  DEPENDING ON WRK-QTD-BKG.
                   03 TAB-BKG-CODIGO PIC 9(06).
                   03 TAB-BKG-QTDE   PIC 9(05).
                   03 TAB-BKG-LINHA  PIC X(80).
           77 WRK-QTDE-BKO PIC 9(05) VALUE ZEROS.
           77 WRK-GRUPO-SITUACAO PIC X(01) VALUE 'S'.
               88 GRUPO-COBERTO VALUE 'S'.
           77 WRK-TOTAL-ITENS-BAIXADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ITENS-AVULSOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TRANSFER-STATUS PIC X(02) VALUE '00'.
               88 TRANSFER-OK VALUE '00'.
           77 WRK-DEPROTA-STATUS PIC X(02) VALUE '00'.
                   03 TAB-ROT-UF       PIC X(02).
                   03 TAB-ROT-DEPOSITO PIC X(02).
           77 WRK-DEPOSITO-MOV PIC X(02) VALUE 'D1'.
      ******************************
      **** ENDERECO (RUA + PRATELEIRA + NIVEL) DO MOVIMENTO DA VEZ;
      **** EM BRANCO A ENTRADA VAI PARA O PRIMEIRO ENDERECO DO
      **** PRODUTO NO DEPOSITO E A SAIDA TIRA DOS ENDERECOS NA ORDEM
      **** DE CAMINHADA (A MESMA DA LISTA DE SEPARACAO, PROGSEP)
      ******************************
           77 WRK-LOCAL-MOV PIC X(08) VALUE SPACES.
           77 WRK-CODIGO-END PIC 9(06) VALUE ZEROS.
           77 WRK-QTDE-ENDERECO PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-QTDE-TIRADA   PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-FIM-ENDERECOS PIC X(01) VALUE 'N'.
               88 FIM-ENDERECOS VALUE 'S'.
           77 WRK-QTDE-END-ED PIC ZZZZZZ9 VALUE ZEROS.
           77 WRK-TOTAL-SEM-ENDERECO PIC 9(06) VALUE ZEROS.
      ******************************
      **** LOTE + VALIDADE DO MOVIMENTO DA VEZ; EM BRANCO A SAIDA
      **** TIRA DOS LOTES DO PRODUTO NO DEPOSITO NA ORDEM DE
      **** VALIDADE (PRIMEIRO QUE VENCE, PRIMEIRO QUE SAI). A PERNA
      **** DE ORIGEM DA TRANSFERENCIA GUARDA OS LOTES QUE TIROU PARA
      **** A PERNA DE DESTINO ENTRAR NOS MESMOS LOTES
      ******************************
           77 WRK-LOTE-MOV     PIC X(10) VALUE SPACES.
           77 WRK-VALIDADE-MOV PIC X(08) VALUE SPACES.
           77 WRK-QTDE-LOTE    PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-FIM-LOTES PIC X(01) VALUE 'N'.
               88 FIM-LOTES VALUE 'S'.
           77 WRK-LOTE-TRANSFER PIC X(01) VALUE 'N'.
               88 LOTE-EM-TRANSFERENCIA VALUE 'S'.
           77 WRK-QTD-LTR PIC 9(02) VALUE ZEROS.
           01 TAB-LOTES-TRANSFERIDOS.
               02 TAB-LTR OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-LTR.
                   03 TAB-LTR-VALIDADE PIC X(08).
                   03 TAB-LTR-NUMERO   PIC X(10).
                   03 TAB-LTR-QTDE     PIC 9(07).
           77 WRK-LTR-IDX PIC 9(02) VALUE ZEROS.
           77 WRK-TOTAL-SEM-LOTE PIC 9(06) VALUE ZEROS.
           77 WRK-CUSTO-ORIGEM PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-TRANSFER PIC 9(06) VALUE ZEROS.
           77 WRK-MOVIMENTO PIC S9(05) VALUE ZEROS COMP-3.
               PERFORM 0200-APLICAR-ENTRADAS UNTIL FIM-ENTRADAS.
               PERFORM 0280-APLICAR-TRANSFERENCIAS
                   UNTIL FIM-TRANSFERENCIAS.
               PERFORM 0290-BAIXAR-ITENS UNTIL FIM-ITENS-EMBARQUE.
               PERFORM 0300-BAIXAR-EMBARQUES UNTIL FIM-EMBARQUES.
               PERFORM 0350-LIBERAR-BACKORDERS.
               PERFORM 0400-RELATORIO-REPOSICAO.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               PERFORM 0110-LER-DATA-NEGOCIO.
               PERFORM 0115-CARREGAR-ROTAS.
               PERFORM 0117-CARREGAR-KITS.
               OPEN INPUT TRANSFERENCIAS-IN.
               IF TRANSFER-OK
                   READ TRANSFERENCIAS-IN
                   CLOSE ESTOQUE-MASTER
                   OPEN I-O ESTOQUE-MASTER
               END-IF.
               OPEN I-O ENDERECO-MASTER.
               IF ENDMST-NAO-EXISTE
                   OPEN OUTPUT ENDERECO-MASTER
                   CLOSE ENDERECO-MASTER
                   OPEN I-O ENDERECO-MASTER
               END-IF.
               OPEN I-O LOTE-MASTER.
               IF LOTMST-NAO-EXISTE
                   OPEN OUTPUT LOTE-MASTER
                   CLOSE LOTE-MASTER
                   OPEN I-O LOTE-MASTER
               END-IF.
               OPEN INPUT ENTRADAS-IN.
               IF ESTQIN-OK
                   READ ENTRADAS-IN
               ELSE
                   SET FIM-ENTRADAS TO TRUE
               END-IF.
               OPEN INPUT ITENS-EMBARQUE.
               IF EMBITEM-OK
                   SET EMBITEM-FOI-ABERTO TO TRUE
                   READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                       AT END SET FIM-ITENS-EMBARQUE TO TRUE
                   END-READ
               ELSE
                   SET FIM-ITENS-EMBARQUE TO TRUE
               END-IF.
               OPEN INPUT EMBARQUES-IN.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               ELSE
                   MOVE ZEROS TO WRK-CUSTO-ENTRADA
               END-IF.
               MOVE SPACES TO WRK-ORI-DOCUMENTO.
               STRING 'ENT ' DELIMITED BY SIZE
                      REG-ENT-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DEPOSITO-MOV DELIMITED BY SIZE
                      INTO WRK-ORI-DOCUMENTO.
               PERFORM 0250-APLICAR-MOVIMENTO.
               MOVE REG-ENT-ENDERECO TO WRK-LOCAL-MOV.
               PERFORM 0270-MOVER-ENDERECO.
               MOVE REG-ENT-LOTE     TO WRK-LOTE-MOV.
               MOVE REG-ENT-VALIDADE TO WRK-VALIDADE-MOV.
               PERFORM 0320-MOVER-LOTE.
               READ ENTRADAS-IN
                   AT END SET FIM-ENTRADAS TO TRUE
               END-READ.
      ******************************
      **** BAIXA A QUANTIDADE DE CADA ITEM EMBARCADO NO DIA (A
      **** REFERENCIA COMECA NA DATA DO RUN) E GUARDA A REFERENCIA
      **** PARA O EMBARQUE NAO BAIXAR DE NOVO
      ******************************
           0290-BAIXAR-ITENS.
               IF WRK-EIT-REFERENCIA (1:8) = WRK-DATA-RUN
                   AND WRK-EIT-QTDE IS NUMERIC
                   ADD 1 TO WRK-TOTAL-ITENS-BAIXADOS
                   COMPUTE WRK-MOVIMENTO = 0 - WRK-EIT-QTDE
                   MOVE ZEROS TO WRK-CUSTO-ENTRADA
                   MOVE WRK-EIT-CODIGO TO REG-EST-CODIGO
                   IF WRK-EIT-DEPOSITO = SPACES
                       MOVE 'D1' TO WRK-DEPOSITO-MOV
                   ELSE
                       MOVE WRK-EIT-DEPOSITO TO WRK-DEPOSITO-MOV
                   END-IF
                   MOVE WRK-EIT-REFERENCIA TO WRK-ORI-DOCUMENTO
                   PERFORM 0250-APLICAR-MOVIMENTO
                   MOVE SPACES TO WRK-LOCAL-MOV
                   PERFORM 0270-MOVER-ENDERECO
                   MOVE WRK-EIT-LOTE     TO WRK-LOTE-MOV
                   MOVE WRK-EIT-VALIDADE TO WRK-VALIDADE-MOV
                   PERFORM 0320-MOVER-LOTE
                   PERFORM 0295-GUARDAR-REFERENCIA
               END-IF.
               READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                   AT END SET FIM-ITENS-EMBARQUE TO TRUE
               END-READ.
           0295-GUARDAR-REFERENCIA.
               IF WRK-QTD-REF = 0
                   OR TAB-REF-EMBARQUE (WRK-QTD-REF)
                      NOT = WRK-EIT-REFERENCIA
                   IF WRK-QTD-REF < 2000
                       ADD 1 TO WRK-QTD-REF
                       MOVE WRK-EIT-REFERENCIA
                           TO TAB-REF-EMBARQUE (WRK-QTD-REF)
                   END-IF
               END-IF.
      ******************************
      **** EMBARQUE DO DIA SEM ITEM NO EMBITEM BAIXA UMA UNIDADE DO
      **** CODIGO DO EMBARQUE; EMBARQUE DE DIA ANTERIOR JA FOI
      **** BAIXADO NO PROPRIO DIA
      ******************************
           0300-BAIXAR-EMBARQUES.
               IF WRK-EMB-REFERENCIA (1:8) = WRK-DATA-RUN
                   ADD 1 TO WRK-TOTAL-BAIXAS
                   MOVE 'N' TO WRK-REF-SITUACAO
                   IF WRK-QTD-REF > 0
                       SET TAB-REF-IDX TO 1
                       SEARCH TAB-REF
                           AT END CONTINUE
                           WHEN TAB-REF-EMBARQUE (TAB-REF-IDX)
                               = WRK-EMB-REFERENCIA
                               SET REFERENCIA-COM-ITENS TO TRUE
                       END-SEARCH
                   END-IF
                   IF NOT REFERENCIA-COM-ITENS
                       ADD 1 TO WRK-TOTAL-ITENS-BAIXADOS
                       MOVE -1 TO WRK-MOVIMENTO
                       MOVE ZEROS TO WRK-CUSTO-ENTRADA
                       MOVE WRK-EMB-CODIGO TO REG-EST-CODIGO
                       IF WRK-EMB-DEPOSITO = SPACES
                           MOVE 'D1' TO WRK-DEPOSITO-MOV
                       ELSE
                           MOVE WRK-EMB-DEPOSITO TO WRK-DEPOSITO-MOV
                       END-IF
                       MOVE WRK-EMB-REFERENCIA TO WRK-ORI-DOCUMENTO
                       PERFORM 0250-APLICAR-MOVIMENTO
                       MOVE SPACES TO WRK-LOCAL-MOV
                       PERFORM 0270-MOVER-ENDERECO
                       MOVE SPACES TO WRK-LOTE-MOV WRK-VALIDADE-MOV
                       PERFORM 0320-MOVER-LOTE
                   END-IF
               END-IF.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
      **** PRODUTO AINDA NAO TEM LINHA DE ESTOQUE
      ******************************
           0250-APLICAR-MOVIMENTO.
               PERFORM 0255-REGISTRAR-ORIGEM.
               MOVE WRK-DEPOSITO-MOV TO REG-EST-DEPOSITO.
               READ ESTOQUE-MASTER
                   INVALID KEY CONTINUE
                   AT END SET FIM-ROTAS TO TRUE
               END-READ.
      ******************************
      **** ESTRUTURA DOS KITS: ITEM DE KIT NA FILA DE BACKORDER E
      **** CONFERIDO E LIBERADO PELOS COMPONENTES, QUE SAO OS QUE
      **** TEM SALDO
      ******************************
           0117-CARREGAR-KITS.
               OPEN INPUT KITS-IN.
               IF KITEST-OK
                   READ KITS-IN
                       AT END SET FIM-KITS TO TRUE
                   END-READ
                   PERFORM 0118-LER-KIT
                       UNTIL FIM-KITS OR WRK-QTD-KIT >= 2000
                   CLOSE KITS-IN
               END-IF.
           0118-LER-KIT.
               IF REG-KIT-CODIGO IS NUMERIC
                   AND REG-KIT-COMPONENTE IS NUMERIC
                   AND REG-KIT-QTDE IS NUMERIC
                   AND REG-KIT-QTDE > 0
                   ADD 1 TO WRK-QTD-KIT
                   MOVE REG-KIT-CODIGO TO TAB-KIT-CODIGO (WRK-QTD-KIT)
                   MOVE REG-KIT-COMPONENTE
                       TO TAB-KIT-COMPONENTE (WRK-QTD-KIT)
                   MOVE REG-KIT-QTDE TO TAB-KIT-QTDE (WRK-QTD-KIT)
               END-IF.
               READ KITS-IN
                   AT END SET FIM-KITS TO TRUE
               END-READ.
           0119-PROCURAR-KIT.
               MOVE 'N' TO WRK-KIT-SITUACAO.
               IF WRK-QTD-KIT > 0
                   SET TAB-KIT-IDX TO 1
                   SEARCH TAB-KIT
                       AT END CONTINUE
                       WHEN TAB-KIT-CODIGO (TAB-KIT-IDX)
                           = WRK-KIT-PROCURADO
                           SET ITEM-E-KIT TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** TRANSFERENCIA ENTRE DEPOSITOS: BAIXA NA ORIGEM E ENTRADA
      **** NO DESTINO PELO CUSTO MEDIO DA ORIGEM, NUM MOVIMENTO
      **** BALANCEADO (O LIQUIDO NO RAZAO E ZERO)
                   COMPUTE WRK-MOVIMENTO = 0 - REG-TRF-QTDE
                   MOVE ZEROS TO WRK-CUSTO-ENTRADA
                   MOVE REG-TRF-ORIGEM TO WRK-DEPOSITO-MOV
                   MOVE SPACES TO WRK-ORI-DOCUMENTO
                   STRING 'TRF ' DELIMITED BY SIZE
                          REG-TRF-CODIGO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          REG-TRF-ORIGEM DELIMITED BY SIZE
                          '>' DELIMITED BY SIZE
                          REG-TRF-DESTINO DELIMITED BY SIZE
                          INTO WRK-ORI-DOCUMENTO
                   PERFORM 0250-APLICAR-MOVIMENTO
                   MOVE REG-TRF-END-ORIGEM TO WRK-LOCAL-MOV
                   PERFORM 0270-MOVER-ENDERECO
                   MOVE SPACES TO WRK-LOTE-MOV WRK-VALIDADE-MOV
                   MOVE ZEROS TO WRK-QTD-LTR
                   SET LOTE-EM-TRANSFERENCIA TO TRUE
                   PERFORM 0320-MOVER-LOTE
                   MOVE 'N' TO WRK-LOTE-TRANSFER
                   MOVE REG-TRF-QTDE TO WRK-MOVIMENTO
                   MOVE WRK-CUSTO-ORIGEM TO WRK-CUSTO-ENTRADA
                   MOVE REG-TRF-DESTINO TO WRK-DEPOSITO-MOV
                   MOVE REG-TRF-CODIGO TO REG-EST-CODIGO
                   PERFORM 0250-APLICAR-MOVIMENTO
                   MOVE REG-TRF-END-DESTINO TO WRK-LOCAL-MOV
                   PERFORM 0270-MOVER-ENDERECO
                   PERFORM 0329-ENTRAR-LOTE-TRANSFERIDO
                       VARYING WRK-LTR-IDX FROM 1 BY 1
                       UNTIL WRK-LTR-IDX > WRK-QTD-LTR
               ELSE
                   MOVE SPACES TO WRK-LINHA-ESTOQUE
                   STRING 'TRANSFERENCIA SEM SALDO NA ORIGEM '
                   AT END SET FIM-TRANSFERENCIAS TO TRUE
               END-READ.
      ******************************
      **** GUARDA O PRIMEIRO E O ULTIMO MOVIMENTO DO DIA (ENTRADA,
      **** REFERENCIA DO EMBARQUE OU TRANSFERENCIA) PARA A ORIGEM DO
      **** LANCAMENTO DE ESTOQUE NO RAZAO; AS DUAS PERNAS DA
      **** TRANSFERENCIA CONTAM COMO UM MOVIMENTO SO
      ******************************
           0255-REGISTRAR-ORIGEM.
               IF WRK-ORI-QTD-DOCS = 0
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
               END-IF.
               IF WRK-ORI-DOCUMENTO NOT = WRK-ORI-DOC-FINAL
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL
                   ADD 1 TO WRK-ORI-QTD-DOCS
               END-IF.
      ******************************
      **** VALORIZACAO PELO CUSTO MEDIO PONDERADO: ENTRADA COM CUSTO
      **** RECALCULA O MEDIO; ENTRADA SEM CUSTO (DEVOLUCAO) REENTRA
      **** PELO MEDIO ATUAL; BAIXA SAI PELO MEDIO ATUAL
                       - WRK-MOVIMENTO * REG-EST-CUSTO-MEDIO
               END-IF.
      ******************************
      **** LEVA O MOVIMENTO DO SALDO PARA OS ENDERECOS DO PRODUTO NO
      **** DEPOSITO (ENDMST): ENTRADA SOMA NO ENDERECO INFORMADO OU,
      **** EM BRANCO, NO PRIMEIRO ENDERECO JA CADASTRADO (PRODUTO
      **** SEM ENDERECO SAI NO RELATORIO PARA SER ENDERECADO); SAIDA
      **** TIRA DO ENDERECO INFORMADO E O QUE FALTAR DOS DEMAIS, NA
      **** ORDEM DE CAMINHADA
      ******************************
           0270-MOVER-ENDERECO.
               MOVE REG-EST-CODIGO TO WRK-CODIGO-END.
               IF WRK-MOVIMENTO > 0
                   IF WRK-LOCAL-MOV = SPACES
                       PERFORM 0271-PRIMEIRO-ENDERECO
                   END-IF
                   IF WRK-LOCAL-MOV = SPACES
                       ADD 1 TO WRK-TOTAL-SEM-ENDERECO
                       MOVE WRK-MOVIMENTO TO WRK-QTDE-END-ED
                       MOVE SPACES TO WRK-LINHA-ESTOQUE
                       STRING 'ENTRADA SEM ENDERECO ' DELIMITED BY SIZE
                              WRK-CODIGO-END DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WRK-DEPOSITO-MOV DELIMITED BY SIZE
                              ' QTDE ' DELIMITED BY SIZE
                              WRK-QTDE-END-ED DELIMITED BY SIZE
                              INTO WRK-LINHA-ESTOQUE
                       WRITE LINHA-ESTOQUE FROM WRK-LINHA-ESTOQUE
                   ELSE
                       PERFORM 0272-SOMAR-ENDERECO
                   END-IF
               ELSE
                   COMPUTE WRK-QTDE-ENDERECO = 0 - WRK-MOVIMENTO
                   IF WRK-LOCAL-MOV NOT = SPACES
                       PERFORM 0273-TIRAR-DO-INFORMADO
                   END-IF
                   IF WRK-QTDE-ENDERECO > 0
                       PERFORM 0274-TIRAR-NA-ORDEM
                   END-IF
               END-IF.
           0271-PRIMEIRO-ENDERECO.
               MOVE 'N' TO WRK-FIM-ENDERECOS.
               MOVE WRK-CODIGO-END   TO REG-END-CODIGO.
               MOVE WRK-DEPOSITO-MOV TO REG-END-DEPOSITO.
               MOVE LOW-VALUES TO REG-END-LOCAL.
               START ENDERECO-MASTER KEY NOT < REG-END-CHAVE
                   INVALID KEY SET FIM-ENDERECOS TO TRUE
               END-START.
               IF NOT FIM-ENDERECOS
                   PERFORM 0275-LER-PROXIMO-ENDERECO
               END-IF.
               IF NOT FIM-ENDERECOS
                   MOVE REG-END-LOCAL TO WRK-LOCAL-MOV
               END-IF.
           0272-SOMAR-ENDERECO.
               MOVE WRK-CODIGO-END   TO REG-END-CODIGO.
               MOVE WRK-DEPOSITO-MOV TO REG-END-DEPOSITO.
               MOVE WRK-LOCAL-MOV    TO REG-END-LOCAL.
               READ ENDERECO-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF ENDMST-OK
                   ADD WRK-MOVIMENTO TO REG-END-QTDE
                   REWRITE REG-ENDERECO
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   MOVE WRK-MOVIMENTO TO REG-END-QTDE
                   WRITE REG-ENDERECO
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF.
           0273-TIRAR-DO-INFORMADO.
               MOVE WRK-CODIGO-END   TO REG-END-CODIGO.
               MOVE WRK-DEPOSITO-MOV TO REG-END-DEPOSITO.
               MOVE WRK-LOCAL-MOV    TO REG-END-LOCAL.
               READ ENDERECO-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF ENDMST-OK
                   PERFORM 0277-TIRAR-QUANTIDADE
               END-IF.
           0274-TIRAR-NA-ORDEM.
               PERFORM 0271-PRIMEIRO-ENDERECO.
               PERFORM 0276-TIRAR-DO-ENDERECO
                   UNTIL FIM-ENDERECOS OR WRK-QTDE-ENDERECO = 0.
               IF WRK-QTDE-ENDERECO > 0
                   ADD 1 TO WRK-TOTAL-SEM-ENDERECO
                   MOVE WRK-QTDE-ENDERECO TO WRK-QTDE-END-ED
                   MOVE SPACES TO WRK-LINHA-ESTOQUE
                   STRING 'SAIDA SEM SALDO NOS ENDERECOS '
                              DELIMITED BY SIZE
                          WRK-CODIGO-END DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-DEPOSITO-MOV DELIMITED BY SIZE
                          ' QTDE ' DELIMITED BY SIZE
                          WRK-QTDE-END-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-ESTOQUE
                   WRITE LINHA-ESTOQUE FROM WRK-LINHA-ESTOQUE
               END-IF.
           0275-LER-PROXIMO-ENDERECO.
               READ ENDERECO-MASTER NEXT RECORD
                   AT END SET FIM-ENDERECOS TO TRUE
               END-READ.
               IF NOT ENDMST-OK
                   SET FIM-ENDERECOS TO TRUE
               END-IF.
               IF NOT FIM-ENDERECOS
                   IF REG-END-CODIGO NOT = WRK-CODIGO-END
                       OR REG-END-DEPOSITO NOT = WRK-DEPOSITO-MOV
                       SET FIM-ENDERECOS TO TRUE
                   END-IF
               END-IF.
           0276-TIRAR-DO-ENDERECO.
               PERFORM 0277-TIRAR-QUANTIDADE.
               PERFORM 0275-LER-PROXIMO-ENDERECO.
           0277-TIRAR-QUANTIDADE.
               IF REG-END-QTDE > 0
                   IF REG-END-QTDE < WRK-QTDE-ENDERECO
                       MOVE REG-END-QTDE TO WRK-QTDE-TIRADA
                   ELSE
                       MOVE WRK-QTDE-ENDERECO TO WRK-QTDE-TIRADA
                   END-IF
                   SUBTRACT WRK-QTDE-TIRADA FROM REG-END-QTDE
                   SUBTRACT WRK-QTDE-TIRADA FROM WRK-QTDE-ENDERECO
                   REWRITE REG-ENDERECO
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF.
      ******************************
      **** LEVA O MOVIMENTO DO SALDO PARA OS LOTES DO PRODUTO NO
      **** DEPOSITO (LOTMST, CHAVE CODIGO + DEPOSITO + VALIDADE +
      **** LOTE): ENTRADA COM LOTE SOMA NO LOTE (ENTRADA SEM LOTE E
      **** SALDO SEM RASTREIO, COMO ANTES); SAIDA TIRA DO LOTE
      **** INFORMADO E O QUE FALTAR DOS DEMAIS, NA ORDEM DE VALIDADE
      ******************************
           0320-MOVER-LOTE.
               MOVE REG-EST-CODIGO TO WRK-CODIGO-END.
      ********LOTE SEM VALIDADE VAI PARA O FIM DA FILA DE VALIDADE
               IF WRK-LOTE-MOV NOT = SPACES
                   AND WRK-VALIDADE-MOV = SPACES
                   MOVE '99999999' TO WRK-VALIDADE-MOV
               END-IF.
               IF WRK-MOVIMENTO > 0
                   IF WRK-LOTE-MOV NOT = SPACES
                       PERFORM 0321-SOMAR-LOTE
                   END-IF
               ELSE
                   COMPUTE WRK-QTDE-LOTE = 0 - WRK-MOVIMENTO
                   IF WRK-LOTE-MOV NOT = SPACES
                       PERFORM 0323-TIRAR-DO-LOTE-INFORMADO
                   END-IF
                   IF WRK-QTDE-LOTE > 0
                       PERFORM 0324-TIRAR-NA-VALIDADE
                   END-IF
               END-IF.
           0321-SOMAR-LOTE.
               MOVE WRK-CODIGO-END   TO REG-LOT-CODIGO.
               MOVE WRK-DEPOSITO-MOV TO REG-LOT-DEPOSITO.
               MOVE WRK-VALIDADE-MOV TO REG-LOT-VALIDADE.
               MOVE WRK-LOTE-MOV     TO REG-LOT-NUMERO.
               READ LOTE-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF LOTMST-OK
                   ADD WRK-MOVIMENTO TO REG-LOT-QTDE
                   REWRITE REG-LOTE
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   MOVE WRK-MOVIMENTO TO REG-LOT-QTDE
                   MOVE WRK-DATA-RUN  TO REG-LOT-DATA-ENTRADA
                   WRITE REG-LOTE
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF.
           0322-PRIMEIRO-LOTE.
               MOVE 'N' TO WRK-FIM-LOTES.
               MOVE WRK-CODIGO-END   TO REG-LOT-CODIGO.
               MOVE WRK-DEPOSITO-MOV TO REG-LOT-DEPOSITO.
               MOVE LOW-VALUES TO REG-LOT-VALIDADE REG-LOT-NUMERO.
               START LOTE-MASTER KEY NOT < REG-LOT-CHAVE
                   INVALID KEY SET FIM-LOTES TO TRUE
               END-START.
               IF NOT FIM-LOTES
                   PERFORM 0325-LER-PROXIMO-LOTE
               END-IF.
           0323-TIRAR-DO-LOTE-INFORMADO.
               MOVE WRK-CODIGO-END   TO REG-LOT-CODIGO.
               MOVE WRK-DEPOSITO-MOV TO REG-LOT-DEPOSITO.
               MOVE WRK-VALIDADE-MOV TO REG-LOT-VALIDADE.
               MOVE WRK-LOTE-MOV     TO REG-LOT-NUMERO.
               READ LOTE-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF LOTMST-OK
                   PERFORM 0327-TIRAR-QUANTIDADE-LOTE
               END-IF.
           0324-TIRAR-NA-VALIDADE.
               PERFORM 0322-PRIMEIRO-LOTE.
               PERFORM 0326-TIRAR-DO-LOTE
                   UNTIL FIM-LOTES OR WRK-QTDE-LOTE = 0.
               IF WRK-QTDE-LOTE > 0
                   ADD 1 TO WRK-TOTAL-SEM-LOTE
               END-IF.
           0325-LER-PROXIMO-LOTE.
               READ LOTE-MASTER NEXT RECORD
                   AT END SET FIM-LOTES TO TRUE
               END-READ.
               IF NOT LOTMST-OK
                   SET FIM-LOTES TO TRUE
               END-IF.
               IF NOT FIM-LOTES
                   IF REG-LOT-CODIGO NOT = WRK-CODIGO-END
                       OR REG-LOT-DEPOSITO NOT = WRK-DEPOSITO-MOV
                       SET FIM-LOTES TO TRUE
                   END-IF
               END-IF.
           0326-TIRAR-DO-LOTE.
               PERFORM 0327-TIRAR-QUANTIDADE-LOTE.
               PERFORM 0325-LER-PROXIMO-LOTE.
           0327-TIRAR-QUANTIDADE-LOTE.
               IF REG-LOT-QTDE > 0
                   IF REG-LOT-QTDE < WRK-QTDE-LOTE
                       MOVE REG-LOT-QTDE TO WRK-QTDE-TIRADA
                   ELSE
                       MOVE WRK-QTDE-LOTE TO WRK-QTDE-TIRADA
                   END-IF
                   SUBTRACT WRK-QTDE-TIRADA FROM REG-LOT-QTDE
                   SUBTRACT WRK-QTDE-TIRADA FROM WRK-QTDE-LOTE
                   REWRITE REG-LOTE
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF LOTE-EM-TRANSFERENCIA AND WRK-QTD-LTR < 50
                       ADD 1 TO WRK-QTD-LTR
                       MOVE REG-LOT-VALIDADE
                           TO TAB-LTR-VALIDADE (WRK-QTD-LTR)
                       MOVE REG-LOT-NUMERO
                           TO TAB-LTR-NUMERO (WRK-QTD-LTR)
                       MOVE WRK-QTDE-TIRADA
                           TO TAB-LTR-QTDE (WRK-QTD-LTR)
                   END-IF
               END-IF.
      ******************************
      **** PERNA DE DESTINO DA TRANSFERENCIA: CADA LOTE TIRADO DA
      **** ORIGEM ENTRA NO DESTINO COM A MESMA VALIDADE
      ******************************
           0329-ENTRAR-LOTE-TRANSFERIDO.
               MOVE TAB-LTR-VALIDADE (WRK-LTR-IDX) TO WRK-VALIDADE-MOV.
               MOVE TAB-LTR-NUMERO (WRK-LTR-IDX)   TO WRK-LOTE-MOV.
               MOVE TAB-LTR-QTDE (WRK-LTR-IDX)     TO WRK-MOVIMENTO.
               PERFORM 0321-SOMAR-LOTE.
      ******************************
      **** LIBERA A FILA DE BACKORDER NA ORDEM DE CHEGADA: PEDIDO
      **** QUE O SALDO NOVO COBRE SAI PARA O PEDLIB; O RESTO FICA NA
      **** FILA NOVA E SAI NO RELATORIO COM A IDADE EM DIAS
                   PERFORM 0360-AVALIAR-BACKORDER UNTIL FIM-BACKORDER
                   CLOSE BACKORDER-IN BACKORDER-OUT LIBERADOS-OUT
               END-IF.
      ******************************
      **** MONTA O PROXIMO PEDIDO DA FILA (CABECALHO + ITENS COM O
      **** MESMO NUMERO, OU A LINHA UNICA DO PEDIDO ANTIGO) E DECIDE
      **** O PEDIDO INTEIRO: OU TODOS OS ITENS TEM SALDO E ELE SAI
      **** PARA O PEDLIB, OU ELE FICA TODO NA FILA
      ******************************
           0360-AVALIAR-BACKORDER.
               MOVE ZEROS TO WRK-QTD-BKG.
               MOVE REG-BKI-DATA TO WRK-DATA-GRUPO.
               MOVE REG-BKI-PEDIDO TO WRK-PEDIDO-CAB.
               EVALUATE TRUE
                   WHEN PED-REG-ITEM
                       PERFORM 0361-DESCARTAR-ITEM-AVULSO
                   WHEN PED-REG-CABECALHO
                       MOVE WRK-CAB-NUMERO TO WRK-NUMERO-GRUPO
                       MOVE WRK-CAB-CPF    TO WRK-CPF-GRUPO
                       MOVE WRK-CAB-UF     TO WRK-UF-GRUPO
                       ADD 1 TO WRK-QTD-BKG
                       MOVE ZEROS TO TAB-BKG-CODIGO (1)
                                     TAB-BKG-QTDE (1)
                       MOVE REG-BKI-PEDIDO TO TAB-BKG-LINHA (1)
                       READ BACKORDER-IN
                           AT END SET FIM-BACKORDER TO TRUE
                       END-READ
                       PERFORM 0362-ACUMULAR-ITEM-BKO
                           UNTIL FIM-BACKORDER
                              OR REG-BKI-PEDIDO (1:1) NOT = 'I'
                              OR REG-BKI-PEDIDO (2:10)
                                 NOT = WRK-NUMERO-GRUPO
                       PERFORM 0363-DECIDIR-PEDIDO
                   WHEN OTHER
                       MOVE SPACES TO WRK-NUMERO-GRUPO
                       MOVE REG-BKI-PEDIDO (1:11) TO WRK-CPF-GRUPO
                       MOVE REG-BKI-PEDIDO (47:2) TO WRK-UF-GRUPO
                       ADD 1 TO WRK-QTD-BKG
                       IF REG-BKI-PEDIDO (58:6) IS NUMERIC
                           MOVE REG-BKI-PEDIDO (58:6)
                               TO TAB-BKG-CODIGO (1)
                       ELSE
                           MOVE ZEROS TO TAB-BKG-CODIGO (1)
                       END-IF
                       MOVE 1 TO TAB-BKG-QTDE (1)
                       MOVE REG-BKI-PEDIDO TO TAB-BKG-LINHA (1)
                       READ BACKORDER-IN
                           AT END SET FIM-BACKORDER TO TRUE
                       END-READ
                       PERFORM 0363-DECIDIR-PEDIDO
               END-EVALUATE.
      ******************************
      **** ITEM NA FILA SEM O CABECALHO NA FRENTE NAO TEM COMO SER
      **** LIBERADO: SAI DA FILA E FICA SO NO RELATORIO
      ******************************
           0361-DESCARTAR-ITEM-AVULSO.
               ADD 1 TO WRK-TOTAL-ITENS-AVULSOS.
               MOVE SPACES TO WRK-LINHA-ESTOQUE.
               STRING 'DESCARTADO ITEM SEM CABECALHO PEDIDO '
                          DELIMITED BY SIZE
                      WRK-ITE-NUMERO DELIMITED BY SIZE
                      INTO WRK-LINHA-ESTOQUE.
               WRITE LINHA-ESTOQUE FROM WRK-LINHA-ESTOQUE.
               READ BACKORDER-IN
                   AT END SET FIM-BACKORDER TO TRUE
               END-READ.
           0362-ACUMULAR-ITEM-BKO.
               IF WRK-QTD-BKG < 51
                   ADD 1 TO WRK-QTD-BKG
                   MOVE REG-BKI-PEDIDO TO WRK-PEDIDO-CAB
                   MOVE REG-BKI-PEDIDO TO TAB-BKG-LINHA (WRK-QTD-BKG)
                   IF WRK-ITE-CODIGO IS NUMERIC
                       AND WRK-ITE-QTDE IS NUMERIC
                       MOVE WRK-ITE-CODIGO
                           TO TAB-BKG-CODIGO (WRK-QTD-BKG)
                       MOVE WRK-ITE-QTDE TO TAB-BKG-QTDE (WRK-QTD-BKG)
                   ELSE
                       MOVE ZEROS TO TAB-BKG-CODIGO (WRK-QTD-BKG)
                                     TAB-BKG-QTDE (WRK-QTD-BKG)
                   END-IF
               END-IF.
               READ BACKORDER-IN
                   AT END SET FIM-BACKORDER TO TRUE
               END-READ.
           0363-DECIDIR-PEDIDO.
               MOVE 'D1' TO WRK-DEPOSITO-MOV.
               IF WRK-QTD-ROT > 0
                   SET TAB-ROT-IDX TO 1
                   SEARCH TAB-ROT
                       AT END CONTINUE
                       WHEN TAB-ROT-UF (TAB-ROT-IDX) = WRK-UF-GRUPO
                           MOVE TAB-ROT-DEPOSITO (TAB-ROT-IDX)
                               TO WRK-DEPOSITO-MOV
                   END-SEARCH
               END-IF.
               MOVE 'S' TO WRK-GRUPO-SITUACAO.
               PERFORM 0364-CONFERIR-ITEM-BKO
                   VARYING WRK-BKG-IDX FROM 1 BY 1
                   UNTIL WRK-BKG-IDX > WRK-QTD-BKG.
               IF GRUPO-COBERTO
                   ADD 1 TO WRK-TOTAL-LIBERADOS
                   PERFORM 0366-LIBERAR-LINHA
                       VARYING WRK-BKG-IDX FROM 1 BY 1
                       UNTIL WRK-BKG-IDX > WRK-QTD-BKG
                   MOVE SPACES TO WRK-LINHA-ESTOQUE
                   STRING 'LIBERADO  PEDIDO ' DELIMITED BY SIZE
                          WRK-NUMERO-GRUPO DELIMITED BY SIZE
                          ' PRODUTO ' DELIMITED BY SIZE
                          WRK-CODIGO-BKO DELIMITED BY SIZE
                          ' CPF ' DELIMITED BY SIZE
                          WRK-CPF-GRUPO DELIMITED BY SIZE
                          INTO WRK-LINHA-ESTOQUE
                   WRITE LINHA-ESTOQUE FROM WRK-LINHA-ESTOQUE
               ELSE
                   ADD 1 TO WRK-TOTAL-NA-FILA
                   PERFORM 0367-MANTER-LINHA
                       VARYING WRK-BKG-IDX FROM 1 BY 1
                       UNTIL WRK-BKG-IDX > WRK-QTD-BKG
                   PERFORM 0375-CALCULAR-IDADE
                   MOVE WRK-IDADE-DIAS TO WRK-IDADE-ED
                   MOVE SPACES TO WRK-LINHA-ESTOQUE
                   STRING 'NA FILA   PEDIDO ' DELIMITED BY SIZE
                          WRK-NUMERO-GRUPO DELIMITED BY SIZE
                          ' PRODUTO ' DELIMITED BY SIZE
                          WRK-CODIGO-BKO DELIMITED BY SIZE
                          ' CPF ' DELIMITED BY SIZE
                          WRK-CPF-GRUPO DELIMITED BY SIZE
                          ' IDADE ' DELIMITED BY SIZE
                          WRK-IDADE-ED DELIMITED BY SIZE
                          ' DIAS' DELIMITED BY SIZE
                          INTO WRK-LINHA-ESTOQUE
                   WRITE LINHA-ESTOQUE FROM WRK-LINHA-ESTOQUE
               END-IF.
      ******************************
      **** UM ITEM SEM SALDO PARA A QUANTIDADE SEGURA O PEDIDO; O
      **** CODIGO DO PRIMEIRO ITEM EM FALTA VAI PARA O RELATORIO
      ******************************
           0364-CONFERIR-ITEM-BKO.
               IF GRUPO-COBERTO AND TAB-BKG-QTDE (WRK-BKG-IDX) > 0
                   MOVE TAB-BKG-CODIGO (WRK-BKG-IDX)
                       TO WRK-KIT-PROCURADO
                   PERFORM 0119-PROCURAR-KIT
                   IF ITEM-E-KIT
                       PERFORM 0364A-CONFERIR-COMPONENTE
                           VARYING WRK-KIT-IDX FROM 1 BY 1
                           UNTIL WRK-KIT-IDX > WRK-QTD-KIT
                   ELSE
                       MOVE TAB-BKG-CODIGO (WRK-BKG-IDX)
                           TO WRK-CODIGO-BKO
                       PERFORM 0365-DISPONIVEL-DO-PRODUTO
                       IF WRK-DISPONIVEL < TAB-BKG-QTDE (WRK-BKG-IDX)
                           MOVE 'N' TO WRK-GRUPO-SITUACAO
                       END-IF
                   END-IF
               END-IF.
      ********COMPONENTE DO KIT: QUANTIDADE DO ITEM X QUANTIDADE DO
      ********COMPONENTE NO KIT
           0364A-CONFERIR-COMPONENTE.
               IF GRUPO-COBERTO
                   AND TAB-KIT-CODIGO (WRK-KIT-IDX) = WRK-KIT-PROCURADO
                   MOVE TAB-KIT-COMPONENTE (WRK-KIT-IDX)
                       TO WRK-CODIGO-BKO
                   COMPUTE WRK-QTDE-COMPONENTE =
                       TAB-BKG-QTDE (WRK-BKG-IDX)
                       * TAB-KIT-QTDE (WRK-KIT-IDX)
                   PERFORM 0365-DISPONIVEL-DO-PRODUTO
                   IF WRK-DISPONIVEL < WRK-QTDE-COMPONENTE
                       MOVE 'N' TO WRK-GRUPO-SITUACAO
                   END-IF
               END-IF.
           0366-LIBERAR-LINHA.
               WRITE REG-PEDIDO-LIB FROM TAB-BKG-LINHA (WRK-BKG-IDX).
               IF TAB-BKG-QTDE (WRK-BKG-IDX) > 0
                   MOVE TAB-BKG-CODIGO (WRK-BKG-IDX)
                       TO WRK-KIT-PROCURADO
                   PERFORM 0119-PROCURAR-KIT
                   IF ITEM-E-KIT
                       PERFORM 0366A-LIBERAR-COMPONENTE
                           VARYING WRK-KIT-IDX FROM 1 BY 1
                           UNTIL WRK-KIT-IDX > WRK-QTD-KIT
                   ELSE
                       MOVE TAB-BKG-CODIGO (WRK-BKG-IDX)
                           TO WRK-CODIGO-BKO
                       MOVE TAB-BKG-QTDE (WRK-BKG-IDX) TO WRK-QTDE-BKO
                       PERFORM 0370-SOMAR-LIBERACAO
                   END-IF
               END-IF.
           0366A-LIBERAR-COMPONENTE.
               IF TAB-KIT-CODIGO (WRK-KIT-IDX) = WRK-KIT-PROCURADO
                   MOVE TAB-KIT-COMPONENTE (WRK-KIT-IDX)
                       TO WRK-CODIGO-BKO
                   COMPUTE WRK-QTDE-BKO =
                       TAB-BKG-QTDE (WRK-BKG-IDX)
                       * TAB-KIT-QTDE (WRK-KIT-IDX)
                   PERFORM 0370-SOMAR-LIBERACAO
               END-IF.
           0367-MANTER-LINHA.
               MOVE SPACES TO REG-BACKORDER-OUT.
               MOVE TAB-BKG-LINHA (WRK-BKG-IDX)
                   TO REG-BACKORDER-OUT (1:80).
               MOVE WRK-DATA-GRUPO TO REG-BACKORDER-OUT (83:8).
               WRITE REG-BACKORDER-OUT.
      ******************************
      **** SALDO ATUAL DO PRODUTO MENOS O QUE ESTE RUN JA LIBEROU
      ******************************
                       AT END PERFORM 0372-CRIAR-LIBERACAO
                       WHEN TAB-LIB-CODIGO (TAB-LIB-IDX)
                           = WRK-CODIGO-BKO
                           ADD WRK-QTDE-BKO
                               TO TAB-LIB-QTDE (TAB-LIB-IDX)
                   END-SEARCH
               END-IF.
           0372-CRIAR-LIBERACAO.
                   ADD 1 TO WRK-QTD-LIB
                   MOVE WRK-CODIGO-BKO
                       TO TAB-LIB-CODIGO (WRK-QTD-LIB)
                   MOVE WRK-QTDE-BKO TO TAB-LIB-QTDE (WRK-QTD-LIB)
               END-IF.
      ******************************
      **** IDADE DO BACKORDER EM DIAS PELO CRITERIO COMERCIAL 30/360
      ******************************
           0375-CALCULAR-IDADE.
               MOVE ZEROS TO WRK-IDADE-DIAS.
               IF WRK-DATA-GRUPO IS NUMERIC
                   MOVE WRK-DATA-GRUPO TO WRK-DATA-BKO
                   COMPUTE WRK-IDADE-DIAS =
                       ((WRK-RUN-ANO - WRK-BKO-ANO) * 360) +
                       ((WRK-RUN-MES - WRK-BKO-MES) * 30) +
               DISPLAY '********************'.
               DISPLAY 'ENTRADAS APLICADAS   : ' WRK-TOTAL-ENTRADAS.
               DISPLAY 'BAIXAS POR PEDIDO    : ' WRK-TOTAL-BAIXAS.
               DISPLAY 'ITENS BAIXADOS       : '
                   WRK-TOTAL-ITENS-BAIXADOS.
               DISPLAY 'PRODUTOS P/REPOSICAO : ' WRK-TOTAL-REPOSICAO.
               DISPLAY 'BACKORDERS LIBERADOS : ' WRK-TOTAL-LIBERADOS.
               DISPLAY 'BACKORDERS NA FILA   : ' WRK-TOTAL-NA-FILA.
               DISPLAY 'ITENS SEM CABECALHO  : '
                   WRK-TOTAL-ITENS-AVULSOS.
               DISPLAY 'TRANSFERENCIAS       : ' WRK-TOTAL-TRANSFER.
               DISPLAY 'MOVIM. SEM ENDERECO  : '
                   WRK-TOTAL-SEM-ENDERECO.
               DISPLAY 'SAIDAS SEM LOTE      : ' WRK-TOTAL-SEM-LOTE.
               CLOSE ENTRADAS-IN EMBARQUES-IN ESTOQUE-MASTER
                     ENDERECO-MASTER LOTE-MASTER RELATORIO-ESTOQUE.
               IF TRANSFER-OK OR WRK-TOTAL-TRANSFER > 0
                   CLOSE TRANSFERENCIAS-IN
               END-IF.
               IF EMBITEM-FOI-ABERTO
                   CLOSE ITENS-EMBARQUE
               END-IF.
               PERFORM 0550-GRAVAR-LANCAMENTO.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
                   COMPUTE REG-LCI-VALOR ROUNDED = WRK-VALOR-LIQUIDO
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FRT' TO REG-LCI-CCUSTO
                   MOVE 'PROGCOB20' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   CLOSE LANCAMENTOS-INT
               END-IF.
