           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGREP.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: PONTO DE REPOSICAO PELA DEMANDA E PEDIDO DE
      *     COMPRA DE PRODUTO ACABADO, MENSAL -- O PONTO DE REPOSICAO
      *     DO ESTQMST ERA UM NUMERO DIGITADO HA ANOS E O RELATORIO
      *     DE REPOSICAO DO PROGCOB20 SO LISTA; O PROGCOB39 SO COMPRA
      *     MATERIAL. PARA CADA PRODUTO + DEPOSITO DO ESTQMST TIRA DAS
      *     SAIDAS (ITENS DE EMBARQUE EMBITEM, DATA NA FRENTE DA
      *     REFERENCIA) O CONSUMO MEDIO DIARIO DA JANELA DE DIAS DO
      *     PARMSUITE, ACHA O FORNECEDOR DO PRODUTO NO CADASTRO
      *     PRODUTO X FORNECEDOR (PRDFORN, MANTIDO PELAS COMPRAS; O
      *     PRIMEIRO DA LISTA VALE) E O PRAZO DE ENTREGA DELE NO
      *     FORNMST, E RECALCULA:
      *       PONTO = CONSUMO MEDIO DIARIO X PRAZO X FATOR
      *       LOTE  = CONSUMO MEDIO DIARIO X DIAS DE COBERTURA
      *     O PONTO NOVO E REGRAVADO NO ESTQMST (O RELATORIO DE
      *     REPOSICAO DO PROGCOB20 PASSA A USAR ESTE VALOR). QUANDO O
      *     SALDO MAIS O QUE JA ESTA PEDIDO EM ABERTO NO PEDCOMP FICA
      *     ABAIXO DO PONTO, GRAVA A LINHA DE PEDIDO DE COMPRA DO
      *     PRODUTO NO PEDCOMP (LAYOUT CPYPEDC, STATUS A, PREVISTA =
      *     EMISSAO + PRAZO, VALOR PELO CUSTO MEDIO) COM A QUANTIDADE
      *     QUE LEVA O DISPONIVEL AO PONTO MAIS UM LOTE; O RECEBIMENTO
      *     (PROGCOB52) E A CONFERENCIA DE FATURA (PROGCOB53) CASAM A
      *     LINHA COMO FAZEM COM A DE MATERIAL. PRODUTO SEM FORNECEDOR
      *     TEM O PONTO CALCULADO COM O PRAZO PADRAO DE 30 DIAS E, SE
      *     PRECISAR DE COMPRA, SAI NO RELATORIO SEM PEDIDO (RC 4);
      *     PRODUTO INATIVO NO PRDMST NAO E PEDIDO
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O FD DO FORNMST GANHOU CNPJ, DADOS BANCARIOS E SITUACAO,
      *     MANTIDOS PELO NOVO PROGFOR; PRODUTO CUJO FORNECEDOR ESTA
      *     BLOQUEADO NAO E PEDIDO (RC 4, COMO O PRODUTO SEM FORNECEDOR)
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETROS-IN ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT DATA-PORTAO ASSIGN TO GATEDATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-GATE-STATUS.
               SELECT ESTOQUE-MASTER ASSIGN TO ESTQMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EST-CHAVE
                   FILE STATUS IS WRK-ESTQMST-STATUS.
               SELECT PRODUTO-MASTER ASSIGN TO PRDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRD-CODIGO
                   FILE STATUS IS WRK-PRDMST-STATUS.
               SELECT ITENS-EMBARQUE ASSIGN TO EMBITEM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-EMBITEM-STATUS.
               SELECT FORNECEDOR-MASTER ASSIGN TO FORNMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FORNMST-STATUS.
               SELECT PRODUTO-FORNECEDOR ASSIGN TO PRDFORN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRDFORN-STATUS.
               SELECT PEDIDOS-COMPRA ASSIGN TO PEDCOMP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PEDCOMP-STATUS.
               SELECT RELATORIO-REP ASSIGN TO REPRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LCK-STATUS.
               SELECT SENHA-TRAVA ASSIGN TO LCKPASS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PASS-STATUS.
               SELECT ESTADO-RUN ASSIGN TO RUNSTAT
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
           FD  PARAMETROS-IN.
           01  REG-PARM-IN.
               02 REG-PARM-NOTA-APROVACAO   PIC 9(02).
               02 REG-PARM-NOTA-RECUP       PIC 9(02).
               02 REG-PARM-NIVEL-ADMIN      PIC 9(02).
               02 REG-PARM-NIVEL-SUPERVISOR PIC 9(02).
               02 REG-PARM-NIVEL-USUARIO    PIC 9(02).
               02 REG-PARM-NIVEL-CONVIDADO  PIC 9(02).
               02 REG-PARM-CSV-ATIVO        PIC X(01).
               02 REG-PARM-LIMITE-ALERTA    PIC S9(07)
                                             SIGN IS LEADING SEPARATE.
               02 REG-PARM-TOLERANCIA-CONC  PIC 9(03)V99.
               02 REG-PARM-FREQ-MINIMA      PIC 9(03).
               02 REG-PARM-QTD-BOLSAS       PIC 9(03).
               02 REG-PARM-RETENCAO-MESES   PIC 9(03).
               02 REG-PARM-DIAS-DORMENTE    PIC 9(03).
               02 REG-PARM-DIAS-CAMBIO     PIC 9(03).
               02 REG-PARM-CAMBIO-RIGIDO   PIC X(01).
               02 REG-PARM-PERC-PERDA      PIC 9(02).
               02 REG-PARM-RETENCAO-TRILHA PIC 9(03).
               02 REG-PARM-RC-PCT-REJ      PIC 9(03).
               02 REG-PARM-DIAS-PAGTO      PIC 9(03).
               02 REG-PARM-PERC-ORCAMENTO  PIC 9(03).
               02 REG-PARM-TOLER-PAGTO     PIC 9(03)V99.
               02 REG-PARM-DIAS-NEGATIV    PIC 9(03).
               02 REG-PARM-DIAS-PERDA      PIC 9(04).
               02 REG-PARM-MARGEM-FREQ     PIC 9(02).
               02 REG-PARM-PCT-SLA         PIC 9(03).
               02 REG-PARM-GERACOES-BKP    PIC 9(02).
               02 REG-PARM-DIAS-OBSOLETO   PIC 9(04).
               02 REG-PARM-DIAS-CONSUMO    PIC 9(03).
               02 REG-PARM-FATOR-SEGURANCA PIC 9(01)V99.
               02 REG-PARM-DIAS-COBERTURA  PIC 9(03).
           FD  DATA-PORTAO.
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
           FD  ESTOQUE-MASTER.
           01  REG-ESTOQUE.
               02 REG-EST-CHAVE.
                   03 REG-EST-CODIGO   PIC 9(06).
                   03 REG-EST-DEPOSITO PIC X(02).
               02 REG-EST-SALDO       PIC S9(07)
                                       SIGN IS LEADING SEPARATE.
               02 REG-EST-PONTO-REPOS PIC 9(05).
               02 REG-EST-CUSTO-MEDIO PIC 9(07)V99.
           FD  PRODUTO-MASTER.
           01  REG-PRODUTO.
               02 REG-PRD-CODIGO    PIC 9(06).
               02 REG-PRD-DESCRICAO PIC X(30).
               02 REG-PRD-PESO      PIC 9(05)V99.
               02 REG-PRD-VALOR     PIC 9(07)V99.
               02 REG-PRD-SITUACAO  PIC X(01).
                   88 PRD-INATIVO   VALUE 'I'.
               02 REG-PRD-NCM       PIC X(08).
           FD  ITENS-EMBARQUE.
           01  LINHA-ITEM-EMBARQUE PIC X(100).
           FD  FORNECEDOR-MASTER.
           01  REG-FORNECEDOR.
               02 REG-FOR-CODIGO    PIC X(04).
               02 REG-FOR-NOME      PIC X(30).
               02 REG-FOR-MATERIAIS PIC X(10).
               02 REG-FOR-PRAZO     PIC 9(03).
               02 REG-FOR-CNPJ      PIC X(14).
               02 REG-FOR-BANCO     PIC X(03).
               02 REG-FOR-AGENCIA   PIC X(05).
               02 REG-FOR-CONTA     PIC X(12).
               02 REG-FOR-SITUACAO  PIC X(01).
                   88 FOR-BLOQUEADO VALUE 'B'.
           FD  PRODUTO-FORNECEDOR.
           01  REG-PRODUTO-FORNECEDOR.
               02 REG-PFO-PRODUTO    PIC X(06).
               02 REG-PFO-FORNECEDOR PIC X(04).
           FD  PEDIDOS-COMPRA.
           01  LINHA-PEDIDO-COMPRA PIC X(100).
           FD  RELATORIO-REP.
           01  LINHA-REP PIC X(120).
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYPARM.
           COPY CPYEMBIT.
           COPY CPYPEDC.
           COPY CPYCTRL.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-GATE-STATUS PIC X(02) VALUE '00'.
               88 GATE-OK VALUE '00'.
           77 WRK-ESTQMST-STATUS PIC X(02) VALUE '00'.
               88 ESTQMST-OK VALUE '00'.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 PRDMST-OK VALUE '00'.
           77 WRK-EMBITEM-STATUS PIC X(02) VALUE '00'.
               88 EMBITEM-OK VALUE '00'.
           77 WRK-FORNMST-STATUS PIC X(02) VALUE '00'.
               88 FORNMST-OK VALUE '00'.
           77 WRK-PRDFORN-STATUS PIC X(02) VALUE '00'.
               88 PRDFORN-OK VALUE '00'.
           77 WRK-PEDCOMP-STATUS PIC X(02) VALUE '00'.
               88 PEDCOMP-OK VALUE '00'.
               88 PEDCOMP-NAO-EXISTE VALUE '35'.
           77 WRK-PRDMST-ABERTO PIC X(01) VALUE 'N'.
               88 PRDMST-FOI-ABERTO VALUE 'S'.
           77 WRK-FIM-ESTOQUE PIC X(01) VALUE 'N'.
               88 FIM-ESTOQUE VALUE 'S'.
           77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
               88 FIM-ITENS-EMBARQUE VALUE 'S'.
           77 WRK-FIM-FORNECEDORES PIC X(01) VALUE 'N'.
               88 FIM-FORNECEDORES VALUE 'S'.
           77 WRK-FIM-PRODUTO-FORN PIC X(01) VALUE 'N'.
               88 FIM-PRODUTO-FORN VALUE 'S'.
           77 WRK-FIM-PEDIDOS PIC X(01) VALUE 'N'.
               88 FIM-PEDIDOS VALUE 'S'.
           01 WRK-DATA-RUN.
               02 WRK-RUN-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-RUN-MES PIC 9(02) VALUE ZEROS.
               02 WRK-RUN-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-RUN-X REDEFINES WRK-DATA-RUN PIC X(08).
           01 WRK-DATA-ITEM.
               02 WRK-ITM-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-ITM-MES PIC 9(02) VALUE ZEROS.
               02 WRK-ITM-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-ITEM-X REDEFINES WRK-DATA-ITEM PIC X(08).
           77 WRK-DIAS-CALC PIC S9(07) VALUE ZEROS COMP-3.
           01 WRK-PRODUTO-X PIC X(06) VALUE SPACES.
           01 WRK-PRODUTO-N REDEFINES WRK-PRODUTO-X PIC 9(06).
      ******************************
      **** PRODUTO + DEPOSITO DO ESTQMST, NA ORDEM DA CHAVE, COM AS
      **** SAIDAS DA JANELA E O QUE JA ESTA PEDIDO EM ABERTO
      ******************************
           77 WRK-QTD-EST PIC 9(04) VALUE ZEROS.
           01 TAB-ESTOQUE.
               02 TAB-EST OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-EST
                  INDEXED BY TAB-EST-IDX.
                   03 TAB-EST-CODIGO    PIC 9(06).
                   03 TAB-EST-DEPOSITO  PIC X(02).
                   03 TAB-EST-QTD-SAIDA PIC 9(09) COMP-3.
                   03 TAB-EST-ABERTO    PIC 9(09)V99 COMP-3.
           77 WRK-EST-IDX PIC 9(04) VALUE ZEROS.
      ******************************
      **** CADASTRO DE FORNECEDORES (PRAZO DE ENTREGA) E A LISTA
      **** PRODUTO X FORNECEDOR EM MEMORIA
      ******************************
           77 WRK-QTD-FORN PIC 9(03) VALUE ZEROS.
           01 TAB-FORNECEDORES.
               02 TAB-FOR OCCURS 1 TO 100 TIMES
                  DEPENDING ON WRK-QTD-FORN
                  INDEXED BY TAB-FOR-IDX.
                   03 TAB-FOR-CODIGO PIC X(04).
                   03 TAB-FOR-PRAZO  PIC 9(03).
                   03 TAB-FOR-SITUACAO PIC X(01).
           77 WRK-QTD-PFO PIC 9(04) VALUE ZEROS.
           01 TAB-PRODUTO-FORNECEDOR.
               02 TAB-PFO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-PFO
                  INDEXED BY TAB-PFO-IDX.
                   03 TAB-PFO-PRODUTO    PIC X(06).
                   03 TAB-PFO-FORNECEDOR PIC X(04).
           77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 30.
           77 WRK-FORNECEDOR   PIC X(04) VALUE SPACES.
           77 WRK-PRAZO        PIC 9(03) VALUE ZEROS.
           77 WRK-TEM-FORN PIC X(01) VALUE 'N'.
               88 TEM-FORNECEDOR VALUE 'S'.
           77 WRK-FORN-SITUACAO PIC X(01) VALUE SPACES.
               88 FORNECEDOR-BLOQUEADO VALUE 'B'.
           77 WRK-PONTO-ANTERIOR PIC 9(05) VALUE ZEROS.
           77 WRK-PONTO-CALC  PIC 9(09) VALUE ZEROS COMP-3.
           77 WRK-LOTE-CALC   PIC 9(09) VALUE ZEROS COMP-3.
           77 WRK-MEDIA-DIA   PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-DISPONIVEL  PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-QTDE-PEDIR  PIC 9(09) VALUE ZEROS COMP-3.
           77 WRK-VALOR-PEDIDO PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-ABERTO      PIC S9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-OBSERVACAO  PIC X(22) VALUE SPACES.
      ******************************
      **** DATA PREVISTA DE ENTREGA (EMISSAO + PRAZO DO FORNECEDOR),
      **** MESMA TABELA DE DIAS POR MES E REGRA DE BISSEXTO DO
      **** PROGCOB39
      ******************************
           01 WRK-DATA-CALC.
               02 WRK-CALC-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-CALC-MES PIC 9(02) VALUE ZEROS.
               02 WRK-CALC-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DIAS-POR-MES-LIT.
               02 FILLER PIC 9(02) VALUE 31.
               02 FILLER PIC 9(02) VALUE 28.
               02 FILLER PIC 9(02) VALUE 31.
               02 FILLER PIC 9(02) VALUE 30.
               02 FILLER PIC 9(02) VALUE 31.
               02 FILLER PIC 9(02) VALUE 30.
               02 FILLER PIC 9(02) VALUE 31.
               02 FILLER PIC 9(02) VALUE 31.
               02 FILLER PIC 9(02) VALUE 30.
               02 FILLER PIC 9(02) VALUE 31.
               02 FILLER PIC 9(02) VALUE 30.
               02 FILLER PIC 9(02) VALUE 31.
           01 TAB-DIAS-POR-MES REDEFINES WRK-DIAS-POR-MES-LIT.
               02 TAB-DIAS-MES OCCURS 12 TIMES PIC 9(02).
           77 WRK-DIAS-CORRIDOS PIC 9(05) VALUE ZEROS.
           77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROS.
           77 WRK-RESTO-4     PIC 9(02) VALUE ZEROS.
           77 WRK-RESTO-100   PIC 9(02) VALUE ZEROS.
           77 WRK-RESTO-400   PIC 9(03) VALUE ZEROS.
           77 WRK-DUMMY-DIV   PIC 9(04) VALUE ZEROS.
           77 WRK-DATA-PREVISTA PIC X(08) VALUE SPACES.
           77 WRK-DESCRICAO    PIC X(25) VALUE SPACES.
           77 WRK-PRAZO-ED     PIC ZZ9 VALUE ZEROS.
           77 WRK-MEDIA-ED     PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PONTO-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-PONTO-ANT-ED PIC ZZZZ9 VALUE ZEROS.
           77 WRK-SALDO-ED     PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-ABERTO-ED    PIC ZZZZZZZZ9 VALUE ZEROS.
           77 WRK-PEDIR-ED     PIC ZZZZZZZZ9 VALUE ZEROS.
           77 WRK-FATOR-ED     PIC 9,99 VALUE ZEROS.
           77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-REP    PIC X(120) VALUE SPACES.
           77 WRK-TOTAL-ESTOQUE-LIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ITENS-LIDOS   PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-RECALCULADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PEDIDOS       PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-FORN      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FORN-BLOQ     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-INATIVOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FORA-TABELA   PIC 9(05) VALUE ZEROS.
           77 WRK-TOTAL-VALOR-PEDIDOS PIC 9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-CARREGAR-ESTOQUE.
               PERFORM 0300-APURAR-CONSUMO.
               PERFORM 0400-APURAR-PEDIDOS-ABERTOS.
               PERFORM 0500-RECALCULAR-PONTOS.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA A JANELA DE CONSUMO, O FATOR DE SEGURANCA E OS
      **** DIAS DE COBERTURA DO PARMSUITE, SE EXISTIR; DO CONTRARIO
      **** VALEM OS DEFAULTS DO CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 0060-APLICAR-PARAMETROS
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
           0060-APLICAR-PARAMETROS.
               IF REG-PARM-DIAS-CONSUMO IS NUMERIC
                   AND REG-PARM-DIAS-CONSUMO > 0
                   MOVE REG-PARM-DIAS-CONSUMO TO WRK-PARM-DIAS-CONSUMO
               END-IF.
               IF REG-PARM-FATOR-SEGURANCA IS NUMERIC
                   AND REG-PARM-FATOR-SEGURANCA > 0
                   MOVE REG-PARM-FATOR-SEGURANCA
                       TO WRK-PARM-FATOR-SEGURANCA
               END-IF.
               IF REG-PARM-DIAS-COBERTURA IS NUMERIC
                   MOVE REG-PARM-DIAS-COBERTURA
                       TO WRK-PARM-DIAS-COBERTURA
               END-IF.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               PERFORM 0110-LER-DATA-NEGOCIO.
               PERFORM 0120-CARREGAR-FORNECEDORES.
               PERFORM 0130-CARREGAR-PRODUTO-FORN.
               OPEN INPUT PRODUTO-MASTER.
               IF PRDMST-OK
                   SET PRDMST-FOI-ABERTO TO TRUE
               END-IF.
               OPEN OUTPUT RELATORIO-REP.
               MOVE SPACES TO WRK-LINHA-REP.
               STRING 'PONTO DE REPOSICAO E PEDIDO DE PRODUTO ACABADO'
                          DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-RUN-DIA DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-RUN-MES DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-RUN-ANO DELIMITED BY SIZE
                      INTO WRK-LINHA-REP.
               WRITE LINHA-REP FROM WRK-LINHA-REP.
               MOVE WRK-PARM-DIAS-CONSUMO TO WRK-PRAZO-ED.
               MOVE WRK-PARM-FATOR-SEGURANCA TO WRK-FATOR-ED.
               MOVE WRK-PARM-DIAS-COBERTURA TO WRK-PONTO-ED.
               MOVE SPACES TO WRK-LINHA-REP.
               STRING 'CONSUMO DOS ULTIMOS ' DELIMITED BY SIZE
                      WRK-PRAZO-ED DELIMITED BY SIZE
                      ' DIAS  FATOR DE SEGURANCA ' DELIMITED BY SIZE
                      WRK-FATOR-ED DELIMITED BY SIZE
                      '  COBERTURA DO LOTE ' DELIMITED BY SIZE
                      WRK-PONTO-ED DELIMITED BY SIZE
                      ' DIAS' DELIMITED BY SIZE
                      INTO WRK-LINHA-REP.
               WRITE LINHA-REP FROM WRK-LINHA-REP.
               MOVE SPACES TO LINHA-REP.
               WRITE LINHA-REP.
               MOVE 'CODIGO DP DESCRICAO                 FORN PRZ'
                   TO LINHA-REP.
               MOVE '  MEDIA/DIA PT.ANT PT.NOV    SALDO    ABERTO'
                   TO LINHA-REP (45:44).
               MOVE '    PEDIDO OBSERVACAO' TO LINHA-REP (89:21).
               WRITE LINHA-REP.
      ******************************
      **** A DATA DE MOVIMENTO E A QUE O PORTEIRO LIBEROU
      **** (GATEDATE); SEM O ARQUIVO VALE O RELOGIO DA MAQUINA
      ******************************
           0110-LER-DATA-NEGOCIO.
               OPEN INPUT DATA-PORTAO.
               IF GATE-OK
                   READ DATA-PORTAO
                       AT END CONTINUE
                       NOT AT END
                           IF REG-GAT-ULTIMA-DATA IS NUMERIC
                               MOVE REG-GAT-ULTIMA-DATA
                                   TO WRK-DATA-RUN
                           END-IF
                   END-READ
                   CLOSE DATA-PORTAO
               END-IF.
      ******************************
      **** CADASTRO DE FORNECEDORES EM MEMORIA (PRAZO DE ENTREGA)
      ******************************
           0120-CARREGAR-FORNECEDORES.
               OPEN INPUT FORNECEDOR-MASTER.
               IF FORNMST-OK
                   READ FORNECEDOR-MASTER
                       AT END SET FIM-FORNECEDORES TO TRUE
                   END-READ
                   PERFORM 0125-LER-FORNECEDOR
                       UNTIL FIM-FORNECEDORES OR WRK-QTD-FORN >= 100
                   CLOSE FORNECEDOR-MASTER
               END-IF.
           0125-LER-FORNECEDOR.
               ADD 1 TO WRK-QTD-FORN.
               MOVE REG-FOR-CODIGO TO TAB-FOR-CODIGO (WRK-QTD-FORN).
               IF REG-FOR-PRAZO IS NUMERIC
                   MOVE REG-FOR-PRAZO TO TAB-FOR-PRAZO (WRK-QTD-FORN)
               ELSE
                   MOVE ZEROS TO TAB-FOR-PRAZO (WRK-QTD-FORN)
               END-IF.
               MOVE REG-FOR-SITUACAO TO TAB-FOR-SITUACAO (WRK-QTD-FORN).
               READ FORNECEDOR-MASTER
                   AT END SET FIM-FORNECEDORES TO TRUE
               END-READ.
      ******************************
      **** LISTA PRODUTO X FORNECEDOR DAS COMPRAS; PRODUTO COM MAIS
      **** DE UM FORNECEDOR FICA COM O PRIMEIRO DA LISTA
      ******************************
           0130-CARREGAR-PRODUTO-FORN.
               OPEN INPUT PRODUTO-FORNECEDOR.
               IF PRDFORN-OK
                   READ PRODUTO-FORNECEDOR
                       AT END SET FIM-PRODUTO-FORN TO TRUE
                   END-READ
                   PERFORM 0135-LER-PRODUTO-FORN
                       UNTIL FIM-PRODUTO-FORN OR WRK-QTD-PFO >= 5000
                   CLOSE PRODUTO-FORNECEDOR
               END-IF.
           0135-LER-PRODUTO-FORN.
               ADD 1 TO WRK-QTD-PFO.
               MOVE REG-PFO-PRODUTO
                   TO TAB-PFO-PRODUTO (WRK-QTD-PFO).
               MOVE REG-PFO-FORNECEDOR
                   TO TAB-PFO-FORNECEDOR (WRK-QTD-PFO).
               READ PRODUTO-FORNECEDOR
                   AT END SET FIM-PRODUTO-FORN TO TRUE
               END-READ.
      ******************************
      **** PRIMEIRA PASSADA NO ESTQMST: AS CHAVES PRODUTO + DEPOSITO
      **** VAO PARA A TABELA, NA ORDEM DO ARQUIVO
      ******************************
           0200-CARREGAR-ESTOQUE.
               OPEN INPUT ESTOQUE-MASTER.
               IF ESTQMST-OK
                   PERFORM 0210-LER-ESTOQUE
                   PERFORM 0220-INCLUIR-ESTOQUE UNTIL FIM-ESTOQUE
                   CLOSE ESTOQUE-MASTER
               END-IF.
           0210-LER-ESTOQUE.
               READ ESTOQUE-MASTER
                   AT END SET FIM-ESTOQUE TO TRUE
               END-READ.
               IF NOT ESTQMST-OK
                   SET FIM-ESTOQUE TO TRUE
               END-IF.
           0220-INCLUIR-ESTOQUE.
               IF WRK-QTD-EST < 5000
                   ADD 1 TO WRK-QTD-EST
                   MOVE REG-EST-CODIGO TO TAB-EST-CODIGO (WRK-QTD-EST)
                   MOVE REG-EST-DEPOSITO
                       TO TAB-EST-DEPOSITO (WRK-QTD-EST)
                   MOVE ZEROS TO TAB-EST-QTD-SAIDA (WRK-QTD-EST)
                                 TAB-EST-ABERTO (WRK-QTD-EST)
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-TABELA
               END-IF.
               PERFORM 0210-LER-ESTOQUE.
      ******************************
      **** SAIDAS DA JANELA: ITEM DE EMBARQUE COM DATA VALIDA NA
      **** FRENTE DA REFERENCIA, ATE A DATA DO RUN E DENTRO DOS DIAS
      **** DE CONSUMO, SOMA NO PRODUTO + DEPOSITO DE ONDE SAIU (ITEM
      **** ANTIGO SEM DEPOSITO CONTA NO PRIMEIRO DEPOSITO DO PRODUTO)
      ******************************
           0300-APURAR-CONSUMO.
               OPEN INPUT ITENS-EMBARQUE.
               IF EMBITEM-OK
                   PERFORM 0310-LER-ITEM
                   PERFORM 0320-SOMAR-SAIDA UNTIL FIM-ITENS-EMBARQUE
                   CLOSE ITENS-EMBARQUE
               END-IF.
           0310-LER-ITEM.
               READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                   AT END SET FIM-ITENS-EMBARQUE TO TRUE
               END-READ.
           0320-SOMAR-SAIDA.
               ADD 1 TO WRK-TOTAL-ITENS-LIDOS.
               IF WRK-EIT-REFERENCIA (1:8) IS NUMERIC
                   AND WRK-EIT-REFERENCIA (1:8) NOT > WRK-DATA-RUN-X
                   AND WRK-QTD-EST > 0
                   MOVE WRK-EIT-REFERENCIA (1:8) TO WRK-DATA-ITEM-X
                   PERFORM 0390-DIAS-ATE-O-RUN
                   IF WRK-DIAS-CALC < WRK-PARM-DIAS-CONSUMO
                       SET TAB-EST-IDX TO 1
                       SEARCH TAB-EST
                           AT END CONTINUE
                           WHEN TAB-EST-CODIGO (TAB-EST-IDX) =
                                WRK-EIT-CODIGO
                                AND (TAB-EST-DEPOSITO (TAB-EST-IDX) =
                                     WRK-EIT-DEPOSITO
                                  OR WRK-EIT-DEPOSITO = SPACES)
                               ADD WRK-EIT-QTDE
                                   TO TAB-EST-QTD-SAIDA (TAB-EST-IDX)
                       END-SEARCH
                   END-IF
               END-IF.
               PERFORM 0310-LER-ITEM.
      ******************************
      **** DIAS ENTRE A DATA DO ITEM E A DATA DO RUN, NO MES
      **** COMERCIAL DE 30 DIAS (COMO NA CLASSIFICACAO ABC)
      ******************************
           0390-DIAS-ATE-O-RUN.
               COMPUTE WRK-DIAS-CALC =
                   ((WRK-RUN-ANO - WRK-ITM-ANO) * 360) +
                   ((WRK-RUN-MES - WRK-ITM-MES) * 30) +
                   (WRK-RUN-DIA - WRK-ITM-DIA).
               IF WRK-DIAS-CALC < 0
                   MOVE ZEROS TO WRK-DIAS-CALC
               END-IF.
      ******************************
      **** O QUE JA ESTA PEDIDO E NAO CHEGOU: LINHA DE PRODUTO DO
      **** PEDCOMP AINDA NAO FECHADA (PEDIDO - RECEBIDO) SOMA NO
      **** PRODUTO + DEPOSITO DE ENTREGA
      ******************************
           0400-APURAR-PEDIDOS-ABERTOS.
               OPEN INPUT PEDIDOS-COMPRA.
               IF PEDCOMP-OK
                   PERFORM 0410-LER-PEDIDO
                   PERFORM 0420-SOMAR-ABERTO UNTIL FIM-PEDIDOS
                   CLOSE PEDIDOS-COMPRA
               END-IF.
           0410-LER-PEDIDO.
               MOVE SPACES TO WRK-PEDIDO-COMPRA.
               READ PEDIDOS-COMPRA INTO WRK-PEDIDO-COMPRA
                   AT END SET FIM-PEDIDOS TO TRUE
               END-READ.
           0420-SOMAR-ABERTO.
               MOVE WRK-PCP-PRODUTO TO WRK-PRODUTO-X.
               IF WRK-PRODUTO-X IS NUMERIC
                   AND NOT PCP-FECHADO
                   AND WRK-PCP-QTDE-AREA IS NUMERIC
                   AND WRK-QTD-EST > 0
                   IF WRK-PCP-QTDE-RECEB IS NOT NUMERIC
                       MOVE ZEROS TO WRK-PCP-QTDE-RECEB
                   END-IF
                   COMPUTE WRK-ABERTO =
                       WRK-PCP-QTDE-AREA - WRK-PCP-QTDE-RECEB
                   IF WRK-ABERTO > 0
                       SET TAB-EST-IDX TO 1
                       SEARCH TAB-EST
                           AT END CONTINUE
                           WHEN TAB-EST-CODIGO (TAB-EST-IDX) =
                                WRK-PRODUTO-N
                                AND TAB-EST-DEPOSITO (TAB-EST-IDX) =
                                    WRK-PCP-DEPOSITO
                               ADD WRK-ABERTO
                                   TO TAB-EST-ABERTO (TAB-EST-IDX)
                       END-SEARCH
                   END-IF
               END-IF.
               PERFORM 0410-LER-PEDIDO.
      ******************************
      **** SEGUNDA PASSADA NO ESTQMST, NA MESMA ORDEM DA PRIMEIRA:
      **** RECALCULA E REGRAVA O PONTO DE CADA PRODUTO + DEPOSITO E
      **** ACRESCENTA NO PEDCOMP AS LINHAS DE COMPRA
      ******************************
           0500-RECALCULAR-PONTOS.
               OPEN EXTEND PEDIDOS-COMPRA.
               IF PEDCOMP-NAO-EXISTE
                   OPEN OUTPUT PEDIDOS-COMPRA
               END-IF.
               MOVE 'N' TO WRK-FIM-ESTOQUE.
               MOVE ZEROS TO WRK-EST-IDX.
               OPEN I-O ESTOQUE-MASTER.
               IF ESTQMST-OK
                   PERFORM 0210-LER-ESTOQUE
                   PERFORM 0510-RECALCULAR-PRODUTO
                       UNTIL FIM-ESTOQUE OR WRK-EST-IDX >= WRK-QTD-EST
                   CLOSE ESTOQUE-MASTER
               END-IF.
               CLOSE PEDIDOS-COMPRA.
           0510-RECALCULAR-PRODUTO.
               ADD 1 TO WRK-EST-IDX.
               ADD 1 TO WRK-TOTAL-ESTOQUE-LIDOS.
               SET TAB-EST-IDX TO WRK-EST-IDX.
               IF TAB-EST-CODIGO (TAB-EST-IDX) = REG-EST-CODIGO
                   AND TAB-EST-DEPOSITO (TAB-EST-IDX) =
                       REG-EST-DEPOSITO
                   PERFORM 0520-CALCULAR-PONTO
                   PERFORM 0540-AVALIAR-COMPRA
                   PERFORM 0580-IMPRIMIR-LINHA
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-TABELA
               END-IF.
               PERFORM 0210-LER-ESTOQUE.
      ******************************
      **** PONTO = MEDIA DIARIA X PRAZO X FATOR E LOTE = MEDIA
      **** DIARIA X COBERTURA, CALCULADOS DIRETO DO TOTAL SAIDO PARA
      **** NAO PERDER AS CASAS DA MEDIA; PRODUTO SEM SAIDA NA JANELA
      **** FICA COM PONTO ZERO
      ******************************
           0520-CALCULAR-PONTO.
               PERFORM 0530-ACHAR-FORNECEDOR.
               MOVE REG-EST-PONTO-REPOS TO WRK-PONTO-ANTERIOR.
               COMPUTE WRK-MEDIA-DIA ROUNDED =
                   TAB-EST-QTD-SAIDA (TAB-EST-IDX)
                   / WRK-PARM-DIAS-CONSUMO.
               COMPUTE WRK-PONTO-CALC ROUNDED =
                   TAB-EST-QTD-SAIDA (TAB-EST-IDX) * WRK-PRAZO
                   * WRK-PARM-FATOR-SEGURANCA
                   / WRK-PARM-DIAS-CONSUMO.
               COMPUTE WRK-LOTE-CALC ROUNDED =
                   TAB-EST-QTD-SAIDA (TAB-EST-IDX)
                   * WRK-PARM-DIAS-COBERTURA
                   / WRK-PARM-DIAS-CONSUMO.
               IF WRK-PONTO-CALC > 99999
                   MOVE 99999 TO WRK-PONTO-CALC
               END-IF.
               MOVE WRK-PONTO-CALC TO REG-EST-PONTO-REPOS.
               REWRITE REG-ESTOQUE.
               ADD 1 TO WRK-TOTAL-RECALCULADOS.
      ******************************
      **** FORNECEDOR DO PRODUTO PELA LISTA PRODUTO X FORNECEDOR E
      **** O PRAZO DELE NO FORNMST; SEM FORNECEDOR (OU SEM PRAZO NO
      **** CADASTRO) VALE O PRAZO PADRAO. A SITUACAO DO CADASTRO
      **** (BLOQUEIO DO PROGFOR) FICA GUARDADA PARA A COMPRA
      ******************************
           0530-ACHAR-FORNECEDOR.
               MOVE 'N' TO WRK-TEM-FORN.
               MOVE SPACES TO WRK-FORN-SITUACAO.
               MOVE SPACES TO WRK-FORNECEDOR.
               MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO.
               MOVE REG-EST-CODIGO TO WRK-PRODUTO-N.
               IF WRK-QTD-PFO > 0
                   SET TAB-PFO-IDX TO 1
                   SEARCH TAB-PFO
                       AT END CONTINUE
                       WHEN TAB-PFO-PRODUTO (TAB-PFO-IDX) =
                            WRK-PRODUTO-X
                           MOVE TAB-PFO-FORNECEDOR (TAB-PFO-IDX)
                               TO WRK-FORNECEDOR
                   END-SEARCH
               END-IF.
               IF WRK-FORNECEDOR NOT = SPACES AND WRK-QTD-FORN > 0
                   SET TAB-FOR-IDX TO 1
                   SEARCH TAB-FOR
                       AT END CONTINUE
                       WHEN TAB-FOR-CODIGO (TAB-FOR-IDX) =
                            WRK-FORNECEDOR
                           SET TEM-FORNECEDOR TO TRUE
                           MOVE TAB-FOR-SITUACAO (TAB-FOR-IDX)
                               TO WRK-FORN-SITUACAO
                           IF TAB-FOR-PRAZO (TAB-FOR-IDX) > 0
                               MOVE TAB-FOR-PRAZO (TAB-FOR-IDX)
                                   TO WRK-PRAZO
                           END-IF
                   END-SEARCH
               END-IF.
      ******************************
      **** DISPONIVEL = SALDO + PEDIDO EM ABERTO; ABAIXO DO PONTO
      **** PEDE O QUE LEVA O DISPONIVEL AO PONTO MAIS UM LOTE
      ******************************
           0540-AVALIAR-COMPRA.
               MOVE SPACES TO WRK-OBSERVACAO.
               MOVE ZEROS TO WRK-QTDE-PEDIR.
               COMPUTE WRK-DISPONIVEL =
                   REG-EST-SALDO + TAB-EST-ABERTO (TAB-EST-IDX).
               IF WRK-PONTO-CALC > 0
                   AND WRK-DISPONIVEL < WRK-PONTO-CALC
                   COMPUTE WRK-QTDE-PEDIR ROUNDED =
                       WRK-PONTO-CALC + WRK-LOTE-CALC - WRK-DISPONIVEL
                   PERFORM 0545-CONFERIR-PRODUTO
                   EVALUATE TRUE
                       WHEN WRK-OBSERVACAO NOT = SPACES
                           ADD 1 TO WRK-TOTAL-INATIVOS
                       WHEN NOT TEM-FORNECEDOR
                           ADD 1 TO WRK-TOTAL-SEM-FORN
                           MOVE 'SEM FORN - NAO PEDIDO'
                               TO WRK-OBSERVACAO
                           MOVE 4 TO RETURN-CODE
                       WHEN FORNECEDOR-BLOQUEADO
                           ADD 1 TO WRK-TOTAL-FORN-BLOQ
                           MOVE 'FORN BLOQ - NAO PEDIDO'
                               TO WRK-OBSERVACAO
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           PERFORM 0550-GRAVAR-PEDIDO
                   END-EVALUATE
               END-IF.
           0545-CONFERIR-PRODUTO.
               MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESCRICAO.
               IF PRDMST-FOI-ABERTO
                   MOVE REG-EST-CODIGO TO REG-PRD-CODIGO
                   READ PRODUTO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF PRDMST-OK
                       MOVE REG-PRD-DESCRICAO TO WRK-DESCRICAO
                       IF PRD-INATIVO
                           MOVE 'INATIVO - NAO PEDIDO'
                               TO WRK-OBSERVACAO
                       END-IF
                   END-IF
               END-IF.
      ******************************
      **** LINHA DE PEDIDO DE COMPRA DO PRODUTO NO PEDCOMP, NO
      **** MESMO LAYOUT DA LINHA DE MATERIAL DO PROGCOB39
      ******************************
           0550-GRAVAR-PEDIDO.
               PERFORM 0560-CALCULAR-PREVISTA.
               COMPUTE WRK-VALOR-PEDIDO ROUNDED =
                   WRK-QTDE-PEDIR * REG-EST-CUSTO-MEDIO.
               MOVE SPACES TO WRK-PEDIDO-COMPRA.
               MOVE WRK-FORNECEDOR TO WRK-PCP-FORNECEDOR.
               MOVE WRK-QTDE-PEDIR TO WRK-PCP-QTDE-AREA.
               MOVE WRK-VALOR-PEDIDO TO WRK-PCP-VALOR.
               MOVE WRK-PRAZO TO WRK-PCP-PRAZO.
               MOVE WRK-DATA-RUN-X TO WRK-PCP-EMISSAO.
               MOVE WRK-DATA-PREVISTA TO WRK-PCP-PREVISTA.
               SET PCP-ABERTO TO TRUE.
               MOVE ZEROS TO WRK-PCP-QTDE-RECEB.
               MOVE WRK-PRODUTO-X TO WRK-PCP-PRODUTO.
               MOVE REG-EST-DEPOSITO TO WRK-PCP-DEPOSITO.
               WRITE LINHA-PEDIDO-COMPRA FROM WRK-PEDIDO-COMPRA.
               ADD 1 TO WRK-TOTAL-PEDIDOS.
               ADD WRK-VALOR-PEDIDO TO WRK-TOTAL-VALOR-PEDIDOS.
               MOVE 'PEDIDO GERADO' TO WRK-OBSERVACAO.
      ******************************
      **** DATA PREVISTA DE ENTREGA = DATA DO RUN + PRAZO DO
      **** FORNECEDOR EM DIAS CORRIDOS, COM VIRADA DE MES/ANO
      ******************************
           0560-CALCULAR-PREVISTA.
               MOVE WRK-DATA-RUN TO WRK-DATA-CALC.
               MOVE WRK-CALC-DIA TO WRK-DIAS-CORRIDOS.
               ADD WRK-PRAZO TO WRK-DIAS-CORRIDOS.
               MOVE ZEROS TO WRK-ULT-DIA-MES.
               PERFORM 0570-AJUSTAR-DATA-CALC
                   UNTIL WRK-DIAS-CORRIDOS NOT > WRK-ULT-DIA-MES.
               MOVE WRK-DIAS-CORRIDOS TO WRK-CALC-DIA.
               MOVE WRK-DATA-CALC TO WRK-DATA-PREVISTA.
           0570-AJUSTAR-DATA-CALC.
               MOVE TAB-DIAS-MES (WRK-CALC-MES) TO WRK-ULT-DIA-MES.
               IF WRK-CALC-MES = 2
                   PERFORM 0575-VERIFICAR-BISSEXTO
               END-IF.
               IF WRK-DIAS-CORRIDOS > WRK-ULT-DIA-MES
                   SUBTRACT WRK-ULT-DIA-MES FROM WRK-DIAS-CORRIDOS
                   ADD 1 TO WRK-CALC-MES
                   IF WRK-CALC-MES > 12
                       MOVE 1 TO WRK-CALC-MES
                       ADD 1 TO WRK-CALC-ANO
                   END-IF
                   MOVE ZEROS TO WRK-ULT-DIA-MES
               END-IF.
           0575-VERIFICAR-BISSEXTO.
               DIVIDE WRK-CALC-ANO BY 4 GIVING WRK-DUMMY-DIV
                   REMAINDER WRK-RESTO-4.
               DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-DUMMY-DIV
                   REMAINDER WRK-RESTO-100.
               DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-DUMMY-DIV
                   REMAINDER WRK-RESTO-400.
               IF WRK-RESTO-4 = 0 AND
                  (WRK-RESTO-100 NOT = 0 OR WRK-RESTO-400 = 0)
                   MOVE 29 TO WRK-ULT-DIA-MES
               END-IF.
      ******************************
      **** SAI NO RELATORIO O PRODUTO COM PONTO ALTERADO OU COM
      **** NECESSIDADE DE COMPRA
      ******************************
           0580-IMPRIMIR-LINHA.
               IF WRK-PONTO-CALC NOT = WRK-PONTO-ANTERIOR
                   OR WRK-QTDE-PEDIR > 0
                   IF WRK-QTDE-PEDIR = 0
                       PERFORM 0545-CONFERIR-PRODUTO
                       MOVE SPACES TO WRK-OBSERVACAO
                   END-IF
                   MOVE WRK-PRAZO TO WRK-PRAZO-ED
                   MOVE WRK-MEDIA-DIA TO WRK-MEDIA-ED
                   MOVE WRK-PONTO-ANTERIOR TO WRK-PONTO-ANT-ED
                   MOVE WRK-PONTO-CALC TO WRK-PONTO-ED
                   MOVE REG-EST-SALDO TO WRK-SALDO-ED
                   MOVE TAB-EST-ABERTO (TAB-EST-IDX) TO WRK-ABERTO-ED
                   MOVE WRK-QTDE-PEDIR TO WRK-PEDIR-ED
                   MOVE SPACES TO WRK-LINHA-REP
                   STRING REG-EST-CODIGO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          REG-EST-DEPOSITO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-DESCRICAO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-FORNECEDOR DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-PRAZO-ED DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-MEDIA-ED DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-PONTO-ANT-ED DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-PONTO-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-SALDO-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-ABERTO-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-PEDIR-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-OBSERVACAO DELIMITED BY SIZE
                          INTO WRK-LINHA-REP
                   WRITE LINHA-REP FROM WRK-LINHA-REP
               END-IF.
           0800-FINALIZAR.
               MOVE WRK-TOTAL-VALOR-PEDIDOS TO WRK-VALOR-ED.
               MOVE SPACES TO LINHA-REP.
               WRITE LINHA-REP.
               MOVE SPACES TO WRK-LINHA-REP.
               STRING 'LINHAS DE COMPRA GERADAS: ' DELIMITED BY SIZE
                      WRK-TOTAL-PEDIDOS DELIMITED BY SIZE
                      '  VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-REP.
               WRITE LINHA-REP FROM WRK-LINHA-REP.
               IF WRK-TOTAL-FORA-TABELA > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE SPACES TO WRK-LINHA-REP
                   STRING '*** PRODUTOS FORA DA TABELA (5000): '
                              DELIMITED BY SIZE
                          WRK-TOTAL-FORA-TABELA DELIMITED BY SIZE
                          ' - PONTO NAO RECALCULADO ***'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-REP
                   WRITE LINHA-REP FROM WRK-LINHA-REP
               END-IF.
               CLOSE RELATORIO-REP.
               IF PRDMST-FOI-ABERTO
                   CLOSE PRODUTO-MASTER
               END-IF.
               DISPLAY '********************'.
               DISPLAY 'ESTOQUE LIDO         : '
                   WRK-TOTAL-ESTOQUE-LIDOS.
               DISPLAY 'ITENS DE EMBARQUE    : ' WRK-TOTAL-ITENS-LIDOS.
               DISPLAY 'PONTOS RECALCULADOS  : '
                   WRK-TOTAL-RECALCULADOS.
               DISPLAY 'LINHAS DE COMPRA     : ' WRK-TOTAL-PEDIDOS.
               DISPLAY 'SEM FORNECEDOR       : ' WRK-TOTAL-SEM-FORN.
               DISPLAY 'FORNEC. BLOQUEADO    : ' WRK-TOTAL-FORN-BLOQ.
               DISPLAY 'INATIVOS             : ' WRK-TOTAL-INATIVOS.
               DISPLAY 'FORA DA TABELA       : '
                   WRK-TOTAL-FORA-TABELA.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGREP' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-ESTOQUE-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-RECALCULADOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-FORA-TABELA TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-VALOR-PEDIDOS TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               OPEN EXTEND CONTROLE-LOTE.
               WRITE LINHA-CONTROLE FROM WRK-CONTROLE-LOTE.
               CLOSE CONTROLE-LOTE.
      ******************************
      **** GRAVA O REGISTRO DE INICIO/FIM DO PASSO NO ARQUIVO DE
      **** ESTADO DO STREAM (RUNSTAT), PARA O CONSELHEIRO DE
      **** RESTART (PROGCOB42)
      ******************************
      ******************************
      **** TRAVA DA SUITE: COM O TOKEN TOMADO (PROGCOB44) SO RODA
      **** QUEM APRESENTA A SENHA DO STREAM (LCKPASS); RUN AVULSO
      **** DURANTE A NOITE E RECUSADO COM 16 (LIBERACAO FORCADA E
      **** SO DO SUPERVISOR, PELO PROGCOB93)
      ******************************
           0975-CONFERIR-TRAVA.
               OPEN INPUT TRAVA-SUITE.
               IF TRAVA-ARQ-OK
                   READ TRAVA-SUITE INTO WRK-TRAVA-SUITE
                       AT END CONTINUE
                   END-READ
                   CLOSE TRAVA-SUITE
               END-IF.
               IF WRK-LCK-DETENTOR NOT = SPACES
                   OPEN INPUT SENHA-TRAVA
                   IF SENHA-ARQ-OK
                       READ SENHA-TRAVA INTO WRK-SENHA-TRAVA
                           AT END CONTINUE
                       END-READ
                       CLOSE SENHA-TRAVA
                   END-IF
                   IF WRK-SENHA-TRAVA NOT = WRK-TRAVA-SUITE
                       DISPLAY 'SUITE TRAVADA POR ' WRK-LCK-DETENTOR
                           ' DESDE ' WRK-LCK-DATA ' ' WRK-LCK-HORA
                           ' - RUN RECUSADO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
           0980-REGISTRAR-INICIO.
               PERFORM 0975-CONFERIR-TRAVA.
               MOVE 'PROGREP' TO WRK-RUN-PROGRAMA.
               MOVE 'INI' TO WRK-RUN-EVENTO.
               ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-RUN-RESULTADO.
               MOVE ZEROS TO WRK-RUN-LIDOS WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
           0985-GRAVAR-ESTADO-RUN.
               ACCEPT WRK-RUN-HORA FROM TIME.
               OPEN EXTEND ESTADO-RUN.
               WRITE LINHA-ESTADO-RUN FROM WRK-ESTADO-RUN.
               CLOSE ESTADO-RUN.
           0990-REGISTRAR-FIM.
               MOVE 'PROGREP' TO WRK-RUN-PROGRAMA.
               MOVE 'FIM' TO WRK-RUN-EVENTO.
               ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD.
               IF RETURN-CODE = 0
                   MOVE 'OK' TO WRK-RUN-RESULTADO
               ELSE
                   MOVE RETURN-CODE TO WRK-RUN-RC-ED
                   MOVE SPACES TO WRK-RUN-RESULTADO
                   STRING 'RC ' DELIMITED BY SIZE
                          WRK-RUN-RC-ED DELIMITED BY SIZE
                          INTO WRK-RUN-RESULTADO
               END-IF.
               MOVE WRK-TOTAL-ESTOQUE-LIDOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-RECALCULADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
