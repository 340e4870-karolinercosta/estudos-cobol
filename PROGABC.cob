           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGABC.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CLASSIFICACAO ABC E PROVISAO DE OBSOLESCENCIA
      *     DO ESTOQUE, TRIMESTRAL -- A POSICAO VALORIZADA (PROGCOB80)
      *     TRATAVA O PRODUTO PARADO HA DOIS ANOS IGUAL AO MAIS
      *     VENDIDO. SOMA O SALDO E O VALOR DE CADA PRODUTO NOS
      *     DEPOSITOS (ESTQMST, PELO CUSTO MEDIO), TIRA DAS SAIDAS
      *     (ITENS DE EMBARQUE EMBITEM, DATA NA FRENTE DA REFERENCIA)
      *     A QUANTIDADE SAIDA NOS ULTIMOS 360 DIAS E A DATA DA
      *     ULTIMA SAIDA, E ORDENA OS PRODUTOS PELO VALOR DE CONSUMO
      *     (QUANTIDADE SAIDA X CUSTO MEDIO): CLASSE A ATE 80 POR
      *     CENTO DO CONSUMO ACUMULADO, B ATE 95, C O RESTO (PRODUTO
      *     SEM CONSUMO E SEMPRE C). PRODUTO SEM SAIDA HA MAIS DOS
      *     DIAS DE ESTOQUE PARADO DO PARMSUITE E APONTADO E PROVISIONA
      *     POR FAIXA DE IDADE (MULTIPLOS DESSE PRAZO: ATE 1X NADA,
      *     ATE 2X 25, ATE 3X 50, ATE 4X 75, ACIMA 100 POR CENTO DO
      *     VALOR EM ESTOQUE). PRODUTO QUE NUNCA SAIU CONTA A IDADE
      *     DA SUA INCLUSAO NO ABCMST. O RESULTADO FICA NO ABCMST
      *     (CLASSE, CONSUMO, ULTIMA SAIDA, PROVISAO E A DATA DA
      *     ULTIMA CONTAGEM, CARIMBADA PELO INVENTARIO PROGCOB81) E A
      *     VARIACAO DA PROVISAO SOBRE O TRIMESTRE ANTERIOR E LANCADA
      *     NO RAZAO PELO LANCINT (CONTA REDUTORA PRVOBS NO ATIVO E
      *     DESPESA DPRVOB, AS DUAS PELO MESMO VALOR, PARA O BALANCO
      *     DO PROGCOB63 CONTINUAR FECHANDO). RERUN NO MESMO DIA NAO
      *     LANCA DE NOVO. GRAVA AINDA A LISTA DE CONTAGEM CICLICA
      *     (CONTCIC): CLASSE A TODO MES, B A CADA 90 DIAS E C A CADA
      *     180 DIAS DESDE A ULTIMA CONTAGEM
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     OS LANCAMENTOS DA PROVISAO NO LANCINT PASSARAM A LEVAR A
      *     ORIGEM (CPYLORI): O PROGRAMA E O PRIMEIRO E O ULTIMO PRODUTO
      *     CUJA PROVISAO MUDOU NO RUN, COM A QUANTIDADE DE PRODUTOS
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
               SELECT ABC-MASTER ASSIGN TO ABCMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-ABC-CODIGO
                   FILE STATUS IS WRK-ABCMST-STATUS.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-ABC ASSIGN TO ABCRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTAGEM-CICLICA ASSIGN TO CONTCIC
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
               02 REG-PRD-NCM       PIC X(08).
           FD  ITENS-EMBARQUE.
           01  LINHA-ITEM-EMBARQUE PIC X(100).
           FD  ABC-MASTER.
           01  REG-ABC.
               02 REG-ABC-CODIGO        PIC 9(06).
               02 REG-ABC-CLASSE        PIC X(01).
               02 REG-ABC-CONSUMO       PIC 9(11)V99.
               02 REG-ABC-ULT-SAIDA     PIC X(08).
               02 REG-ABC-DIAS-PARADO   PIC 9(05).
               02 REG-ABC-PERC-PROVISAO PIC 9(03).
               02 REG-ABC-PROVISAO      PIC 9(11)V99.
               02 REG-ABC-DATA-INCLUSAO PIC X(08).
               02 REG-ABC-DATA-CLASSIF  PIC X(08).
               02 REG-ABC-ULT-CONTAGEM  PIC X(08).
           FD  LANCAMENTOS-INT.
           01  REG-LANCTO-INT.
               02 REG-LCI-CONTA PIC X(06).
               02 REG-LCI-DATA  PIC X(08).
               02 REG-LCI-VALOR PIC S9(07) SIGN IS LEADING SEPARATE.
               02 REG-LCI-EMPRESA PIC X(03).
               02 FILLER        PIC X(01).
               02 REG-LCI-CCUSTO PIC X(04).
               02 REG-LCI-ORIGEM.
                   03 REG-LCI-PROGRAMA    PIC X(10).
                   03 REG-LCI-DOC-INICIAL PIC X(20).
                   03 REG-LCI-DOC-FINAL   PIC X(20).
                   03 REG-LCI-QTD-DOCS    PIC 9(05).
           FD  RELATORIO-ABC.
           01  LINHA-ABC PIC X(120).
           FD  CONTAGEM-CICLICA.
           01  REG-CONTAGEM-CICLICA.
               02 REG-CIC-CODIGO      PIC 9(06).
               02 FILLER              PIC X(02).
               02 REG-CIC-CLASSE      PIC X(01).
               02 FILLER              PIC X(02).
               02 REG-CIC-FREQUENCIA  PIC X(10).
               02 FILLER              PIC X(02).
               02 REG-CIC-ULT-CONTAGEM PIC X(08).
               02 FILLER              PIC X(02).
               02 REG-CIC-SALDO       PIC 9(07).
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
           COPY CPYCTRL.
           COPY CPYLORI.
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
           77 WRK-ABCMST-STATUS PIC X(02) VALUE '00'.
               88 ABCMST-OK VALUE '00'.
               88 ABCMST-NAO-EXISTE VALUE '35'.
           77 WRK-PRDMST-ABERTO PIC X(01) VALUE 'N'.
               88 PRDMST-FOI-ABERTO VALUE 'S'.
           77 WRK-FIM-ESTOQUE PIC X(01) VALUE 'N'.
               88 FIM-ESTOQUE VALUE 'S'.
           77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
               88 FIM-ITENS-EMBARQUE VALUE 'S'.
           77 WRK-FIM-ABC PIC X(01) VALUE 'N'.
               88 FIM-ABC VALUE 'S'.
           77 WRK-ABC-NOVO PIC X(01) VALUE 'N'.
               88 ABC-E-NOVO VALUE 'S'.
           01 WRK-DATA-RUN.
               02 WRK-RUN-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-RUN-MES PIC 9(02) VALUE ZEROS.
               02 WRK-RUN-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-RUN-X REDEFINES WRK-DATA-RUN PIC X(08).
           01 WRK-DATA-CALC.
               02 WRK-CAL-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-CAL-MES PIC 9(02) VALUE ZEROS.
               02 WRK-CAL-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-CALC-X REDEFINES WRK-DATA-CALC PIC X(08).
           77 WRK-DIAS-CALC PIC S9(07) VALUE ZEROS COMP-3.
      ******************************
      **** PRODUTOS DO ESTQMST (SOMADOS NOS DEPOSITOS), NA ORDEM DE
      **** CODIGO, COM O CONSUMO TIRADO DO EMBITEM
      ******************************
           77 WRK-QTD-PRO PIC 9(04) VALUE ZEROS.
           01 TAB-PRODUTOS.
               02 TAB-PRO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-PRO
                  INDEXED BY TAB-PRO-IDX.
                   03 TAB-PRO-CODIGO     PIC 9(06).
                   03 TAB-PRO-SALDO      PIC S9(09) COMP-3.
                   03 TAB-PRO-VALOR      PIC S9(11)V99 COMP-3.
                   03 TAB-PRO-CUSTO      PIC 9(07)V99.
                   03 TAB-PRO-QTD-SAIDA  PIC 9(09) COMP-3.
                   03 TAB-PRO-ULT-SAIDA  PIC X(08).
                   03 TAB-PRO-CONSUMO    PIC 9(11)V99 COMP-3.
                   03 TAB-PRO-CLASSE     PIC X(01).
                   03 TAB-PRO-PERC-ACUM  PIC 9(03)V9.
      ******************************
      **** ORDEM DOS PRODUTOS PELO VALOR DE CONSUMO (DESC), MANTIDA
      **** ORDENADA NA CARGA, COMO O RANKING DO PROGCOB22
      ******************************
           77 WRK-QTD-RNK PIC 9(04) VALUE ZEROS.
           01 TAB-ORDEM-CONSUMO.
               02 TAB-RNK OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-RNK.
                   03 TAB-RNK-PRO PIC 9(04).
           77 WRK-PRO-IDX       PIC 9(04) VALUE ZEROS.
           77 WRK-RNK-IDX       PIC 9(04) VALUE ZEROS.
           77 WRK-BUSCA-IDX     PIC 9(04) VALUE ZEROS.
           77 WRK-DESLOCA-IDX   PIC 9(04) VALUE ZEROS.
           77 WRK-POS-INSERCAO  PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-POS PIC X(01) VALUE 'N'.
               88 POSICAO-ACHADA VALUE 'S'.
           77 WRK-CODIGO-ANTERIOR PIC 9(06) VALUE ZEROS.
           77 WRK-CONSUMO-TOTAL   PIC S9(13)V99 VALUE ZEROS COMP-3.
           77 WRK-CONSUMO-ACUM    PIC S9(13)V99 VALUE ZEROS COMP-3.
           77 WRK-PERC-ANTES      PIC S9(03)V9 VALUE ZEROS COMP-3.
           77 WRK-DIAS-PARADO     PIC 9(05) VALUE ZEROS.
           77 WRK-PERC-PROVISAO   PIC 9(03) VALUE ZEROS.
           77 WRK-PROVISAO        PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-PROVISAO-ANTERIOR PIC S9(13)V99 VALUE ZEROS COMP-3.
           77 WRK-PROVISAO-NOVA   PIC S9(13)V99 VALUE ZEROS COMP-3.
           77 WRK-VARIACAO        PIC S9(13)V99 VALUE ZEROS COMP-3.
           77 WRK-PARADO PIC X(01) VALUE 'N'.
               88 PRODUTO-PARADO VALUE 'S'.
           01 TAB-TOTAIS-CLASSE.
               02 TAB-CLS OCCURS 3 TIMES.
                   03 TAB-CLS-PRODUTOS PIC 9(05).
                   03 TAB-CLS-CONSUMO  PIC S9(13)V99 COMP-3.
           77 WRK-CLS-IDX PIC 9(01) VALUE ZEROS.
           77 WRK-LETRAS-CLASSE PIC X(03) VALUE 'ABC'.
           77 WRK-DESCRICAO    PIC X(25) VALUE SPACES.
           77 WRK-POSICAO-ED   PIC ZZZ9 VALUE ZEROS.
           77 WRK-CONSUMO-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PERC-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-PCT-ED       PIC ZZ9 VALUE ZEROS.
           77 WRK-PROVISAO-ED  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-QTDE-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-LINHA-ABC    PIC X(120) VALUE SPACES.
           77 WRK-TOTAL-ESTOQUE-LIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ITENS-LIDOS   PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-PARADOS       PIC 9(05) VALUE ZEROS.
           77 WRK-TOTAL-A-CONTAR      PIC 9(05) VALUE ZEROS.
           77 WRK-TOTAL-FORA-TABELA   PIC 9(05) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-SOMAR-ESTOQUE UNTIL FIM-ESTOQUE.
               PERFORM 0300-APURAR-SAIDAS.
               PERFORM 0400-ORDENAR-CONSUMO
                   VARYING WRK-PRO-IDX FROM 1 BY 1
                   UNTIL WRK-PRO-IDX > WRK-QTD-PRO.
               PERFORM 0450-CLASSIFICAR-PRODUTO
                   VARYING WRK-RNK-IDX FROM 1 BY 1
                   UNTIL WRK-RNK-IDX > WRK-QTD-RNK.
               PERFORM 0500-ATUALIZAR-ABC
                   VARYING WRK-RNK-IDX FROM 1 BY 1
                   UNTIL WRK-RNK-IDX > WRK-QTD-RNK.
               PERFORM 0600-BAIXAR-PROVISAO-ANTIGA.
               PERFORM 0700-GRAVAR-LANCAMENTO.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA OS DIAS DE ESTOQUE PARADO DO PARMSUITE, SE
      **** EXISTIR; DO CONTRARIO VALE O DEFAULT DO CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           IF REG-PARM-DIAS-OBSOLETO IS NUMERIC
                               AND REG-PARM-DIAS-OBSOLETO > 0
                               MOVE REG-PARM-DIAS-OBSOLETO
                                   TO WRK-PARM-DIAS-OBSOLETO
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               PERFORM 0110-LER-DATA-NEGOCIO.
               INITIALIZE TAB-TOTAIS-CLASSE.
               OPEN INPUT PRODUTO-MASTER.
               IF PRDMST-OK
                   SET PRDMST-FOI-ABERTO TO TRUE
               END-IF.
               OPEN I-O ABC-MASTER.
               IF ABCMST-NAO-EXISTE
                   OPEN OUTPUT ABC-MASTER
                   CLOSE ABC-MASTER
                   OPEN I-O ABC-MASTER
               END-IF.
               OPEN OUTPUT RELATORIO-ABC CONTAGEM-CICLICA.
               MOVE SPACES TO WRK-LINHA-ABC.
               STRING 'CLASSIFICACAO ABC E PROVISAO DE OBSOLESCENCIA - '
                          DELIMITED BY SIZE
                      WRK-RUN-DIA DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-RUN-MES DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-RUN-ANO DELIMITED BY SIZE
                      INTO WRK-LINHA-ABC.
               WRITE LINHA-ABC FROM WRK-LINHA-ABC.
               MOVE WRK-PARM-DIAS-OBSOLETO TO WRK-DIAS-ED.
               MOVE SPACES TO WRK-LINHA-ABC.
               STRING 'PARADO: SEM SAIDA HA MAIS DE ' DELIMITED BY SIZE
                      WRK-DIAS-ED DELIMITED BY SIZE
                      ' DIAS' DELIMITED BY SIZE
                      INTO WRK-LINHA-ABC.
               WRITE LINHA-ABC FROM WRK-LINHA-ABC.
               MOVE SPACES TO LINHA-ABC.
               WRITE LINHA-ABC.
               MOVE 'POS  CODIGO DESCRICAO                 C'
                   TO LINHA-ABC.
               MOVE '       CONSUMO   ACUM  DIAS        PROV %'
                   TO LINHA-ABC (40:41).
               MOVE '     PROVISAO' TO LINHA-ABC (81:13).
               WRITE LINHA-ABC.
               OPEN INPUT ESTOQUE-MASTER.
               IF ESTQMST-OK
                   PERFORM 0210-LER-ESTOQUE
               ELSE
                   SET FIM-ESTOQUE TO TRUE
               END-IF.
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
      **** SOMA SALDO E VALOR DE CADA PRODUTO NOS DEPOSITOS; O
      **** CUSTO DO PRODUTO E O VALOR SOBRE O SALDO (OU O CUSTO
      **** MEDIO DO DEPOSITO, QUANDO NAO HA SALDO)
      ******************************
           0200-SOMAR-ESTOQUE.
               ADD 1 TO WRK-TOTAL-ESTOQUE-LIDOS.
               IF REG-EST-CUSTO-MEDIO IS NOT NUMERIC
                   MOVE ZEROS TO REG-EST-CUSTO-MEDIO
               END-IF.
               IF WRK-QTD-PRO = 0
                   OR REG-EST-CODIGO NOT = WRK-CODIGO-ANTERIOR
                   PERFORM 0220-INCLUIR-PRODUTO
               END-IF.
               IF WRK-QTD-PRO > 0
                   AND TAB-PRO-CODIGO (WRK-QTD-PRO) = REG-EST-CODIGO
                   ADD REG-EST-SALDO TO TAB-PRO-SALDO (WRK-QTD-PRO)
                   COMPUTE TAB-PRO-VALOR (WRK-QTD-PRO) =
                       TAB-PRO-VALOR (WRK-QTD-PRO)
                       + REG-EST-SALDO * REG-EST-CUSTO-MEDIO
                   IF TAB-PRO-SALDO (WRK-QTD-PRO) > 0
                       COMPUTE TAB-PRO-CUSTO (WRK-QTD-PRO) ROUNDED =
                           TAB-PRO-VALOR (WRK-QTD-PRO)
                           / TAB-PRO-SALDO (WRK-QTD-PRO)
                   ELSE
                       IF TAB-PRO-CUSTO (WRK-QTD-PRO) = ZEROS
                           MOVE REG-EST-CUSTO-MEDIO
                               TO TAB-PRO-CUSTO (WRK-QTD-PRO)
                       END-IF
                   END-IF
               END-IF.
               MOVE REG-EST-CODIGO TO WRK-CODIGO-ANTERIOR.
               PERFORM 0210-LER-ESTOQUE.
           0210-LER-ESTOQUE.
               READ ESTOQUE-MASTER
                   AT END SET FIM-ESTOQUE TO TRUE
               END-READ.
               IF NOT ESTQMST-OK
                   SET FIM-ESTOQUE TO TRUE
               END-IF.
           0220-INCLUIR-PRODUTO.
               IF WRK-QTD-PRO < 5000
                   ADD 1 TO WRK-QTD-PRO
                   MOVE REG-EST-CODIGO TO TAB-PRO-CODIGO (WRK-QTD-PRO)
                   MOVE ZEROS TO TAB-PRO-SALDO (WRK-QTD-PRO)
                                 TAB-PRO-VALOR (WRK-QTD-PRO)
                                 TAB-PRO-CUSTO (WRK-QTD-PRO)
                                 TAB-PRO-QTD-SAIDA (WRK-QTD-PRO)
                                 TAB-PRO-CONSUMO (WRK-QTD-PRO)
                                 TAB-PRO-PERC-ACUM (WRK-QTD-PRO)
                   MOVE SPACES TO TAB-PRO-ULT-SAIDA (WRK-QTD-PRO)
                   MOVE 'C' TO TAB-PRO-CLASSE (WRK-QTD-PRO)
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-TABELA
               END-IF.
      ******************************
      **** SAIDAS: CADA ITEM DE EMBARQUE COM DATA VALIDA NA FRENTE
      **** DA REFERENCIA CONTA PARA A ULTIMA SAIDA; DENTRO DOS
      **** ULTIMOS 360 DIAS CONTA TAMBEM PARA O CONSUMO
      ******************************
           0300-APURAR-SAIDAS.
               OPEN INPUT ITENS-EMBARQUE.
               IF EMBITEM-OK
                   PERFORM 0310-LER-ITEM
                   PERFORM 0320-SOMAR-SAIDA UNTIL FIM-ITENS-EMBARQUE
                   CLOSE ITENS-EMBARQUE
               END-IF.
               PERFORM 0330-VALORIZAR-CONSUMO
                   VARYING WRK-PRO-IDX FROM 1 BY 1
                   UNTIL WRK-PRO-IDX > WRK-QTD-PRO.
           0310-LER-ITEM.
               READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                   AT END SET FIM-ITENS-EMBARQUE TO TRUE
               END-READ.
           0320-SOMAR-SAIDA.
               ADD 1 TO WRK-TOTAL-ITENS-LIDOS.
               IF WRK-EIT-REFERENCIA (1:8) IS NUMERIC
                   AND WRK-EIT-REFERENCIA (1:8) NOT > WRK-DATA-RUN-X
                   AND WRK-QTD-PRO > 0
                   SET TAB-PRO-IDX TO 1
                   SEARCH TAB-PRO
                       AT END CONTINUE
                       WHEN TAB-PRO-CODIGO (TAB-PRO-IDX) =
                            WRK-EIT-CODIGO
                           PERFORM 0325-ANOTAR-SAIDA
                   END-SEARCH
               END-IF.
               PERFORM 0310-LER-ITEM.
           0325-ANOTAR-SAIDA.
               IF TAB-PRO-ULT-SAIDA (TAB-PRO-IDX) = SPACES
                   OR WRK-EIT-REFERENCIA (1:8) >
                      TAB-PRO-ULT-SAIDA (TAB-PRO-IDX)
                   MOVE WRK-EIT-REFERENCIA (1:8)
                       TO TAB-PRO-ULT-SAIDA (TAB-PRO-IDX)
               END-IF.
               MOVE WRK-EIT-REFERENCIA (1:8) TO WRK-DATA-CALC-X.
               PERFORM 0390-DIAS-ATE-O-RUN.
               IF WRK-DIAS-CALC < 360
                   ADD WRK-EIT-QTDE TO TAB-PRO-QTD-SAIDA (TAB-PRO-IDX)
               END-IF.
           0330-VALORIZAR-CONSUMO.
               COMPUTE TAB-PRO-CONSUMO (WRK-PRO-IDX) =
                   TAB-PRO-QTD-SAIDA (WRK-PRO-IDX)
                   * TAB-PRO-CUSTO (WRK-PRO-IDX).
               ADD TAB-PRO-CONSUMO (WRK-PRO-IDX) TO WRK-CONSUMO-TOTAL.
      ******************************
      **** DIAS ENTRE A DATA EM WRK-DATA-CALC E A DATA DO RUN, NO
      **** MES COMERCIAL DE 30 DIAS (COMO A IDADE DO BACKORDER NO
      **** PROGCOB20)
      ******************************
           0390-DIAS-ATE-O-RUN.
               COMPUTE WRK-DIAS-CALC =
                   ((WRK-RUN-ANO - WRK-CAL-ANO) * 360) +
                   ((WRK-RUN-MES - WRK-CAL-MES) * 30) +
                   (WRK-RUN-DIA - WRK-CAL-DIA).
               IF WRK-DIAS-CALC < 0
                   MOVE ZEROS TO WRK-DIAS-CALC
               END-IF.
      ******************************
      **** INSERE CADA PRODUTO NA POSICAO ORDENADA PELO VALOR DE
      **** CONSUMO (DESC); EMPATE FICA NA ORDEM DE CODIGO
      ******************************
           0400-ORDENAR-CONSUMO.
               MOVE 'N' TO WRK-ACHOU-POS.
               MOVE 1 TO WRK-BUSCA-IDX.
               PERFORM 0410-PROCURAR-POSICAO
                   UNTIL POSICAO-ACHADA
                      OR WRK-BUSCA-IDX > WRK-QTD-RNK.
               IF POSICAO-ACHADA
                   MOVE WRK-BUSCA-IDX TO WRK-POS-INSERCAO
               ELSE
                   COMPUTE WRK-POS-INSERCAO = WRK-QTD-RNK + 1
               END-IF.
               ADD 1 TO WRK-QTD-RNK.
               MOVE WRK-QTD-RNK TO WRK-DESLOCA-IDX.
               PERFORM 0420-DESLOCAR-PARA-BAIXO
                   UNTIL WRK-DESLOCA-IDX NOT > WRK-POS-INSERCAO.
               MOVE WRK-PRO-IDX TO TAB-RNK-PRO (WRK-POS-INSERCAO).
           0410-PROCURAR-POSICAO.
               IF TAB-PRO-CONSUMO (TAB-RNK-PRO (WRK-BUSCA-IDX))
                   < TAB-PRO-CONSUMO (WRK-PRO-IDX)
                   SET POSICAO-ACHADA TO TRUE
               ELSE
                   ADD 1 TO WRK-BUSCA-IDX
               END-IF.
           0420-DESLOCAR-PARA-BAIXO.
               MOVE TAB-RNK (WRK-DESLOCA-IDX - 1)
                   TO TAB-RNK (WRK-DESLOCA-IDX).
               SUBTRACT 1 FROM WRK-DESLOCA-IDX.
      ******************************
      **** CLASSE PELO PERCENTUAL ACUMULADO ANTES DO PRODUTO: O QUE
      **** COMECA ABAIXO DE 80 E A, ABAIXO DE 95 E B, O RESTO E C
      ******************************
           0450-CLASSIFICAR-PRODUTO.
               MOVE TAB-RNK-PRO (WRK-RNK-IDX) TO WRK-PRO-IDX.
               IF WRK-CONSUMO-TOTAL > 0
                   COMPUTE WRK-PERC-ANTES =
                       WRK-CONSUMO-ACUM * 100 / WRK-CONSUMO-TOTAL
                   ADD TAB-PRO-CONSUMO (WRK-PRO-IDX)
                       TO WRK-CONSUMO-ACUM
                   COMPUTE TAB-PRO-PERC-ACUM (WRK-PRO-IDX) ROUNDED =
                       WRK-CONSUMO-ACUM * 100 / WRK-CONSUMO-TOTAL
               END-IF.
               EVALUATE TRUE
                   WHEN TAB-PRO-CONSUMO (WRK-PRO-IDX) = ZEROS
                       MOVE 'C' TO TAB-PRO-CLASSE (WRK-PRO-IDX)
                   WHEN WRK-PERC-ANTES < 80
                       MOVE 'A' TO TAB-PRO-CLASSE (WRK-PRO-IDX)
                   WHEN WRK-PERC-ANTES < 95
                       MOVE 'B' TO TAB-PRO-CLASSE (WRK-PRO-IDX)
                   WHEN OTHER
                       MOVE 'C' TO TAB-PRO-CLASSE (WRK-PRO-IDX)
               END-EVALUATE.
      ******************************
      **** ATUALIZA O ABCMST DO PRODUTO: IDADE SEM SAIDA, FAIXA E
      **** VALOR DA PROVISAO, CLASSE; GUARDA A PROVISAO ANTERIOR
      **** PARA A VARIACAO E IMPRIME A LINHA DO RELATORIO
      ******************************
           0500-ATUALIZAR-ABC.
               MOVE TAB-RNK-PRO (WRK-RNK-IDX) TO WRK-PRO-IDX.
               MOVE TAB-PRO-CODIGO (WRK-PRO-IDX) TO REG-ABC-CODIGO.
               MOVE 'N' TO WRK-ABC-NOVO.
               READ ABC-MASTER
                   INVALID KEY SET ABC-E-NOVO TO TRUE
               END-READ.
               IF ABC-E-NOVO
                   MOVE TAB-PRO-CODIGO (WRK-PRO-IDX) TO REG-ABC-CODIGO
                   MOVE ZEROS TO REG-ABC-CONSUMO REG-ABC-DIAS-PARADO
                                 REG-ABC-PERC-PROVISAO REG-ABC-PROVISAO
                   MOVE SPACES TO REG-ABC-ULT-SAIDA
                                  REG-ABC-ULT-CONTAGEM
                   MOVE WRK-DATA-RUN-X TO REG-ABC-DATA-INCLUSAO
               ELSE
                   ADD REG-ABC-PROVISAO TO WRK-PROVISAO-ANTERIOR
               END-IF.
               IF TAB-PRO-ULT-SAIDA (WRK-PRO-IDX) NOT = SPACES
                   AND (REG-ABC-ULT-SAIDA = SPACES
                        OR TAB-PRO-ULT-SAIDA (WRK-PRO-IDX) >
                           REG-ABC-ULT-SAIDA)
                   MOVE TAB-PRO-ULT-SAIDA (WRK-PRO-IDX)
                       TO REG-ABC-ULT-SAIDA
               END-IF.
               PERFORM 0510-CALCULAR-PROVISAO.
               MOVE TAB-PRO-CLASSE (WRK-PRO-IDX) TO REG-ABC-CLASSE.
               MOVE TAB-PRO-CONSUMO (WRK-PRO-IDX) TO REG-ABC-CONSUMO.
               MOVE WRK-DIAS-PARADO TO REG-ABC-DIAS-PARADO.
               MOVE WRK-PERC-PROVISAO TO REG-ABC-PERC-PROVISAO.
               IF WRK-PROVISAO NOT = REG-ABC-PROVISAO
                   PERFORM 0515-REGISTRAR-ORIGEM
               END-IF.
               MOVE WRK-PROVISAO TO REG-ABC-PROVISAO.
               MOVE WRK-DATA-RUN-X TO REG-ABC-DATA-CLASSIF.
               IF ABC-E-NOVO
                   WRITE REG-ABC
                       INVALID KEY CONTINUE
                   END-WRITE
               ELSE
                   REWRITE REG-ABC
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF.
               ADD WRK-PROVISAO TO WRK-PROVISAO-NOVA.
               EVALUATE REG-ABC-CLASSE
                   WHEN 'A' MOVE 1 TO WRK-CLS-IDX
                   WHEN 'B' MOVE 2 TO WRK-CLS-IDX
                   WHEN OTHER MOVE 3 TO WRK-CLS-IDX
               END-EVALUATE.
               ADD 1 TO TAB-CLS-PRODUTOS (WRK-CLS-IDX).
               ADD REG-ABC-CONSUMO TO TAB-CLS-CONSUMO (WRK-CLS-IDX).
               PERFORM 0520-IMPRIMIR-PRODUTO.
               PERFORM 0530-PROGRAMAR-CONTAGEM.
      ******************************
      **** GUARDA O PRIMEIRO E O ULTIMO PRODUTO CUJA PROVISAO MUDOU
      **** NO RUN, PARA A ORIGEM DO LANCAMENTO DA PROVISAO NO RAZAO
      ******************************
           0515-REGISTRAR-ORIGEM.
               MOVE REG-ABC-CODIGO TO WRK-ORI-DOCUMENTO.
               IF WRK-ORI-QTD-DOCS = 0
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
               END-IF.
               MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL.
               ADD 1 TO WRK-ORI-QTD-DOCS.
      ******************************
      **** IDADE: DIAS DESDE A ULTIMA SAIDA (OU DESDE A INCLUSAO NO
      **** ABCMST, SE NUNCA SAIU). FAIXAS EM MULTIPLOS DOS DIAS DE
      **** ESTOQUE PARADO; A PROVISAO E SOBRE O VALOR EM ESTOQUE
      ******************************
           0510-CALCULAR-PROVISAO.
               IF REG-ABC-ULT-SAIDA NOT = SPACES
                   MOVE REG-ABC-ULT-SAIDA TO WRK-DATA-CALC-X
               ELSE
                   MOVE REG-ABC-DATA-INCLUSAO TO WRK-DATA-CALC-X
               END-IF.
               IF WRK-DATA-CALC-X IS NUMERIC
                   PERFORM 0390-DIAS-ATE-O-RUN
               ELSE
                   MOVE ZEROS TO WRK-DIAS-CALC
               END-IF.
               IF WRK-DIAS-CALC > 99999
                   MOVE 99999 TO WRK-DIAS-PARADO
               ELSE
                   MOVE WRK-DIAS-CALC TO WRK-DIAS-PARADO
               END-IF.
               MOVE 'N' TO WRK-PARADO.
               EVALUATE TRUE
                   WHEN WRK-DIAS-PARADO NOT > WRK-PARM-DIAS-OBSOLETO
                       MOVE 0 TO WRK-PERC-PROVISAO
                   WHEN WRK-DIAS-PARADO NOT >
                        WRK-PARM-DIAS-OBSOLETO * 2
                       MOVE 25 TO WRK-PERC-PROVISAO
                   WHEN WRK-DIAS-PARADO NOT >
                        WRK-PARM-DIAS-OBSOLETO * 3
                       MOVE 50 TO WRK-PERC-PROVISAO
                   WHEN WRK-DIAS-PARADO NOT >
                        WRK-PARM-DIAS-OBSOLETO * 4
                       MOVE 75 TO WRK-PERC-PROVISAO
                   WHEN OTHER
                       MOVE 100 TO WRK-PERC-PROVISAO
               END-EVALUATE.
               IF WRK-DIAS-PARADO > WRK-PARM-DIAS-OBSOLETO
                   SET PRODUTO-PARADO TO TRUE
                   ADD 1 TO WRK-TOTAL-PARADOS
               END-IF.
               MOVE ZEROS TO WRK-PROVISAO.
               IF TAB-PRO-VALOR (WRK-PRO-IDX) > 0
                   COMPUTE WRK-PROVISAO ROUNDED =
                       TAB-PRO-VALOR (WRK-PRO-IDX)
                       * WRK-PERC-PROVISAO / 100
               END-IF.
           0520-IMPRIMIR-PRODUTO.
               MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESCRICAO.
               IF PRDMST-FOI-ABERTO
                   MOVE REG-ABC-CODIGO TO REG-PRD-CODIGO
                   READ PRODUTO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF PRDMST-OK
                       MOVE REG-PRD-DESCRICAO TO WRK-DESCRICAO
                   END-IF
               END-IF.
               MOVE WRK-RNK-IDX TO WRK-POSICAO-ED.
               MOVE REG-ABC-CONSUMO TO WRK-CONSUMO-ED.
               MOVE TAB-PRO-PERC-ACUM (WRK-PRO-IDX) TO WRK-PERC-ED.
               MOVE WRK-DIAS-PARADO TO WRK-DIAS-ED.
               MOVE WRK-PERC-PROVISAO TO WRK-PCT-ED.
               MOVE WRK-PROVISAO TO WRK-PROVISAO-ED.
               MOVE SPACES TO WRK-LINHA-ABC.
               STRING WRK-POSICAO-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-ABC-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DESCRICAO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-ABC-CLASSE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-CONSUMO-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PERC-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DIAS-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ABC.
               IF PRODUTO-PARADO
                   MOVE 'PARADO' TO WRK-LINHA-ABC (66:6)
               END-IF.
               MOVE WRK-PCT-ED TO WRK-LINHA-ABC (74:3).
               MOVE WRK-PROVISAO-ED TO WRK-LINHA-ABC (79:15).
               WRITE LINHA-ABC FROM WRK-LINHA-ABC.
      ******************************
      **** CONTAGEM CICLICA: A TODO MES; B E C QUANDO A ULTIMA
      **** CONTAGEM (CARIMBADA PELO PROGCOB81) PASSOU DE 90 E 180
      **** DIAS. PRODUTO SEM SALDO NAO ENTRA NA LISTA
      ******************************
           0530-PROGRAMAR-CONTAGEM.
               IF TAB-PRO-SALDO (WRK-PRO-IDX) NOT = ZEROS
                   IF REG-ABC-ULT-CONTAGEM IS NUMERIC
                       MOVE REG-ABC-ULT-CONTAGEM TO WRK-DATA-CALC-X
                       PERFORM 0390-DIAS-ATE-O-RUN
                   ELSE
                       MOVE 99999 TO WRK-DIAS-CALC
                   END-IF
                   MOVE SPACES TO REG-CONTAGEM-CICLICA
                   EVALUATE TRUE
                       WHEN REG-ABC-CLASSE = 'A'
                           MOVE 'MENSAL' TO REG-CIC-FREQUENCIA
                       WHEN REG-ABC-CLASSE = 'B'
                           AND WRK-DIAS-CALC NOT < 90
                           MOVE 'TRIMESTRAL' TO REG-CIC-FREQUENCIA
                       WHEN REG-ABC-CLASSE = 'C'
                           AND WRK-DIAS-CALC NOT < 180
                           MOVE 'SEMESTRAL' TO REG-CIC-FREQUENCIA
                   END-EVALUATE
                   IF REG-CIC-FREQUENCIA NOT = SPACES
                       ADD 1 TO WRK-TOTAL-A-CONTAR
                       MOVE REG-ABC-CODIGO TO REG-CIC-CODIGO
                       MOVE REG-ABC-CLASSE TO REG-CIC-CLASSE
                       MOVE REG-ABC-ULT-CONTAGEM
                           TO REG-CIC-ULT-CONTAGEM
                       IF TAB-PRO-SALDO (WRK-PRO-IDX) > 0
                           MOVE TAB-PRO-SALDO (WRK-PRO-IDX)
                               TO REG-CIC-SALDO
                       ELSE
                           MOVE ZEROS TO REG-CIC-SALDO
                       END-IF
                       WRITE REG-CONTAGEM-CICLICA
                   END-IF
               END-IF.
      ******************************
      **** PRODUTO QUE SAIU DO ESTQMST DESDE O ULTIMO TRIMESTRE NAO
      **** FOI TOCADO ACIMA: A PROVISAO DELE E REVERTIDA
      ******************************
           0600-BAIXAR-PROVISAO-ANTIGA.
               MOVE ZEROS TO REG-ABC-CODIGO.
               START ABC-MASTER KEY NOT < REG-ABC-CODIGO
                   INVALID KEY SET FIM-ABC TO TRUE
               END-START.
               PERFORM 0610-LER-ABC.
               PERFORM 0620-REVERTER-PROVISAO UNTIL FIM-ABC.
           0610-LER-ABC.
               IF NOT FIM-ABC
                   READ ABC-MASTER NEXT RECORD
                       AT END SET FIM-ABC TO TRUE
                   END-READ
                   IF NOT ABCMST-OK
                       SET FIM-ABC TO TRUE
                   END-IF
               END-IF.
           0620-REVERTER-PROVISAO.
               IF REG-ABC-DATA-CLASSIF NOT = WRK-DATA-RUN-X
                   AND REG-ABC-PROVISAO > 0
                   PERFORM 0515-REGISTRAR-ORIGEM
                   ADD REG-ABC-PROVISAO TO WRK-PROVISAO-ANTERIOR
                   MOVE ZEROS TO REG-ABC-PROVISAO
                                 REG-ABC-PERC-PROVISAO
                   REWRITE REG-ABC
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF.
               PERFORM 0610-LER-ABC.
      ******************************
      **** LANCA A VARIACAO DA PROVISAO NO RAZAO (REAIS INTEIROS):
      **** AUMENTO REDUZ O ATIVO (PRVOBS) E ENTRA COMO DESPESA
      **** (DPRVOB); REDUCAO FAZ O CONTRARIO
      ******************************
           0700-GRAVAR-LANCAMENTO.
               COMPUTE WRK-VARIACAO =
                   WRK-PROVISAO-NOVA - WRK-PROVISAO-ANTERIOR.
               IF WRK-VARIACAO NOT = ZEROS
                   OPEN EXTEND LANCAMENTOS-INT
                   MOVE 'PRVOBS' TO REG-LCI-CONTA
                   MOVE WRK-DATA-RUN-X TO REG-LCI-DATA
                   COMPUTE REG-LCI-VALOR ROUNDED = 0 - WRK-VARIACAO
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FRT' TO REG-LCI-CCUSTO
                   MOVE 'PROGABC' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   MOVE 'DPRVOB' TO REG-LCI-CONTA
                   WRITE REG-LANCTO-INT
                   CLOSE LANCAMENTOS-INT
               END-IF.
           0800-FINALIZAR.
               MOVE SPACES TO LINHA-ABC.
               WRITE LINHA-ABC.
               PERFORM 0810-IMPRIMIR-CLASSE
                   VARYING WRK-CLS-IDX FROM 1 BY 1
                   UNTIL WRK-CLS-IDX > 3.
               MOVE WRK-PROVISAO-ANTERIOR TO WRK-PROVISAO-ED.
               MOVE SPACES TO WRK-LINHA-ABC.
               STRING 'PROVISAO ANTERIOR      ' DELIMITED BY SIZE
                      WRK-PROVISAO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ABC.
               WRITE LINHA-ABC FROM WRK-LINHA-ABC.
               MOVE WRK-PROVISAO-NOVA TO WRK-PROVISAO-ED.
               MOVE SPACES TO WRK-LINHA-ABC.
               STRING 'PROVISAO DO TRIMESTRE  ' DELIMITED BY SIZE
                      WRK-PROVISAO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ABC.
               WRITE LINHA-ABC FROM WRK-LINHA-ABC.
               MOVE WRK-VARIACAO TO WRK-PROVISAO-ED.
               MOVE SPACES TO WRK-LINHA-ABC.
               STRING 'VARIACAO LANCADA       ' DELIMITED BY SIZE
                      WRK-PROVISAO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ABC.
               WRITE LINHA-ABC FROM WRK-LINHA-ABC.
               DISPLAY '********************'.
               DISPLAY 'PRODUTOS CLASSIFICADOS: ' WRK-QTD-PRO.
               DISPLAY 'CLASSE A              : ' TAB-CLS-PRODUTOS (1).
               DISPLAY 'CLASSE B              : ' TAB-CLS-PRODUTOS (2).
               DISPLAY 'CLASSE C              : ' TAB-CLS-PRODUTOS (3).
               DISPLAY 'PARADOS               : ' WRK-TOTAL-PARADOS.
               DISPLAY 'NA CONTAGEM CICLICA   : ' WRK-TOTAL-A-CONTAR.
               DISPLAY 'FORA DA TABELA        : ' WRK-TOTAL-FORA-TABELA.
               CLOSE ESTOQUE-MASTER ABC-MASTER RELATORIO-ABC
                     CONTAGEM-CICLICA.
               IF PRDMST-FOI-ABERTO
                   CLOSE PRODUTO-MASTER
               END-IF.
               IF WRK-TOTAL-FORA-TABELA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
           0810-IMPRIMIR-CLASSE.
               MOVE TAB-CLS-PRODUTOS (WRK-CLS-IDX) TO WRK-QTDE-ED.
               MOVE TAB-CLS-CONSUMO (WRK-CLS-IDX) TO WRK-CONSUMO-ED.
               MOVE SPACES TO WRK-LINHA-ABC.
               STRING 'CLASSE ' DELIMITED BY SIZE
                      WRK-LETRAS-CLASSE (WRK-CLS-IDX:1)
                          DELIMITED BY SIZE
                      '  PRODUTOS ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      '  CONSUMO ' DELIMITED BY SIZE
                      WRK-CONSUMO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ABC.
               WRITE LINHA-ABC FROM WRK-LINHA-ABC.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGABC' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-ESTOQUE-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-QTD-PRO TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-FORA-TABELA TO WRK-CTL-REJEITADOS.
               MOVE WRK-PROVISAO-NOVA TO WRK-CTL-HASH.
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
               MOVE 'PROGABC' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGABC' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-QTD-PRO TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
