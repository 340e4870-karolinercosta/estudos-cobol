      *     TABELA DEPROTA DO RUN DE FRETE (SEM LINHA VALE D1) E O
      *     REGISTRO DO RESERVAS CARREGA O DEPOSITO -- SENAO UM
      *     PEDIDO RETIDO COM DESTINO NO D2 DERRUBAVA O ATP DO D1
      *    ALTERADO= 15/10/26 - KAROLINE
      *     PEDIDO DE VARIOS ITENS FICA RETIDO LINHA A LINHA
      *     (CABECALHO + ITENS, LAYOUT CPYPEDIN): O CABECALHO DA O
      *     DEPOSITO (PELA UF) E CADA ITEM PENDENTE RESERVA A SUA
      *     QUANTIDADE NO PRODUTO DO ITEM. O PEDIDO ANTIGO DE UMA
      *     LINHA CONTINUA RESERVANDO UMA UNIDADE
      *    ALTERADO= 15/10/26 - KAROLINE
      *     ITEM RETIDO CUJO CODIGO E UM KIT (ESTRUTURA NO KITEST,
      *     COPYBOOK CPYKIT) RESERVA OS COMPONENTES, NA QUANTIDADE DO
      *     ITEM X A QUANTIDADE DO COMPONENTE NO KIT, COMO O RUN DE
      *     FRETE CONFERE O ATP; O KIT NAO TEM SALDO PROPRIO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT ROTAS-DEPOSITO ASSIGN TO DEPROTA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DEPROTA-STATUS.
               SELECT KITS-IN ASSIGN TO KITEST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-KITEST-STATUS.
               SELECT RESERVAS-OUT ASSIGN TO RESERVAS
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
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
           FD  RESERVAS-OUT.
           01  REG-RESERVA-OUT.
               02 REG-RSV-CODIGO   PIC 9(06).
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYCTRL.
           COPY CPYPEDIN.
           77 WRK-PEDHOLD-STATUS PIC X(02) VALUE '00'.
               88 PEDHOLD-OK VALUE '00'.
           77 WRK-DEPROTA-STATUS PIC X(02) VALUE '00'.
           77 WRK-FIM-ROTAS PIC X(01) VALUE 'N'.
               88 FIM-ROTAS VALUE 'S'.
           77 WRK-DEPOSITO-PEDIDO PIC X(02) VALUE SPACES.
           77 WRK-UF-PEDIDO       PIC X(02) VALUE SPACES.
           77 WRK-NUMERO-RETIDO   PIC X(10) VALUE SPACES.
           77 WRK-CODIGO-RESERVA  PIC 9(06) VALUE ZEROS.
           77 WRK-QTDE-RESERVA    PIC 9(05) VALUE ZEROS.
           77 WRK-QTDE-RETIDA     PIC 9(05) VALUE ZEROS.
           COPY CPYKIT.
           77 WRK-PEDHOLD-ABERTO PIC X(01) VALUE 'N'.
               88 PEDHOLD-FOI-ABERTO VALUE 'S'.
           77 WRK-FIM-RETIDOS PIC X(01) VALUE 'N'.
               STOP RUN.
           0100-INICIALIZAR.
               PERFORM 0110-CARREGAR-ROTAS.
               PERFORM 0130-CARREGAR-KITS.
               OPEN INPUT RETIDOS-IN.
               IF PEDHOLD-OK
                   SET PEDHOLD-FOI-ABERTO TO TRUE
                   AT END SET FIM-ROTAS TO TRUE
               END-READ.
      ******************************
      **** CARREGA A ESTRUTURA DOS KITS, SE EXISTIR: O KIT NAO TEM
      **** SALDO, ENTAO A RESERVA DE UM ITEM DE KIT CAI NOS
      **** COMPONENTES
      ******************************
           0130-CARREGAR-KITS.
               OPEN INPUT KITS-IN.
               IF KITEST-OK
                   READ KITS-IN
                       AT END SET FIM-KITS TO TRUE
                   END-READ
                   PERFORM 0140-LER-KIT
                       UNTIL FIM-KITS OR WRK-QTD-KIT >= 2000
                   CLOSE KITS-IN
               END-IF.
           0140-LER-KIT.
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
      ******************************
      **** SOMA NO PRODUTO + DEPOSITO (ROTEADO PELA UF DO PEDIDO) A
      **** QUANTIDADE DE CADA ITEM AINDA RETIDO: O CABECALHO SO DA O
      **** DEPOSITO; O PEDIDO ANTIGO RESERVA UMA UNIDADE
      ******************************
           0200-PROCESSAR-RETIDO.
               ADD 1 TO WRK-TOTAL-RETIDOS.
               MOVE REG-HLD-PEDIDO TO WRK-PEDIDO-CAB.
               EVALUATE TRUE
                   WHEN PED-REG-CABECALHO
                       MOVE WRK-CAB-NUMERO TO WRK-NUMERO-RETIDO
                       MOVE WRK-CAB-UF TO WRK-UF-PEDIDO
                       PERFORM 0205-ROTEAR-DEPOSITO
                       IF HOLD-PENDENTE
                           ADD 1 TO WRK-TOTAL-PENDENTES
                       END-IF
                   WHEN PED-REG-ITEM
                       IF HOLD-PENDENTE
                           AND WRK-ITE-NUMERO = WRK-NUMERO-RETIDO
                           AND WRK-ITE-CODIGO IS NUMERIC
                           AND WRK-ITE-QTDE IS NUMERIC
                           AND WRK-ITE-CODIGO > 0
                           MOVE WRK-ITE-CODIGO TO WRK-CODIGO-RESERVA
                           MOVE WRK-ITE-QTDE   TO WRK-QTDE-RESERVA
                           PERFORM 0230-RESERVAR-ITEM
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO WRK-NUMERO-RETIDO
                       IF HOLD-PENDENTE AND REG-HLD-CODIGO > 0
                           ADD 1 TO WRK-TOTAL-PENDENTES
                           MOVE REG-HLD-UF TO WRK-UF-PEDIDO
                           PERFORM 0205-ROTEAR-DEPOSITO
                           MOVE REG-HLD-CODIGO TO WRK-CODIGO-RESERVA
                           MOVE 1 TO WRK-QTDE-RESERVA
                           PERFORM 0230-RESERVAR-ITEM
                       END-IF
               END-EVALUATE.
               READ RETIDOS-IN
                   AT END SET FIM-RETIDOS TO TRUE
               END-READ.
                   SET TAB-ROT-IDX TO 1
                   SEARCH TAB-ROT
                       AT END CONTINUE
                       WHEN TAB-ROT-UF (TAB-ROT-IDX) = WRK-UF-PEDIDO
                           MOVE TAB-ROT-DEPOSITO (TAB-ROT-IDX)
                               TO WRK-DEPOSITO-PEDIDO
                   END-SEARCH
                   SEARCH TAB-RSV
                       AT END PERFORM 0220-CRIAR-RESERVA
                       WHEN TAB-RSV-CODIGO (TAB-RSV-IDX)
                           = WRK-CODIGO-RESERVA
                           AND TAB-RSV-DEPOSITO (TAB-RSV-IDX)
                           = WRK-DEPOSITO-PEDIDO
                           ADD WRK-QTDE-RESERVA
                               TO TAB-RSV-QTDE (TAB-RSV-IDX)
                   END-SEARCH
               END-IF.
           0220-CRIAR-RESERVA.
               IF WRK-QTD-RSV < 500
                   ADD 1 TO WRK-QTD-RSV
                   MOVE WRK-CODIGO-RESERVA
                       TO TAB-RSV-CODIGO (WRK-QTD-RSV)
                   MOVE WRK-DEPOSITO-PEDIDO
                       TO TAB-RSV-DEPOSITO (WRK-QTD-RSV)
                   MOVE WRK-QTDE-RESERVA TO TAB-RSV-QTDE (WRK-QTD-RSV)
               END-IF.
      ******************************
      **** ITEM DE KIT RESERVA CADA COMPONENTE (QUANTIDADE DO ITEM
      **** X QUANTIDADE DO COMPONENTE NO KIT); O RESTO RESERVA O
      **** PROPRIO CODIGO
      ******************************
           0230-RESERVAR-ITEM.
               MOVE WRK-CODIGO-RESERVA TO WRK-KIT-PROCURADO.
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
               IF ITEM-E-KIT
                   MOVE WRK-QTDE-RESERVA TO WRK-QTDE-RETIDA
                   PERFORM 0240-RESERVAR-COMPONENTE
                       VARYING WRK-KIT-IDX FROM 1 BY 1
                       UNTIL WRK-KIT-IDX > WRK-QTD-KIT
               ELSE
                   PERFORM 0210-SOMAR-RESERVA
               END-IF.
           0240-RESERVAR-COMPONENTE.
               IF TAB-KIT-CODIGO (WRK-KIT-IDX) = WRK-KIT-PROCURADO
                   MOVE TAB-KIT-COMPONENTE (WRK-KIT-IDX)
                       TO WRK-CODIGO-RESERVA
                   COMPUTE WRK-QTDE-RESERVA =
                       WRK-QTDE-RETIDA * TAB-KIT-QTDE (WRK-KIT-IDX)
                   PERFORM 0210-SOMAR-RESERVA
               END-IF.
      ******************************
      **** REESCREVE O ARQUIVO DE RESERVAS DO ZERO
