      *     PRODUCAO (PESO CUBADO VIA CUBFAT, FALLBACK DO ADICIONAL
      *     DE 15% ACIMA DE 1 M3)
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O SIMPED PASSOU A TRAZER O PEDIDO DE VARIOS ITENS DO
      *     PEDIN (CABECALHO TIPO C + ITENS TIPO I, COPYBOOK
      *     CPYPEDIN). O PEDIDO E MONTADO COMO NO RUN DE FRETE
      *     (PROGCOB09B): PESO E VALOR SAO A SOMA DOS ITENS PELO
      *     PRDMST (UNITARIO X QUANTIDADE) E O FRETE E TARIFADO UMA
      *     VEZ SO SOBRE O PESO SOMADO. PEDIDO COM PRODUTO FORA DO
      *     PRDMST OU INATIVO, SEM ITENS OU ITEM SEM CABECALHO NA
      *     FRENTE NAO E SIMULADO: SAI NO RELATORIO E O RUN TERMINA
      *     COM RC 4. O PEDIDO ANTIGO DE UMA LINHA SO SEGUE COMO ERA
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           FILE-CONTROL.
               SELECT PEDIDOS-IN ASSIGN TO SIMPED
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PRODUTO-MASTER ASSIGN TO PRDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRD-CODIGO
                   FILE STATUS IS WRK-PRDMST-STATUS.
               SELECT TABELA-ATUAL ASSIGN TO TABFRETE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TABELA-CANDIDATA ASSIGN TO TABCAND
           DATA DIVISION.
           FILE SECTION.
           FD  PEDIDOS-IN.
           01  LINHA-PEDIDO-IN PIC X(80).
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
           FD  TABELA-ATUAL.
           01  REG-TARIFA-ATUAL.
               02 REG-FRA-UF      PIC X(02).
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYCTRL.
           COPY CPYPEDIN.
      ******************************
      **** PEDIDO MONTADO PARA A SIMULACAO: NO PEDIDO DE VARIOS
      **** ITENS O CABECALHO DA UF/TRANSPORTADORA/CUBAGEM E O PESO
      **** E O VALOR SAO A SOMA DOS ITENS PELO PRDMST; NO PEDIDO
      **** ANTIGO DE UMA LINHA E O PROPRIO REGISTRO LIDO
      ******************************
           01 WRK-PEDIDO-IN.
               02 WRK-PED-CPF      PIC X(11).
               02 WRK-PED-PRODUTO  PIC X(20).
               02 WRK-PED-VALOR    PIC 9(06)V99.
               02 WRK-PED-PESO     PIC 9(05)V99.
               02 WRK-PED-UF       PIC X(02).
               02 WRK-PED-TRANSP   PIC X(04).
               02 WRK-PED-DIMENSAO PIC 9(03)V99.
               02 WRK-PED-CODIGO   PIC 9(06).
               02 WRK-PED-COTACAO  PIC X(14).
               02 WRK-PED-EMPRESA  PIC X(03).
           77 WRK-NUMERO-PEDIDO PIC X(10) VALUE SPACES.
           77 WRK-FIM-LINHAS    PIC X(01) VALUE 'N'.
               88 FIM-LINHAS-PEDIN VALUE 'S'.
           77 WRK-ITENS-SITUACAO PIC X(01) VALUE 'S'.
               88 ITENS-VALIDOS VALUE 'S'.
           77 WRK-MOTIVO-ITENS PIC X(30) VALUE SPACES.
           77 WRK-QTD-ITENS    PIC 9(03) VALUE ZEROS.
           77 WRK-PESO-SOMADO  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-SOMADO PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 PRDMST-OK        VALUE '00'.
           77 WRK-PRDMST-ABERTO PIC X(01) VALUE 'N'.
               88 PRDMST-FOI-ABERTO VALUE 'S'.
           77 WRK-CUBFAT-STATUS PIC X(02) VALUE '00'.
               88 CUBFAT-OK VALUE '00'.
           77 WRK-FIM-PEDIDOS PIC X(01) VALUE 'N'.
           77 WRK-LINHA-SIM PIC X(120) VALUE SPACES.
           77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-TARIFA PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-NAO-SIMULADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ITENS-AVULSOS PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0110-CARREGAR-ATUAL.
               PERFORM 0120-CARREGAR-CANDIDATA.
               PERFORM 0130-CARREGAR-CUBAGEM.
               OPEN INPUT PRODUTO-MASTER.
               IF PRDMST-OK
                   SET PRDMST-FOI-ABERTO TO TRUE
               ELSE
                   DISPLAY 'PRDMST NAO ABRIU - STATUS '
                       WRK-PRDMST-STATUS
                       ' - PEDIDO COM ITENS NAO SERA SIMULADO'
               END-IF.
               OPEN INPUT PEDIDOS-IN
                    OUTPUT RELATORIO-SIM.
               MOVE 'SIMULACAO DE TARIFA (ATUAL X CANDIDATA)'
                   TO LINHA-SIM.
               WRITE LINHA-SIM.
               PERFORM 0202-LER-LINHA-PEDIN.
               PERFORM 0201-MONTAR-PEDIDO.
           0110-CARREGAR-ATUAL.
               MOVE 'N' TO WRK-FIM-TABELA.
               OPEN INPUT TABELA-ATUAL.
               END-READ.
      ******************************
      **** TARIFA O PEDIDO NAS DUAS TABELAS, ACUMULA OS TOTAIS E
      **** IMPRIME A LINHA DE COMPARACAO; PEDIDO DE ITENS QUE NAO
      **** FECHOU SO SAI NO RELATORIO COM O MOTIVO
      ******************************
           0200-SIMULAR-PEDIDO.
               ADD 1 TO WRK-TOTAL-PEDIDOS.
               IF NOT ITENS-VALIDOS
                   PERFORM 0260-IMPRIMIR-NAO-SIMULADO
               ELSE
                   PERFORM 0210-PESO-TARIFAVEL
                   PERFORM 0220-TARIFAR-ATUAL
                   PERFORM 0230-TARIFAR-CANDIDATA
                   IF WRK-FRETE-ATUAL = ZEROS
                       AND WRK-FRETE-CAND = ZEROS
                       ADD 1 TO WRK-TOTAL-SEM-TARIFA
                   ELSE
                       ADD WRK-FRETE-ATUAL TO WRK-TOTAL-ATUAL
                       ADD WRK-FRETE-CAND  TO WRK-TOTAL-CAND
                       PERFORM 0240-ACUMULAR-TOTAIS
                       PERFORM 0250-IMPRIMIR-LINHA
                   END-IF
               END-IF.
               PERFORM 0201-MONTAR-PEDIDO.
      ******************************
      **** MONTA O PROXIMO PEDIDO: CABECALHO (TIPO C) E OS ITENS
      **** (TIPO I) COM O MESMO NUMERO QUE VEM LOGO ATRAS, OU O
      **** PEDIDO ANTIGO DE UMA LINHA SO. ITEM SEM CABECALHO NA
      **** FRENTE E CONTADO E PULADO
      ******************************
           0201-MONTAR-PEDIDO.
               PERFORM 0205-DESCARTAR-ITEM-AVULSO
                   UNTIL FIM-LINHAS-PEDIN OR NOT PED-REG-ITEM.
               IF FIM-LINHAS-PEDIN
                   SET FIM-PEDIDOS TO TRUE
               ELSE
                   IF PED-REG-CABECALHO
                       PERFORM 0203-MONTAR-CABECALHO
                       PERFORM 0202-LER-LINHA-PEDIN
                       PERFORM 0204-ACUMULAR-ITEM
                           UNTIL FIM-LINHAS-PEDIN
                              OR NOT PED-REG-ITEM
                              OR WRK-ITE-NUMERO
                                 NOT = WRK-NUMERO-PEDIDO
                       PERFORM 0206-FECHAR-CABECALHO
                   ELSE
                       MOVE 'S' TO WRK-ITENS-SITUACAO
                       MOVE WRK-PEDIDO-CAB TO WRK-PEDIDO-IN
                       PERFORM 0202-LER-LINHA-PEDIN
                   END-IF
               END-IF.
           0202-LER-LINHA-PEDIN.
               READ PEDIDOS-IN INTO WRK-PEDIDO-CAB
                   AT END SET FIM-LINHAS-PEDIN TO TRUE
               END-READ.
           0203-MONTAR-CABECALHO.
               MOVE 'S' TO WRK-ITENS-SITUACAO.
               MOVE SPACES TO WRK-MOTIVO-ITENS.
               MOVE WRK-CAB-NUMERO TO WRK-NUMERO-PEDIDO.
               MOVE ZEROS TO WRK-QTD-ITENS WRK-PESO-SOMADO
                   WRK-VALOR-SOMADO.
               MOVE SPACES TO WRK-PEDIDO-IN.
               STRING 'PEDIDO ' DELIMITED BY SIZE
                      WRK-CAB-NUMERO DELIMITED BY SIZE
                      INTO WRK-PED-PRODUTO.
               MOVE ZEROS TO WRK-PED-VALOR WRK-PED-PESO
                             WRK-PED-CODIGO.
               MOVE WRK-CAB-UF     TO WRK-PED-UF.
               MOVE WRK-CAB-TRANSP TO WRK-PED-TRANSP.
               IF WRK-CAB-DIMENSAO IS NUMERIC
                   MOVE WRK-CAB-DIMENSAO TO WRK-PED-DIMENSAO
               ELSE
                   MOVE ZEROS TO WRK-PED-DIMENSAO
               END-IF.
      ******************************
      **** PESO E VALOR DO ITEM PELO CADASTRO DE PRODUTOS (UNITARIO
      **** X QUANTIDADE); PRODUTO FORA DO PRDMST, INATIVO OU AINDA
      **** SEM PRECO APROVADO DERRUBA O PEDIDO, COMO NO PROGCOB09B
      ******************************
           0204-ACUMULAR-ITEM.
               ADD 1 TO WRK-QTD-ITENS.
               IF WRK-ITE-CODIGO IS NUMERIC
                   AND WRK-ITE-QTDE IS NUMERIC
                   AND WRK-ITE-QTDE > 0
                   MOVE '23' TO WRK-PRDMST-STATUS
                   IF PRDMST-FOI-ABERTO
                       MOVE WRK-ITE-CODIGO TO REG-PRD-CODIGO
                       READ PRODUTO-MASTER
                           INVALID KEY CONTINUE
                       END-READ
                   END-IF
                   EVALUATE TRUE
                       WHEN PRDMST-OK AND PRD-ATIVO
                           COMPUTE WRK-PESO-SOMADO = WRK-PESO-SOMADO
                               + (REG-PRD-PESO * WRK-ITE-QTDE)
                           COMPUTE WRK-VALOR-SOMADO = WRK-VALOR-SOMADO
                               + (REG-PRD-VALOR * WRK-ITE-QTDE)
                       WHEN NOT ITENS-VALIDOS
                           CONTINUE
                       WHEN PRDMST-OK
                           MOVE 'N' TO WRK-ITENS-SITUACAO
                           MOVE 'PRODUTO INATIVO' TO WRK-MOTIVO-ITENS
                       WHEN OTHER
                           MOVE 'N' TO WRK-ITENS-SITUACAO
                           MOVE 'PRODUTO NAO CADASTRADO'
                               TO WRK-MOTIVO-ITENS
                   END-EVALUATE
               ELSE
                   IF ITENS-VALIDOS
                       MOVE 'N' TO WRK-ITENS-SITUACAO
                       MOVE 'ITEM COM CODIGO/QTDE INVALIDO'
                           TO WRK-MOTIVO-ITENS
                   END-IF
               END-IF.
               PERFORM 0202-LER-LINHA-PEDIN.
           0205-DESCARTAR-ITEM-AVULSO.
               ADD 1 TO WRK-TOTAL-ITENS-AVULSOS.
               PERFORM 0202-LER-LINHA-PEDIN.
      ******************************
      **** PESO E VALOR DO PEDIDO = SOMA DOS ITENS
      ******************************
           0206-FECHAR-CABECALHO.
               IF WRK-QTD-ITENS = 0 AND ITENS-VALIDOS
                   MOVE 'N' TO WRK-ITENS-SITUACAO
                   MOVE 'PEDIDO SEM ITENS' TO WRK-MOTIVO-ITENS
               END-IF.
               IF WRK-PESO-SOMADO > 99999,99
                   OR WRK-VALOR-SOMADO > 999999,99
                   IF ITENS-VALIDOS
                       MOVE 'N' TO WRK-ITENS-SITUACAO
                       MOVE 'PESO/VALOR DO PEDIDO EXCEDIDO'
                           TO WRK-MOTIVO-ITENS
                   END-IF
               ELSE
                   MOVE WRK-PESO-SOMADO  TO WRK-PED-PESO
                   MOVE WRK-VALOR-SOMADO TO WRK-PED-VALOR
               END-IF.
           0210-PESO-TARIFAVEL.
               MOVE ZEROS TO WRK-FATOR-CUBAGEM WRK-PESO-CUBADO.
               IF WRK-QTD-CUB > 0
                   SEARCH TAB-CUB
                       AT END CONTINUE
                       WHEN TAB-CUB-TRANSP (TAB-CUB-IDX)
                           = WRK-PED-TRANSP
                           MOVE TAB-CUB-FATOR (TAB-CUB-IDX)
                               TO WRK-FATOR-CUBAGEM
                   END-SEARCH
               END-IF.
               COMPUTE WRK-PESO-CUBADO ROUNDED =
                   WRK-PED-DIMENSAO * WRK-FATOR-CUBAGEM.
               IF WRK-PESO-CUBADO > WRK-PED-PESO
                   MOVE WRK-PESO-CUBADO TO WRK-PESO-TARIFA
               ELSE
                   MOVE WRK-PED-PESO TO WRK-PESO-TARIFA
               END-IF.
           0220-TARIFAR-ATUAL.
               MOVE ZEROS TO WRK-FRETE-ATUAL.
                   SET TAB-FRA-IDX TO 1
                   SEARCH TAB-FRA
                       AT END CONTINUE
                       WHEN TAB-FRA-UF (TAB-FRA-IDX) = WRK-PED-UF
                           AND WRK-PESO-TARIFA NOT >
                               TAB-FRA-ATE-KG (TAB-FRA-IDX)
                           AND TAB-FRA-TRANSP (TAB-FRA-IDX)
                               = WRK-PED-TRANSP
                           AND WRK-DATA-RUN NOT <
                               TAB-FRA-VIG-INI (TAB-FRA-IDX)
                           AND WRK-DATA-RUN NOT >
                               TAB-FRA-VIG-FIM (TAB-FRA-IDX)
                           COMPUTE WRK-FRETE-ATUAL = WRK-PED-VALOR
                               * TAB-FRA-MULT (TAB-FRA-IDX)
                   END-SEARCH
               END-IF.
               IF WRK-FRETE-ATUAL > 0 AND WRK-FATOR-CUBAGEM = ZEROS
                   AND WRK-PED-DIMENSAO > 1,00
                   COMPUTE WRK-FRETE-ATUAL = WRK-FRETE-ATUAL * 1,15
               END-IF.
           0230-TARIFAR-CANDIDATA.
                   SET TAB-FRC-IDX TO 1
                   SEARCH TAB-FRC
                       AT END CONTINUE
                       WHEN TAB-FRC-UF (TAB-FRC-IDX) = WRK-PED-UF
                           AND WRK-PESO-TARIFA NOT >
                               TAB-FRC-ATE-KG (TAB-FRC-IDX)
                           AND TAB-FRC-TRANSP (TAB-FRC-IDX)
                               = WRK-PED-TRANSP
                           COMPUTE WRK-FRETE-CAND = WRK-PED-VALOR
                               * TAB-FRC-MULT (TAB-FRC-IDX)
                   END-SEARCH
               END-IF.
               IF WRK-FRETE-CAND > 0 AND WRK-FATOR-CUBAGEM = ZEROS
                   AND WRK-PED-DIMENSAO > 1,00
                   COMPUTE WRK-FRETE-CAND = WRK-FRETE-CAND * 1,15
               END-IF.
           0240-ACUMULAR-TOTAIS.
                   SET TAB-TUF-IDX TO 1
                   SEARCH TAB-TUF
                       AT END PERFORM 0243-CRIAR-TOTAL-UF
                       WHEN TAB-TUF-UF (TAB-TUF-IDX) = WRK-PED-UF
                           CONTINUE
                   END-SEARCH
               END-IF.
               IF WRK-QTD-TUF < 100
                   ADD 1 TO WRK-QTD-TUF
                   SET TAB-TUF-IDX TO WRK-QTD-TUF
                   MOVE WRK-PED-UF TO TAB-TUF-UF (TAB-TUF-IDX)
                   MOVE ZEROS TO TAB-TUF-ATUAL (TAB-TUF-IDX)
                                 TAB-TUF-CAND  (TAB-TUF-IDX)
               ELSE
                   SEARCH TAB-TTR
                       AT END PERFORM 0245-CRIAR-TOTAL-TRANSP
                       WHEN TAB-TTR-TRANSP (TAB-TTR-IDX)
                           = WRK-PED-TRANSP
                           CONTINUE
                   END-SEARCH
               END-IF.
               IF WRK-QTD-TTR < 100
                   ADD 1 TO WRK-QTD-TTR
                   SET TAB-TTR-IDX TO WRK-QTD-TTR
                   MOVE WRK-PED-TRANSP
                       TO TAB-TTR-TRANSP (TAB-TTR-IDX)
                   MOVE ZEROS TO TAB-TTR-ATUAL (TAB-TTR-IDX)
                                 TAB-TTR-CAND  (TAB-TTR-IDX)
               MOVE WRK-FRETE-CAND  TO WRK-CAND-ED.
               MOVE WRK-DIFERENCA   TO WRK-DIF-ED.
               MOVE SPACES TO WRK-LINHA-SIM.
               STRING WRK-PED-UF DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PED-TRANSP DELIMITED BY SIZE
                      '  ATUAL ' DELIMITED BY SIZE
                      WRK-ATUAL-ED DELIMITED BY SIZE
                      '  CANDIDATA ' DELIMITED BY SIZE
                      WRK-DIF-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-SIM.
               WRITE LINHA-SIM FROM WRK-LINHA-SIM.
           0260-IMPRIMIR-NAO-SIMULADO.
               ADD 1 TO WRK-TOTAL-NAO-SIMULADOS.
               MOVE SPACES TO WRK-LINHA-SIM.
               STRING WRK-PED-UF DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PED-TRANSP DELIMITED BY SIZE
                      '  PEDIDO ' DELIMITED BY SIZE
                      WRK-NUMERO-PEDIDO DELIMITED BY SIZE
                      ' NAO SIMULADO - ' DELIMITED BY SIZE
                      WRK-MOTIVO-ITENS DELIMITED BY SIZE
                      INTO WRK-LINHA-SIM.
               WRITE LINHA-SIM FROM WRK-LINHA-SIM.
           0300-FINALIZAR.
               MOVE SPACES TO LINHA-SIM.
               WRITE LINHA-SIM.
               DISPLAY '********************'.
               DISPLAY 'PEDIDOS SIMULADOS : ' WRK-TOTAL-PEDIDOS.
               DISPLAY 'SEM TARIFA        : ' WRK-TOTAL-SEM-TARIFA.
               DISPLAY 'NAO SIMULADOS     : ' WRK-TOTAL-NAO-SIMULADOS.
               DISPLAY 'ITENS SEM CABEC.  : ' WRK-TOTAL-ITENS-AVULSOS.
               IF WRK-TOTAL-NAO-SIMULADOS > 0
                   OR WRK-TOTAL-ITENS-AVULSOS > 0
                   MOVE SPACES TO WRK-LINHA-SIM
                   STRING 'PEDIDOS NAO SIMULADOS ' DELIMITED BY SIZE
                          WRK-TOTAL-NAO-SIMULADOS DELIMITED BY SIZE
                          '  ITENS SEM CABECALHO PULADOS '
                              DELIMITED BY SIZE
                          WRK-TOTAL-ITENS-AVULSOS DELIMITED BY SIZE
                          INTO WRK-LINHA-SIM
                   WRITE LINHA-SIM FROM WRK-LINHA-SIM
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               CLOSE PEDIDOS-IN RELATORIO-SIM.
               IF PRDMST-FOI-ABERTO
                   CLOSE PRODUTO-MASTER
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
           0310-IMPRIMIR-TOTAL-UF.
               SET TAB-TUF-IDX TO WRK-IMPR-IDX.
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGCOB76' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-PEDIDOS TO WRK-CTL-LIDOS.
               COMPUTE WRK-CTL-ACEITOS = WRK-TOTAL-PEDIDOS
                   - WRK-TOTAL-SEM-TARIFA - WRK-TOTAL-NAO-SIMULADOS.
               COMPUTE WRK-CTL-REJEITADOS =
                   WRK-TOTAL-SEM-TARIFA + WRK-TOTAL-NAO-SIMULADOS.
               MOVE WRK-TOTAL-CAND TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               OPEN EXTEND CONTROLE-LOTE.
                          INTO WRK-RUN-RESULTADO
               END-IF.
               MOVE WRK-TOTAL-PEDIDOS TO WRK-RUN-LIDOS.
               COMPUTE WRK-RUN-ACEITOS = WRK-TOTAL-PEDIDOS
                   - WRK-TOTAL-SEM-TARIFA - WRK-TOTAL-NAO-SIMULADOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
