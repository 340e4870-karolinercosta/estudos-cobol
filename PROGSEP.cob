           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGSEP.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: LISTA DE SEPARACAO DIARIA POR DEPOSITO -- O
      *     SEPARADOR ANDAVA O ARMAZEM INTEIRO COM O ROMANEIO NA MAO,
      *     SEM SABER ONDE CADA PRODUTO FICAVA. PEGA OS EMBARQUES
      *     GERADOS NO DIA (STATUS G, REFERENCIA COMECANDO NA DATA DO
      *     GATEDATE) E OS SEUS ITENS (EMBITEM; EMBARQUE SEM ITEM
      *     GRAVADO SEPARA UMA UNIDADE DO CODIGO DO EMBARQUE, COMO NA
      *     BAIXA DO PROGCOB20), DISTRIBUI A QUANTIDADE DE CADA ITEM
      *     PELOS ENDERECOS DO PRODUTO NO DEPOSITO (ENDMST, NA ORDEM
      *     RUA + PRATELEIRA + NIVEL, DESCONTANDO O QUE JA FOI
      *     SEPARADO NESTA LISTA) E IMPRIME UMA LISTA POR DEPOSITO E
      *     TRANSPORTADORA, COM O HORARIO DE COLETA DA TRANSPORTADORA
      *     (TRPEDI) NO CABECALHO E AS LINHAS NA ORDEM DE CAMINHADA.
      *     AS LISTAS DE CADA DEPOSITO SAEM NA ORDEM DO HORARIO DE
      *     COLETA (TRANSPORTADORA SEM HORARIO POR ULTIMO). O QUE NAO
      *     COUBE NOS ENDERECOS SAI NO FIM DA LISTA COMO SEM ENDERECO,
      *     COM RC 4. RODA ANTES DA BAIXA DO ESTOQUE (PROGCOB20), QUE
      *     TIRA DOS ENDERECOS NA MESMA ORDEM
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DATA-PORTAO ASSIGN TO GATEDATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-GATE-STATUS.
               SELECT CADASTRO-EDI ASSIGN TO TRPEDI
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TRPEDI-STATUS.
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
               SELECT ENDERECO-MASTER ASSIGN TO ENDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-END-CHAVE
                   FILE STATUS IS WRK-ENDMST-STATUS.
               SELECT PRODUTO-MASTER ASSIGN TO PRDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRD-CODIGO
                   FILE STATUS IS WRK-PRDMST-STATUS.
               SELECT RELATORIO-SEP ASSIGN TO SEPRPT
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
           FD  DATA-PORTAO.
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
           FD  CADASTRO-EDI.
           01  LINHA-CADASTRO-EDI PIC X(80).
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
           FD  PRODUTO-MASTER.
           01  REG-PRODUTO.
               02 REG-PRD-CODIGO    PIC 9(06).
               02 REG-PRD-DESCRICAO PIC X(30).
               02 REG-PRD-PESO      PIC 9(05)V99.
               02 REG-PRD-VALOR     PIC 9(07)V99.
               02 REG-PRD-SITUACAO  PIC X(01).
               02 REG-PRD-NCM       PIC X(08).
           FD  RELATORIO-SEP.
           01  LINHA-SEP PIC X(100).
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
           COPY CPYEMB.
           COPY CPYEMBIT.
           COPY CPYTRANS.
           COPY CPYCTRL.
           77 WRK-GATE-STATUS PIC X(02) VALUE '00'.
               88 GATE-OK VALUE '00'.
           77 WRK-TRPEDI-STATUS PIC X(02) VALUE '00'.
               88 TRPEDI-OK VALUE '00'.
           77 WRK-EMBITEM-STATUS PIC X(02) VALUE '00'.
               88 EMBITEM-OK VALUE '00'.
           77 WRK-ENDMST-STATUS PIC X(02) VALUE '00'.
               88 ENDMST-OK VALUE '00'.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 PRDMST-OK VALUE '00'.
           77 WRK-ENDMST-ABERTO PIC X(01) VALUE 'N'.
               88 ENDMST-FOI-ABERTO VALUE 'S'.
           77 WRK-PRDMST-ABERTO PIC X(01) VALUE 'N'.
               88 PRDMST-FOI-ABERTO VALUE 'S'.
           77 WRK-FIM-CADASTRO PIC X(01) VALUE 'N'.
               88 FIM-CADASTRO VALUE 'S'.
           77 WRK-FIM-EMBARQUES PIC X(01) VALUE 'N'.
               88 FIM-EMBARQUES VALUE 'S'.
           77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
               88 FIM-ITENS-EMBARQUE VALUE 'S'.
           77 WRK-FIM-ENDERECOS PIC X(01) VALUE 'N'.
               88 FIM-ENDERECOS VALUE 'S'.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
      ******************************
      **** HORARIO DE COLETA POR TRANSPORTADORA (CADASTRO TRPEDI)
      ******************************
           77 WRK-QTD-TRE PIC 9(03) VALUE ZEROS.
           01 TAB-TRANSPORTADORAS.
               02 TAB-TRE OCCURS 1 TO 100 TIMES
                  DEPENDING ON WRK-QTD-TRE
                  INDEXED BY TAB-TRE-IDX.
                   03 TAB-TRE-CODIGO PIC X(04).
                   03 TAB-TRE-HORA   PIC X(04).
      ******************************
      **** EMBARQUES GERADOS NO DIA, PARA CASAR OS ITENS DO EMBITEM
      ******************************
           77 WRK-QTD-EMB PIC 9(04) VALUE ZEROS.
           01 TAB-EMBARQUES-DIA.
               02 TAB-EMB OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-EMB
                  INDEXED BY TAB-EMB-IDX.
                   03 TAB-EMB-REFERENCIA PIC X(20).
                   03 TAB-EMB-TRANSP     PIC X(04).
                   03 TAB-EMB-DEPOSITO   PIC X(02).
                   03 TAB-EMB-CODIGO     PIC 9(06).
                   03 TAB-EMB-ITENS      PIC X(01).
                       88 EMB-COM-ITENS  VALUE 'S'.
           77 WRK-EMB-IDX PIC 9(04) VALUE ZEROS.
      ******************************
      **** QUANTIDADE JA SEPARADA DE CADA ENDERECO NESTA LISTA, PARA
      **** DOIS PEDIDOS DO MESMO PRODUTO NAO CONTAREM O MESMO SALDO
      ******************************
           77 WRK-QTD-ALO PIC 9(04) VALUE ZEROS.
           01 TAB-ALOCACOES.
               02 TAB-ALO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-ALO
                  INDEXED BY TAB-ALO-IDX.
                   03 TAB-ALO-CHAVE PIC X(16).
                   03 TAB-ALO-QTDE  PIC 9(07).
           77 WRK-ALO-IDX PIC 9(04) VALUE ZEROS.
      ******************************
      **** LINHAS DA LISTA, MANTIDAS EM ORDEM DE DEPOSITO + HORARIO
      **** DE COLETA + TRANSPORTADORA + ENDERECO (ORDEM DE CAMINHADA;
      **** SEM ENDERECO FICA POR ULTIMO)
      ******************************
           77 WRK-QTD-SEP PIC 9(04) VALUE ZEROS.
           01 TAB-SEPARACAO.
               02 TAB-SEP OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-SEP.
                   03 TAB-SEP-CHAVE.
                       04 TAB-SEP-DEPOSITO PIC X(02).
                       04 TAB-SEP-HORA     PIC X(04).
                       04 TAB-SEP-TRANSP   PIC X(04).
                       04 TAB-SEP-LOCAL    PIC X(08).
                   03 TAB-SEP-CODIGO     PIC 9(06).
                   03 TAB-SEP-QTDE       PIC 9(05).
                   03 TAB-SEP-REFERENCIA PIC X(20).
           01 WRK-SEP-NOVA.
               02 WRK-NOVA-CHAVE.
                   03 WRK-NOVA-DEPOSITO PIC X(02) VALUE SPACES.
                   03 WRK-NOVA-HORA     PIC X(04) VALUE SPACES.
                   03 WRK-NOVA-TRANSP   PIC X(04) VALUE SPACES.
                   03 WRK-NOVA-LOCAL    PIC X(08) VALUE SPACES.
               02 WRK-NOVA-CODIGO     PIC 9(06) VALUE ZEROS.
               02 WRK-NOVA-QTDE       PIC 9(05) VALUE ZEROS.
               02 WRK-NOVA-REFERENCIA PIC X(20) VALUE SPACES.
           77 WRK-SEP-IDX      PIC 9(04) VALUE ZEROS.
           77 WRK-POS-INSERCAO PIC 9(04) VALUE ZEROS.
           77 WRK-DESLOCA-IDX  PIC 9(04) VALUE ZEROS.
           77 WRK-BUSCA-IDX    PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-POS PIC X(01) VALUE 'N'.
               88 POSICAO-ACHADA VALUE 'S'.
      ******************************
      **** ITEM DA VEZ A SEPARAR (QUANTIDADE AINDA POR ENDERECAR)
      ******************************
           77 WRK-SEP-CODIGO PIC 9(06) VALUE ZEROS.
           77 WRK-SEP-QTDE   PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-DISPONIVEL PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-QTDE-TIRADA PIC S9(07) VALUE ZEROS COMP-3.
      ******************************
      **** QUEBRAS E EDICAO DA IMPRESSAO
      ******************************
           77 WRK-DEPOSITO-ANT PIC X(02) VALUE SPACES.
           77 WRK-TRANSP-ANT   PIC X(04) VALUE SPACES.
           77 WRK-HORA-ANT     PIC X(04) VALUE SPACES.
           77 WRK-HORA-ED      PIC X(13) VALUE SPACES.
           77 WRK-DESCRICAO    PIC X(30) VALUE SPACES.
           77 WRK-QTDE-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-LOCAL-ED     PIC X(12) VALUE SPACES.
           77 WRK-LINHAS-LISTA PIC 9(05) VALUE ZEROS.
           77 WRK-UNIDADES-LISTA PIC 9(07) VALUE ZEROS.
           77 WRK-LINHA-SEP    PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-EMBARQUES   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DO-DIA      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ITENS       PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-ENDERECO PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FORA-TABELA PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-LISTAS      PIC 9(04) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-EMBARQUE UNTIL FIM-EMBARQUES.
               PERFORM 0250-SEPARAR-ITENS.
               PERFORM 0280-SEPARAR-SEM-ITENS
                   VARYING WRK-EMB-IDX FROM 1 BY 1
                   UNTIL WRK-EMB-IDX > WRK-QTD-EMB.
               PERFORM 0400-IMPRIMIR-LISTAS.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               PERFORM 0110-LER-DATA-NEGOCIO.
               PERFORM 0120-CARREGAR-CADASTRO.
               OPEN INPUT ENDERECO-MASTER.
               IF ENDMST-OK
                   SET ENDMST-FOI-ABERTO TO TRUE
               END-IF.
               OPEN INPUT PRODUTO-MASTER.
               IF PRDMST-OK
                   SET PRDMST-FOI-ABERTO TO TRUE
               END-IF.
               OPEN INPUT EMBARQUES-IN
                    OUTPUT RELATORIO-SEP.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
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
      **** CARREGA O HORARIO DE COLETA DAS TRANSPORTADORAS; SEM O
      **** TRPEDI TODAS SAEM SEM HORARIO
      ******************************
           0120-CARREGAR-CADASTRO.
               OPEN INPUT CADASTRO-EDI.
               IF TRPEDI-OK
                   READ CADASTRO-EDI INTO WRK-TRANSP-CADASTRO
                       AT END SET FIM-CADASTRO TO TRUE
                   END-READ
                   PERFORM 0130-LER-CADASTRO
                       UNTIL FIM-CADASTRO OR WRK-QTD-TRE >= 100
                   CLOSE CADASTRO-EDI
               END-IF.
           0130-LER-CADASTRO.
               ADD 1 TO WRK-QTD-TRE.
               MOVE WRK-TRE-CODIGO TO TAB-TRE-CODIGO (WRK-QTD-TRE).
               IF WRK-TRE-HORA-COLETA IS NUMERIC
                   MOVE WRK-TRE-HORA-COLETA
                       TO TAB-TRE-HORA (WRK-QTD-TRE)
               ELSE
                   MOVE '9999' TO TAB-TRE-HORA (WRK-QTD-TRE)
               END-IF.
               MOVE SPACES TO WRK-TRANSP-CADASTRO.
               READ CADASTRO-EDI INTO WRK-TRANSP-CADASTRO
                   AT END SET FIM-CADASTRO TO TRUE
               END-READ.
      ******************************
      **** GUARDA O EMBARQUE GERADO NO DIA (AINDA NAO DESPACHADO)
      ******************************
           0200-PROCESSAR-EMBARQUE.
               ADD 1 TO WRK-TOTAL-EMBARQUES.
               IF WRK-EMB-REFERENCIA (1:8) = WRK-DATA-RUN
                   AND EMB-GERADO
                   ADD 1 TO WRK-TOTAL-DO-DIA
                   IF WRK-QTD-EMB < 2000
                       ADD 1 TO WRK-QTD-EMB
                       MOVE WRK-EMB-REFERENCIA
                           TO TAB-EMB-REFERENCIA (WRK-QTD-EMB)
                       MOVE WRK-EMB-TRANSP
                           TO TAB-EMB-TRANSP (WRK-QTD-EMB)
                       IF WRK-EMB-DEPOSITO = SPACES
                           MOVE 'D1' TO TAB-EMB-DEPOSITO (WRK-QTD-EMB)
                       ELSE
                           MOVE WRK-EMB-DEPOSITO
                               TO TAB-EMB-DEPOSITO (WRK-QTD-EMB)
                       END-IF
                       IF WRK-EMB-CODIGO IS NUMERIC
                           MOVE WRK-EMB-CODIGO
                               TO TAB-EMB-CODIGO (WRK-QTD-EMB)
                       ELSE
                           MOVE ZEROS TO TAB-EMB-CODIGO (WRK-QTD-EMB)
                       END-IF
                       MOVE 'N' TO TAB-EMB-ITENS (WRK-QTD-EMB)
                   ELSE
                       ADD 1 TO WRK-TOTAL-FORA-TABELA
                   END-IF
               END-IF.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
      ******************************
      **** SEPARA OS ITENS DOS EMBARQUES DO DIA (EMBITEM); SEM O
      **** ARQUIVO TODO EMBARQUE SEPARA PELO CODIGO DO EMBARQUE
      ******************************
           0250-SEPARAR-ITENS.
               OPEN INPUT ITENS-EMBARQUE.
               IF EMBITEM-OK
                   READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                       AT END SET FIM-ITENS-EMBARQUE TO TRUE
                   END-READ
                   PERFORM 0260-TRATAR-ITEM UNTIL FIM-ITENS-EMBARQUE
                   CLOSE ITENS-EMBARQUE
               END-IF.
           0260-TRATAR-ITEM.
               IF WRK-EIT-REFERENCIA (1:8) = WRK-DATA-RUN
                   AND WRK-EIT-QTDE IS NUMERIC
                   AND WRK-QTD-EMB > 0
                   SET TAB-EMB-IDX TO 1
                   SEARCH TAB-EMB
                       AT END CONTINUE
                       WHEN TAB-EMB-REFERENCIA (TAB-EMB-IDX)
                           = WRK-EIT-REFERENCIA
                           PERFORM 0265-SEPARAR-ITEM
                   END-SEARCH
               END-IF.
               READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                   AT END SET FIM-ITENS-EMBARQUE TO TRUE
               END-READ.
           0265-SEPARAR-ITEM.
               SET EMB-COM-ITENS (TAB-EMB-IDX) TO TRUE.
               MOVE WRK-EIT-CODIGO TO WRK-SEP-CODIGO.
               MOVE WRK-EIT-QTDE   TO WRK-SEP-QTDE.
               IF WRK-EIT-DEPOSITO = SPACES
                   MOVE TAB-EMB-DEPOSITO (TAB-EMB-IDX)
                       TO WRK-NOVA-DEPOSITO
               ELSE
                   MOVE WRK-EIT-DEPOSITO TO WRK-NOVA-DEPOSITO
               END-IF.
               MOVE TAB-EMB-TRANSP (TAB-EMB-IDX) TO WRK-NOVA-TRANSP.
               MOVE TAB-EMB-REFERENCIA (TAB-EMB-IDX)
                   TO WRK-NOVA-REFERENCIA.
               PERFORM 0300-ALOCAR-ITEM.
      ******************************
      **** EMBARQUE DO DIA SEM ITEM NO EMBITEM SEPARA UMA UNIDADE DO
      **** CODIGO DO EMBARQUE
      ******************************
           0280-SEPARAR-SEM-ITENS.
               SET TAB-EMB-IDX TO WRK-EMB-IDX.
               IF NOT EMB-COM-ITENS (TAB-EMB-IDX)
                   AND TAB-EMB-CODIGO (TAB-EMB-IDX) > 0
                   MOVE TAB-EMB-CODIGO (TAB-EMB-IDX) TO WRK-SEP-CODIGO
                   MOVE 1 TO WRK-SEP-QTDE
                   MOVE TAB-EMB-DEPOSITO (TAB-EMB-IDX)
                       TO WRK-NOVA-DEPOSITO
                   MOVE TAB-EMB-TRANSP (TAB-EMB-IDX) TO WRK-NOVA-TRANSP
                   MOVE TAB-EMB-REFERENCIA (TAB-EMB-IDX)
                       TO WRK-NOVA-REFERENCIA
                   PERFORM 0300-ALOCAR-ITEM
               END-IF.
      ******************************
      **** DISTRIBUI A QUANTIDADE DO ITEM PELOS ENDERECOS DO PRODUTO
      **** NO DEPOSITO, NA ORDEM DE CAMINHADA; O QUE SOBRAR SAI SEM
      **** ENDERECO NO FIM DA LISTA
      ******************************
           0300-ALOCAR-ITEM.
               ADD 1 TO WRK-TOTAL-ITENS.
               MOVE WRK-SEP-CODIGO TO WRK-NOVA-CODIGO.
               PERFORM 0305-HORA-DA-TRANSP.
               IF ENDMST-FOI-ABERTO
                   MOVE 'N' TO WRK-FIM-ENDERECOS
                   MOVE WRK-SEP-CODIGO    TO REG-END-CODIGO
                   MOVE WRK-NOVA-DEPOSITO TO REG-END-DEPOSITO
                   MOVE LOW-VALUES TO REG-END-LOCAL
                   START ENDERECO-MASTER KEY NOT < REG-END-CHAVE
                       INVALID KEY SET FIM-ENDERECOS TO TRUE
                   END-START
                   IF NOT FIM-ENDERECOS
                       PERFORM 0320-LER-PROXIMO-ENDERECO
                   END-IF
                   PERFORM 0310-TIRAR-DO-ENDERECO
                       UNTIL FIM-ENDERECOS OR WRK-SEP-QTDE = 0
               END-IF.
               IF WRK-SEP-QTDE > 0
                   ADD 1 TO WRK-TOTAL-SEM-ENDERECO
                   MOVE HIGH-VALUES TO WRK-NOVA-LOCAL
                   MOVE WRK-SEP-QTDE TO WRK-NOVA-QTDE
                   PERFORM 0350-INSERIR-LINHA
               END-IF.
           0305-HORA-DA-TRANSP.
               MOVE '9999' TO WRK-NOVA-HORA.
               IF WRK-QTD-TRE > 0
                   SET TAB-TRE-IDX TO 1
                   SEARCH TAB-TRE
                       AT END CONTINUE
                       WHEN TAB-TRE-CODIGO (TAB-TRE-IDX)
                           = WRK-NOVA-TRANSP
                           MOVE TAB-TRE-HORA (TAB-TRE-IDX)
                               TO WRK-NOVA-HORA
                   END-SEARCH
               END-IF.
           0310-TIRAR-DO-ENDERECO.
               PERFORM 0330-DISPONIVEL-NO-ENDERECO.
               IF WRK-DISPONIVEL > 0
                   IF WRK-DISPONIVEL < WRK-SEP-QTDE
                       MOVE WRK-DISPONIVEL TO WRK-QTDE-TIRADA
                   ELSE
                       MOVE WRK-SEP-QTDE TO WRK-QTDE-TIRADA
                   END-IF
                   MOVE REG-END-LOCAL TO WRK-NOVA-LOCAL
                   MOVE WRK-QTDE-TIRADA TO WRK-NOVA-QTDE
                   PERFORM 0350-INSERIR-LINHA
                   ADD WRK-QTDE-TIRADA TO TAB-ALO-QTDE (WRK-ALO-IDX)
                   SUBTRACT WRK-QTDE-TIRADA FROM WRK-SEP-QTDE
               END-IF.
               PERFORM 0320-LER-PROXIMO-ENDERECO.
           0320-LER-PROXIMO-ENDERECO.
               READ ENDERECO-MASTER NEXT RECORD
                   AT END SET FIM-ENDERECOS TO TRUE
               END-READ.
               IF NOT ENDMST-OK
                   SET FIM-ENDERECOS TO TRUE
               END-IF.
               IF NOT FIM-ENDERECOS
                   IF REG-END-CODIGO NOT = WRK-SEP-CODIGO
                       OR REG-END-DEPOSITO NOT = WRK-NOVA-DEPOSITO
                       SET FIM-ENDERECOS TO TRUE
                   END-IF
               END-IF.
      ******************************
      **** SALDO DO ENDERECO MENOS O QUE ESTA LISTA JA SEPAROU DELE
      ******************************
           0330-DISPONIVEL-NO-ENDERECO.
               MOVE ZEROS TO WRK-DISPONIVEL WRK-ALO-IDX.
               IF WRK-QTD-ALO > 0
                   SET TAB-ALO-IDX TO 1
                   SEARCH TAB-ALO
                       AT END CONTINUE
                       WHEN TAB-ALO-CHAVE (TAB-ALO-IDX) = REG-END-CHAVE
                           SET WRK-ALO-IDX TO TAB-ALO-IDX
                   END-SEARCH
               END-IF.
               IF WRK-ALO-IDX = 0 AND WRK-QTD-ALO < 5000
                   ADD 1 TO WRK-QTD-ALO
                   MOVE REG-END-CHAVE TO TAB-ALO-CHAVE (WRK-QTD-ALO)
                   MOVE ZEROS TO TAB-ALO-QTDE (WRK-QTD-ALO)
                   MOVE WRK-QTD-ALO TO WRK-ALO-IDX
               END-IF.
               IF WRK-ALO-IDX > 0 AND REG-END-QTDE > 0
                   COMPUTE WRK-DISPONIVEL =
                       REG-END-QTDE - TAB-ALO-QTDE (WRK-ALO-IDX)
               END-IF.
      ******************************
      **** INSERE A LINHA NOVA NA POSICAO DA SUA CHAVE (DESLOCANDO AS
      **** MAIORES PARA BAIXO), MANTENDO A TABELA SEMPRE ORDENADA
      ******************************
           0350-INSERIR-LINHA.
               IF WRK-QTD-SEP < 3000
                   MOVE 'N' TO WRK-ACHOU-POS
                   MOVE 1 TO WRK-BUSCA-IDX
                   PERFORM 0360-PROCURAR-POSICAO
                       UNTIL POSICAO-ACHADA
                          OR WRK-BUSCA-IDX > WRK-QTD-SEP
                   IF POSICAO-ACHADA
                       MOVE WRK-BUSCA-IDX TO WRK-POS-INSERCAO
                   ELSE
                       COMPUTE WRK-POS-INSERCAO = WRK-QTD-SEP + 1
                   END-IF
                   ADD 1 TO WRK-QTD-SEP
                   MOVE WRK-QTD-SEP TO WRK-DESLOCA-IDX
                   PERFORM 0370-DESLOCAR-PARA-BAIXO
                       UNTIL WRK-DESLOCA-IDX NOT > WRK-POS-INSERCAO
                   MOVE WRK-SEP-NOVA TO TAB-SEP (WRK-POS-INSERCAO)
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-TABELA
               END-IF.
           0360-PROCURAR-POSICAO.
               IF TAB-SEP-CHAVE (WRK-BUSCA-IDX) > WRK-NOVA-CHAVE
                   SET POSICAO-ACHADA TO TRUE
               ELSE
                   ADD 1 TO WRK-BUSCA-IDX
               END-IF.
           0370-DESLOCAR-PARA-BAIXO.
               MOVE TAB-SEP (WRK-DESLOCA-IDX - 1)
                   TO TAB-SEP (WRK-DESLOCA-IDX).
               SUBTRACT 1 FROM WRK-DESLOCA-IDX.
      ******************************
      **** UMA LISTA POR DEPOSITO + TRANSPORTADORA: CABECALHO COM O
      **** HORARIO DE COLETA, AS LINHAS NA ORDEM DE CAMINHADA E O
      **** FECHO COM LINHAS E UNIDADES
      ******************************
           0400-IMPRIMIR-LISTAS.
               MOVE SPACES TO WRK-DEPOSITO-ANT WRK-TRANSP-ANT
                              WRK-HORA-ANT.
               PERFORM 0410-IMPRIMIR-LINHA
                   VARYING WRK-SEP-IDX FROM 1 BY 1
                   UNTIL WRK-SEP-IDX > WRK-QTD-SEP.
               IF WRK-QTD-SEP > 0
                   PERFORM 0440-FECHAR-LISTA
               ELSE
                   MOVE SPACES TO WRK-LINHA-SEP
                   STRING 'LISTA DE SEPARACAO ' DELIMITED BY SIZE
                          WRK-DATA-RUN DELIMITED BY SIZE
                          ' - NENHUM EMBARQUE GERADO NO DIA'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-SEP
                   WRITE LINHA-SEP FROM WRK-LINHA-SEP
               END-IF.
           0410-IMPRIMIR-LINHA.
               IF TAB-SEP-DEPOSITO (WRK-SEP-IDX) NOT = WRK-DEPOSITO-ANT
                   OR TAB-SEP-HORA (WRK-SEP-IDX) NOT = WRK-HORA-ANT
                   OR TAB-SEP-TRANSP (WRK-SEP-IDX) NOT = WRK-TRANSP-ANT
                   IF WRK-SEP-IDX > 1
                       PERFORM 0440-FECHAR-LISTA
                   END-IF
                   PERFORM 0420-ABRIR-LISTA
               END-IF.
               PERFORM 0430-CONSULTAR-PRODUTO.
               IF TAB-SEP-LOCAL (WRK-SEP-IDX) = HIGH-VALUES
                   MOVE 'SEM ENDERECO' TO WRK-LOCAL-ED
               ELSE
                   MOVE SPACES TO WRK-LOCAL-ED
                   STRING TAB-SEP-LOCAL (WRK-SEP-IDX) (1:3)
                              DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          TAB-SEP-LOCAL (WRK-SEP-IDX) (4:3)
                              DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          TAB-SEP-LOCAL (WRK-SEP-IDX) (7:2)
                              DELIMITED BY SIZE
                          INTO WRK-LOCAL-ED
               END-IF.
               MOVE TAB-SEP-QTDE (WRK-SEP-IDX) TO WRK-QTDE-ED.
               MOVE SPACES TO WRK-LINHA-SEP.
               STRING WRK-LOCAL-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      TAB-SEP-CODIGO (WRK-SEP-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DESCRICAO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      TAB-SEP-REFERENCIA (WRK-SEP-IDX)
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-SEP.
               WRITE LINHA-SEP FROM WRK-LINHA-SEP.
               ADD 1 TO WRK-LINHAS-LISTA.
               ADD TAB-SEP-QTDE (WRK-SEP-IDX) TO WRK-UNIDADES-LISTA.
           0420-ABRIR-LISTA.
               ADD 1 TO WRK-TOTAL-LISTAS.
               MOVE TAB-SEP-DEPOSITO (WRK-SEP-IDX) TO WRK-DEPOSITO-ANT.
               MOVE TAB-SEP-HORA (WRK-SEP-IDX)     TO WRK-HORA-ANT.
               MOVE TAB-SEP-TRANSP (WRK-SEP-IDX)   TO WRK-TRANSP-ANT.
               MOVE ZEROS TO WRK-LINHAS-LISTA WRK-UNIDADES-LISTA.
               IF WRK-HORA-ANT = '9999'
                   MOVE 'NAO INFORMADA' TO WRK-HORA-ED
               ELSE
                   MOVE SPACES TO WRK-HORA-ED
                   STRING WRK-HORA-ANT (1:2) DELIMITED BY SIZE
                          ':' DELIMITED BY SIZE
                          WRK-HORA-ANT (3:2) DELIMITED BY SIZE
                          INTO WRK-HORA-ED
               END-IF.
               MOVE SPACES TO LINHA-SEP.
               WRITE LINHA-SEP.
               MOVE SPACES TO WRK-LINHA-SEP.
               STRING 'LISTA DE SEPARACAO ' DELIMITED BY SIZE
                      WRK-DATA-RUN DELIMITED BY SIZE
                      '  DEPOSITO ' DELIMITED BY SIZE
                      WRK-DEPOSITO-ANT DELIMITED BY SIZE
                      '  TRANSPORTADORA ' DELIMITED BY SIZE
                      WRK-TRANSP-ANT DELIMITED BY SIZE
                      '  COLETA ' DELIMITED BY SIZE
                      WRK-HORA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-SEP.
               WRITE LINHA-SEP FROM WRK-LINHA-SEP.
               MOVE 'ENDERECO      CODIGO DESCRICAO' TO LINHA-SEP.
               MOVE 'QTDE  REFERENCIA' TO LINHA-SEP (52:16).
               WRITE LINHA-SEP.
           0430-CONSULTAR-PRODUTO.
               MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESCRICAO.
               IF PRDMST-FOI-ABERTO
                   MOVE TAB-SEP-CODIGO (WRK-SEP-IDX) TO REG-PRD-CODIGO
                   READ PRODUTO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF PRDMST-OK
                       MOVE REG-PRD-DESCRICAO TO WRK-DESCRICAO
                   END-IF
               END-IF.
           0440-FECHAR-LISTA.
               MOVE SPACES TO WRK-LINHA-SEP.
               STRING 'LINHAS ' DELIMITED BY SIZE
                      WRK-LINHAS-LISTA DELIMITED BY SIZE
                      '  UNIDADES ' DELIMITED BY SIZE
                      WRK-UNIDADES-LISTA DELIMITED BY SIZE
                      INTO WRK-LINHA-SEP.
               WRITE LINHA-SEP FROM WRK-LINHA-SEP.
           0800-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'EMBARQUES LIDOS     : ' WRK-TOTAL-EMBARQUES.
               DISPLAY 'GERADOS NO DIA      : ' WRK-TOTAL-DO-DIA.
               DISPLAY 'ITENS A SEPARAR     : ' WRK-TOTAL-ITENS.
               DISPLAY 'LISTAS EMITIDAS     : ' WRK-TOTAL-LISTAS.
               DISPLAY 'ITENS SEM ENDERECO  : ' WRK-TOTAL-SEM-ENDERECO.
               DISPLAY 'FORA DAS TABELAS    : ' WRK-TOTAL-FORA-TABELA.
               CLOSE EMBARQUES-IN RELATORIO-SEP.
               IF ENDMST-FOI-ABERTO
                   CLOSE ENDERECO-MASTER
               END-IF.
               IF PRDMST-FOI-ABERTO
                   CLOSE PRODUTO-MASTER
               END-IF.
               IF WRK-TOTAL-SEM-ENDERECO > 0
                   OR WRK-TOTAL-FORA-TABELA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGSEP' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-EMBARQUES TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-DO-DIA TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-SEM-ENDERECO TO WRK-CTL-REJEITADOS.
               MOVE ZEROS TO WRK-CTL-HASH.
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
               MOVE 'PROGSEP' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGSEP' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-EMBARQUES TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-DO-DIA TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
