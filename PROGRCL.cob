           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRCL.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CONSULTA DE RECALL POR LOTE -- QUANDO O
      *     FORNECEDOR CONDENA UM LOTE, A QUALIDADE PRECISA SABER A
      *     QUEM ELE FOI ENTREGUE. RECEBE O LOTE E, OPCIONALMENTE, O
      *     CODIGO DO PRODUTO (ACCEPT, VIA SYSIN; 000000 = QUALQUER
      *     PRODUTO), JUNTA OS ITENS DE EMBARQUE DAQUELE LOTE
      *     (EMBITEM, ALOCADOS PELO PROGCOB09B) POR REFERENCIA E
      *     LISTA CADA EMBARQUE QUE OS LEVOU (EMBARQ), COM O CPF OU
      *     CNPJ E O NOME DO CLIENTE (CLIMST), A UF, O STATUS, A
      *     DATA DE ENTREGA E A QUANTIDADE DO LOTE. EMBARQUE SEM
      *     ITEM GRAVADO ENTRA PELO LOTE DO PROPRIO EMBARQUE, COM UMA
      *     UNIDADE, COMO NA BAIXA DO PROGCOB20. NENHUM EMBARQUE
      *     ENCONTRADO TERMINA COM RC 4
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
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
               SELECT RELATORIO-RECALL ASSIGN TO RCLRPT
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
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 REG-CLI-NOME     PIC X(40).
               02 REG-CLI-ENDERECO PIC X(40).
               02 REG-CLI-UF       PIC X(02).
               02 REG-CLI-STATUS   PIC X(01).
               02 REG-CLI-CEP      PIC X(08).
               02 REG-CLI-DATA-ULT-MOV PIC X(08).
               02 REG-CLI-LIMITE-CRED  PIC 9(09)V99.
               02 REG-CLI-EMPRESA      PIC X(03).
               02 REG-CLI-VENDEDOR     PIC X(04).
               02 REG-CLI-TIPO-PESSOA  PIC X(01).
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
           FD  RELATORIO-RECALL.
           01  LINHA-RECALL PIC X(120).
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
           COPY CPYCTRL.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK VALUE '00'.
           77 WRK-EMBITEM-STATUS PIC X(02) VALUE '00'.
               88 EMBITEM-OK VALUE '00'.
           77 WRK-CLIMST-ABERTO PIC X(01) VALUE 'N'.
               88 CLIMST-FOI-ABERTO VALUE 'S'.
           77 WRK-FIM-EMBARQUES PIC X(01) VALUE 'N'.
               88 FIM-EMBARQUES VALUE 'S'.
           77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
               88 FIM-ITENS-EMBARQUE VALUE 'S'.
           77 WRK-LOTE-PEDIDO   PIC X(10) VALUE SPACES.
           77 WRK-CODIGO-PEDIDO PIC X(06) VALUE SPACES.
           77 WRK-CODIGO-FILTRO PIC 9(06) VALUE ZEROS.
      ******************************
      **** QUANTIDADE DO LOTE POR REFERENCIA DE EMBARQUE
      ******************************
           77 WRK-QTD-RCL PIC 9(04) VALUE ZEROS.
           01 TAB-RECALL.
               02 TAB-RCL OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-RCL
                  INDEXED BY TAB-RCL-IDX.
                   03 TAB-RCL-REFERENCIA PIC X(20).
                   03 TAB-RCL-CODIGO     PIC 9(06).
                   03 TAB-RCL-QTDE       PIC 9(07).
           77 WRK-REF-ACHADA PIC X(01) VALUE 'N'.
               88 REFERENCIA-ACHADA VALUE 'S'.
           77 WRK-QTDE-EMBARQUE PIC 9(07) VALUE ZEROS.
           77 WRK-CODIGO-EMBARQUE PIC 9(06) VALUE ZEROS.
           77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.
           77 WRK-ENTREGA-ED   PIC X(10) VALUE SPACES.
           77 WRK-QTDE-ED      PIC ZZZZZZ9 VALUE ZEROS.
           77 WRK-LINHA-RCL    PIC X(120) VALUE SPACES.
           77 WRK-TOTAL-ITENS-LIDOS PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-EMB-LIDOS   PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-EMBARQUES   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-UNIDADES    PIC 9(09) VALUE ZEROS.
           77 WRK-TOTAL-FORA-TABELA PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               DISPLAY 'LOTE A RASTREAR'.
               ACCEPT WRK-LOTE-PEDIDO FROM CONSOLE.
               DISPLAY 'CODIGO DO PRODUTO (000000 = QUALQUER)'.
               ACCEPT WRK-CODIGO-PEDIDO FROM CONSOLE.
               IF WRK-CODIGO-PEDIDO IS NUMERIC
                   MOVE WRK-CODIGO-PEDIDO TO WRK-CODIGO-FILTRO
               END-IF.
               IF WRK-LOTE-PEDIDO = SPACES
                   DISPLAY 'LOTE NAO INFORMADO'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0100-INICIALIZAR
                   PERFORM 0200-JUNTAR-ITENS
                   PERFORM 0300-LISTAR-EMBARQUES
                   PERFORM 0800-FINALIZAR
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               OPEN INPUT CLIENTE-MASTER.
               IF CLIMST-OK
                   SET CLIMST-FOI-ABERTO TO TRUE
               END-IF.
               OPEN OUTPUT RELATORIO-RECALL.
               MOVE SPACES TO WRK-LINHA-RCL.
               STRING 'RECALL DO LOTE ' DELIMITED BY SIZE
                      WRK-LOTE-PEDIDO DELIMITED BY SIZE
                      INTO WRK-LINHA-RCL.
               IF WRK-CODIGO-FILTRO NOT = ZEROS
                   MOVE ' PRODUTO ' TO WRK-LINHA-RCL (26:9)
                   MOVE WRK-CODIGO-FILTRO TO WRK-LINHA-RCL (35:6)
               END-IF.
               WRITE LINHA-RECALL FROM WRK-LINHA-RCL.
               MOVE SPACES TO LINHA-RECALL.
               WRITE LINHA-RECALL.
               MOVE 'REFERENCIA           CPF/CNPJ       CLIENTE'
                   TO LINHA-RECALL.
               MOVE 'UF ST ENTREGA    CODIGO    QTDE'
                   TO LINHA-RECALL (69:31).
               WRITE LINHA-RECALL.
      ******************************
      **** PRIMEIRA PASSADA: OS ITENS DO LOTE, SOMADOS POR
      **** REFERENCIA (UM ITEM QUE PEGOU DOIS LOTES TEM DOIS
      **** REGISTROS; SO O DO LOTE PEDIDO CONTA)
      ******************************
           0200-JUNTAR-ITENS.
               OPEN INPUT ITENS-EMBARQUE.
               IF EMBITEM-OK
                   PERFORM 0210-LER-ITEM
                   PERFORM 0220-GUARDAR-ITEM UNTIL FIM-ITENS-EMBARQUE
                   CLOSE ITENS-EMBARQUE
               END-IF.
           0210-LER-ITEM.
               READ ITENS-EMBARQUE INTO WRK-EMBARQUE-ITEM
                   AT END SET FIM-ITENS-EMBARQUE TO TRUE
               END-READ.
           0220-GUARDAR-ITEM.
               ADD 1 TO WRK-TOTAL-ITENS-LIDOS.
               IF WRK-EIT-LOTE = WRK-LOTE-PEDIDO
                   AND (WRK-CODIGO-FILTRO = ZEROS
                        OR WRK-EIT-CODIGO = WRK-CODIGO-FILTRO)
                   SET TAB-RCL-IDX TO 1
                   SEARCH TAB-RCL
                       AT END PERFORM 0230-INCLUIR-REFERENCIA
                       WHEN TAB-RCL-REFERENCIA (TAB-RCL-IDX) =
                            WRK-EIT-REFERENCIA
                           ADD WRK-EIT-QTDE
                               TO TAB-RCL-QTDE (TAB-RCL-IDX)
                   END-SEARCH
               END-IF.
               PERFORM 0210-LER-ITEM.
           0230-INCLUIR-REFERENCIA.
               IF WRK-QTD-RCL < 5000
                   ADD 1 TO WRK-QTD-RCL
                   MOVE WRK-EIT-REFERENCIA
                       TO TAB-RCL-REFERENCIA (WRK-QTD-RCL)
                   MOVE WRK-EIT-CODIGO TO TAB-RCL-CODIGO (WRK-QTD-RCL)
                   MOVE WRK-EIT-QTDE TO TAB-RCL-QTDE (WRK-QTD-RCL)
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-TABELA
               END-IF.
      ******************************
      **** SEGUNDA PASSADA: OS EMBARQUES QUE LEVARAM O LOTE, COM O
      **** CLIENTE QUE RECEBEU
      ******************************
           0300-LISTAR-EMBARQUES.
               OPEN INPUT EMBARQUES-IN.
               PERFORM 0310-LER-EMBARQUE.
               PERFORM 0320-CONFERIR-EMBARQUE UNTIL FIM-EMBARQUES.
               CLOSE EMBARQUES-IN.
           0310-LER-EMBARQUE.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
           0320-CONFERIR-EMBARQUE.
               ADD 1 TO WRK-TOTAL-EMB-LIDOS.
               MOVE 'N' TO WRK-REF-ACHADA.
               SET TAB-RCL-IDX TO 1.
               IF WRK-QTD-RCL > 0
                   SEARCH TAB-RCL
                       AT END CONTINUE
                       WHEN TAB-RCL-REFERENCIA (TAB-RCL-IDX) =
                            WRK-EMB-REFERENCIA
                           SET REFERENCIA-ACHADA TO TRUE
                           MOVE TAB-RCL-QTDE (TAB-RCL-IDX)
                               TO WRK-QTDE-EMBARQUE
                           MOVE TAB-RCL-CODIGO (TAB-RCL-IDX)
                               TO WRK-CODIGO-EMBARQUE
                   END-SEARCH
               END-IF.
               IF NOT REFERENCIA-ACHADA
                   AND WRK-EMB-LOTE = WRK-LOTE-PEDIDO
                   AND (WRK-CODIGO-FILTRO = ZEROS
                        OR WRK-EMB-CODIGO = WRK-CODIGO-FILTRO)
                   SET REFERENCIA-ACHADA TO TRUE
                   MOVE 1 TO WRK-QTDE-EMBARQUE
                   MOVE WRK-EMB-CODIGO TO WRK-CODIGO-EMBARQUE
               END-IF.
               IF REFERENCIA-ACHADA
                   PERFORM 0330-IMPRIMIR-EMBARQUE
               END-IF.
               PERFORM 0310-LER-EMBARQUE.
           0330-IMPRIMIR-EMBARQUE.
               ADD 1 TO WRK-TOTAL-EMBARQUES.
               ADD WRK-QTDE-EMBARQUE TO WRK-TOTAL-UNIDADES.
               MOVE 'CLIENTE SEM CADASTRO' TO WRK-NOME-CLIENTE.
               IF CLIMST-FOI-ABERTO
                   MOVE WRK-EMB-CPF TO REG-CLI-CPF
                   READ CLIENTE-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF CLIMST-OK
                       MOVE REG-CLI-NOME TO WRK-NOME-CLIENTE
                   END-IF
               END-IF.
               MOVE SPACES TO WRK-ENTREGA-ED.
               IF WRK-EMB-DATA-ENTREGA NOT = SPACES
                   STRING WRK-EMB-DATA-ENTREGA (7:2) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WRK-EMB-DATA-ENTREGA (5:2) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WRK-EMB-DATA-ENTREGA (1:4) DELIMITED BY SIZE
                          INTO WRK-ENTREGA-ED
               END-IF.
               MOVE WRK-QTDE-EMBARQUE TO WRK-QTDE-ED.
               MOVE SPACES TO WRK-LINHA-RCL.
               STRING WRK-EMB-REFERENCIA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-EMB-CPF DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-NOME-CLIENTE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-EMB-UF DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-EMB-STATUS DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-ENTREGA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-CODIGO-EMBARQUE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-RCL.
               WRITE LINHA-RECALL FROM WRK-LINHA-RCL.
           0800-FINALIZAR.
               MOVE SPACES TO LINHA-RECALL.
               WRITE LINHA-RECALL.
               MOVE WRK-TOTAL-UNIDADES TO WRK-QTDE-ED.
               MOVE SPACES TO WRK-LINHA-RCL.
               STRING 'EMBARQUES COM O LOTE: ' DELIMITED BY SIZE
                      WRK-TOTAL-EMBARQUES DELIMITED BY SIZE
                      '  UNIDADES: ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-RCL.
               WRITE LINHA-RECALL FROM WRK-LINHA-RCL.
               CLOSE RELATORIO-RECALL.
               IF CLIMST-FOI-ABERTO
                   CLOSE CLIENTE-MASTER
               END-IF.
               DISPLAY '********************'.
               DISPLAY 'ITENS LIDOS         : ' WRK-TOTAL-ITENS-LIDOS.
               DISPLAY 'EMBARQUES LIDOS     : ' WRK-TOTAL-EMB-LIDOS.
               DISPLAY 'EMBARQUES COM O LOTE: ' WRK-TOTAL-EMBARQUES.
               DISPLAY 'UNIDADES DO LOTE    : ' WRK-TOTAL-UNIDADES.
               IF WRK-TOTAL-FORA-TABELA > 0
                   DISPLAY 'REFERENCIAS FORA DA TABELA: '
                       WRK-TOTAL-FORA-TABELA
               END-IF.
               IF WRK-TOTAL-EMBARQUES = 0
                   OR WRK-TOTAL-FORA-TABELA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGRCL' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-EMB-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-EMBARQUES TO WRK-CTL-ACEITOS.
               MOVE ZEROS TO WRK-CTL-REJEITADOS.
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
               MOVE 'PROGRCL' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGRCL' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-EMB-LIDOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-EMBARQUES TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
