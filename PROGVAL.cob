           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGVAL.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: RELATORIO SEMANAL DE LOTES A VENCER -- A
      *     MERCADORIA VENCIDA SO APARECIA NA CONTAGEM DO INVENTARIO
      *     (PROGCOB81). VARRE OS LOTES COM SALDO (LOTMST, MANTIDO
      *     PELO PROGCOB20) E LISTA, POR FAIXA, OS JA VENCIDOS E OS
      *     QUE VENCEM NOS PROXIMOS 30, 60 E 90 DIAS CONTADOS DA DATA
      *     DE MOVIMENTO (GATEDATE), COM O PRODUTO (PRDMST), O
      *     DEPOSITO, O LOTE, A VALIDADE, OS DIAS QUE FALTAM E O
      *     SALDO, E O TOTAL DE LOTES E UNIDADES POR FAIXA. OS DIAS
      *     SAO CONTADOS NO MES COMERCIAL DE 30 DIAS, COMO A IDADE
      *     DO BACKORDER NO PROGCOB20. LOTE SEM VALIDADE NAO ENTRA.
      *     HAVENDO LOTE VENCIDO COM SALDO O PASSO TERMINA COM RC 4
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
               SELECT LOTE-MASTER ASSIGN TO LOTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-LOT-CHAVE
                   FILE STATUS IS WRK-LOTMST-STATUS.
               SELECT PRODUTO-MASTER ASSIGN TO PRDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRD-CODIGO
                   FILE STATUS IS WRK-PRDMST-STATUS.
               SELECT RELATORIO-VALIDADE ASSIGN TO VALRPT
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
               02 REG-PRD-NCM       PIC X(08).
           FD  RELATORIO-VALIDADE.
           01  LINHA-VALIDADE PIC X(100).
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
           COPY CPYCTRL.
           77 WRK-GATE-STATUS PIC X(02) VALUE '00'.
               88 GATE-OK VALUE '00'.
           77 WRK-LOTMST-STATUS PIC X(02) VALUE '00'.
               88 LOTMST-OK VALUE '00'.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 PRDMST-OK VALUE '00'.
           77 WRK-LOTMST-ABERTO PIC X(01) VALUE 'N'.
               88 LOTMST-FOI-ABERTO VALUE 'S'.
           77 WRK-PRDMST-ABERTO PIC X(01) VALUE 'N'.
               88 PRDMST-FOI-ABERTO VALUE 'S'.
           77 WRK-FIM-LOTES PIC X(01) VALUE 'N'.
               88 FIM-LOTES VALUE 'S'.
           01 WRK-DATA-RUN.
               02 WRK-RUN-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-RUN-MES PIC 9(02) VALUE ZEROS.
               02 WRK-RUN-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-LOTE.
               02 WRK-LOT-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-LOT-MES PIC 9(02) VALUE ZEROS.
               02 WRK-LOT-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-VENCER PIC S9(05) VALUE ZEROS COMP-3.
      ******************************
      **** LOTES A LISTAR, COM A FAIXA: 0 VENCIDO, 1 ATE 30 DIAS,
      **** 2 DE 31 A 60, 3 DE 61 A 90
      ******************************
           77 WRK-QTD-VEN PIC 9(04) VALUE ZEROS.
           01 TAB-VENCIMENTOS.
               02 TAB-VEN OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-VEN.
                   03 TAB-VEN-FAIXA    PIC 9(01).
                   03 TAB-VEN-CODIGO   PIC 9(06).
                   03 TAB-VEN-DEPOSITO PIC X(02).
                   03 TAB-VEN-VALIDADE PIC X(08).
                   03 TAB-VEN-NUMERO   PIC X(10).
                   03 TAB-VEN-DIAS     PIC S9(05).
                   03 TAB-VEN-QTDE     PIC 9(07).
           77 WRK-VEN-IDX   PIC 9(04) VALUE ZEROS.
           77 WRK-FAIXA     PIC 9(01) VALUE ZEROS.
           77 WRK-FAIXA-DA-VEZ PIC 9(01) VALUE ZEROS.
           01 TAB-TITULOS-FAIXA.
               02 FILLER PIC X(30) VALUE 'LOTES VENCIDOS COM SALDO'.
               02 FILLER PIC X(30) VALUE 'VENCEM EM ATE 30 DIAS'.
               02 FILLER PIC X(30) VALUE 'VENCEM DE 31 A 60 DIAS'.
               02 FILLER PIC X(30) VALUE 'VENCEM DE 61 A 90 DIAS'.
           01 TAB-TITULOS-R REDEFINES TAB-TITULOS-FAIXA.
               02 TAB-TIT-FAIXA PIC X(30) OCCURS 4 TIMES.
           01 TAB-TOTAIS-FAIXA.
               02 TAB-TOT OCCURS 4 TIMES.
                   03 TAB-TOT-LOTES    PIC 9(05).
                   03 TAB-TOT-UNIDADES PIC 9(09).
           77 WRK-DESCRICAO    PIC X(30) VALUE SPACES.
           77 WRK-VALIDADE-ED  PIC X(10) VALUE SPACES.
           77 WRK-DIAS-ED      PIC -ZZZ9 VALUE ZEROS.
           77 WRK-QTDE-ED      PIC ZZZZZZ9 VALUE ZEROS.
           77 WRK-LOTES-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-UNIDADES-ED  PIC ZZZZZZZZ9 VALUE ZEROS.
           77 WRK-LINHA-VAL    PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-LOTES-LIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-LISTADOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FORA-TABELA PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-AVALIAR-LOTE UNTIL FIM-LOTES.
               PERFORM 0400-IMPRIMIR-FAIXA
                   VARYING WRK-FAIXA-DA-VEZ FROM 0 BY 1
                   UNTIL WRK-FAIXA-DA-VEZ > 3.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               PERFORM 0110-LER-DATA-NEGOCIO.
               INITIALIZE TAB-TOTAIS-FAIXA.
               OPEN INPUT PRODUTO-MASTER.
               IF PRDMST-OK
                   SET PRDMST-FOI-ABERTO TO TRUE
               END-IF.
               OPEN OUTPUT RELATORIO-VALIDADE.
               MOVE SPACES TO WRK-LINHA-VAL.
               STRING 'LOTES A VENCER - POSICAO DE ' DELIMITED BY SIZE
                      WRK-RUN-DIA DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-RUN-MES DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-RUN-ANO DELIMITED BY SIZE
                      INTO WRK-LINHA-VAL.
               WRITE LINHA-VALIDADE FROM WRK-LINHA-VAL.
               OPEN INPUT LOTE-MASTER.
               IF LOTMST-OK
                   SET LOTMST-FOI-ABERTO TO TRUE
                   PERFORM 0210-LER-LOTE
               ELSE
                   SET FIM-LOTES TO TRUE
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
      **** LOTE COM SALDO E VALIDADE ATE 90 DIAS A FRENTE (OU JA
      **** VENCIDO) ENTRA NA TABELA COM A SUA FAIXA
      ******************************
           0200-AVALIAR-LOTE.
               ADD 1 TO WRK-TOTAL-LOTES-LIDOS.
               IF REG-LOT-QTDE > 0
                   AND REG-LOT-VALIDADE IS NUMERIC
                   AND REG-LOT-VALIDADE NOT = '99999999'
                   MOVE REG-LOT-VALIDADE TO WRK-DATA-LOTE
                   COMPUTE WRK-DIAS-VENCER =
                       ((WRK-LOT-ANO - WRK-RUN-ANO) * 360) +
                       ((WRK-LOT-MES - WRK-RUN-MES) * 30) +
                       (WRK-LOT-DIA - WRK-RUN-DIA)
                   IF WRK-DIAS-VENCER NOT > 90
                       PERFORM 0220-GUARDAR-LOTE
                   END-IF
               END-IF.
               PERFORM 0210-LER-LOTE.
           0210-LER-LOTE.
               READ LOTE-MASTER NEXT RECORD
                   AT END SET FIM-LOTES TO TRUE
               END-READ.
               IF NOT LOTMST-OK
                   SET FIM-LOTES TO TRUE
               END-IF.
           0220-GUARDAR-LOTE.
               EVALUATE TRUE
                   WHEN WRK-DIAS-VENCER < 0
                       MOVE 0 TO WRK-FAIXA
                   WHEN WRK-DIAS-VENCER NOT > 30
                       MOVE 1 TO WRK-FAIXA
                   WHEN WRK-DIAS-VENCER NOT > 60
                       MOVE 2 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 3 TO WRK-FAIXA
               END-EVALUATE.
               ADD 1 TO TAB-TOT-LOTES (WRK-FAIXA + 1).
               ADD REG-LOT-QTDE TO TAB-TOT-UNIDADES (WRK-FAIXA + 1).
               IF WRK-QTD-VEN < 3000
                   ADD 1 TO WRK-QTD-VEN
                   MOVE WRK-FAIXA TO TAB-VEN-FAIXA (WRK-QTD-VEN)
                   MOVE REG-LOT-CODIGO TO TAB-VEN-CODIGO (WRK-QTD-VEN)
                   MOVE REG-LOT-DEPOSITO
                       TO TAB-VEN-DEPOSITO (WRK-QTD-VEN)
                   MOVE REG-LOT-VALIDADE
                       TO TAB-VEN-VALIDADE (WRK-QTD-VEN)
                   MOVE REG-LOT-NUMERO TO TAB-VEN-NUMERO (WRK-QTD-VEN)
                   MOVE WRK-DIAS-VENCER TO TAB-VEN-DIAS (WRK-QTD-VEN)
                   MOVE REG-LOT-QTDE TO TAB-VEN-QTDE (WRK-QTD-VEN)
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-TABELA
               END-IF.
      ******************************
      **** UMA SECAO POR FAIXA, NA ORDEM PRODUTO + DEPOSITO +
      **** VALIDADE DO LOTMST, FECHANDO COM LOTES E UNIDADES
      ******************************
           0400-IMPRIMIR-FAIXA.
               MOVE SPACES TO LINHA-VALIDADE.
               WRITE LINHA-VALIDADE.
               MOVE TAB-TIT-FAIXA (WRK-FAIXA-DA-VEZ + 1)
                   TO LINHA-VALIDADE.
               WRITE LINHA-VALIDADE.
               MOVE 'CODIGO DESCRICAO                      DP LOTE'
                   TO LINHA-VALIDADE.
               MOVE 'VALIDADE    DIAS    SALDO'
                   TO LINHA-VALIDADE (60:25).
               WRITE LINHA-VALIDADE.
               PERFORM 0410-IMPRIMIR-LOTE
                   VARYING WRK-VEN-IDX FROM 1 BY 1
                   UNTIL WRK-VEN-IDX > WRK-QTD-VEN.
               MOVE TAB-TOT-LOTES (WRK-FAIXA-DA-VEZ + 1)
                   TO WRK-LOTES-ED.
               MOVE TAB-TOT-UNIDADES (WRK-FAIXA-DA-VEZ + 1)
                   TO WRK-UNIDADES-ED.
               MOVE SPACES TO WRK-LINHA-VAL.
               STRING 'TOTAL DA FAIXA: LOTES ' DELIMITED BY SIZE
                      WRK-LOTES-ED DELIMITED BY SIZE
                      '  UNIDADES ' DELIMITED BY SIZE
                      WRK-UNIDADES-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-VAL.
               WRITE LINHA-VALIDADE FROM WRK-LINHA-VAL.
           0410-IMPRIMIR-LOTE.
               IF TAB-VEN-FAIXA (WRK-VEN-IDX) = WRK-FAIXA-DA-VEZ
                   ADD 1 TO WRK-TOTAL-LISTADOS
                   PERFORM 0420-CONSULTAR-PRODUTO
                   MOVE SPACES TO WRK-VALIDADE-ED
                   STRING TAB-VEN-VALIDADE (WRK-VEN-IDX) (7:2)
                              DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          TAB-VEN-VALIDADE (WRK-VEN-IDX) (5:2)
                              DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          TAB-VEN-VALIDADE (WRK-VEN-IDX) (1:4)
                              DELIMITED BY SIZE
                          INTO WRK-VALIDADE-ED
                   MOVE TAB-VEN-DIAS (WRK-VEN-IDX) TO WRK-DIAS-ED
                   MOVE TAB-VEN-QTDE (WRK-VEN-IDX) TO WRK-QTDE-ED
                   MOVE SPACES TO WRK-LINHA-VAL
                   STRING TAB-VEN-CODIGO (WRK-VEN-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-DESCRICAO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAB-VEN-DEPOSITO (WRK-VEN-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAB-VEN-NUMERO (WRK-VEN-IDX)
                              DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-VALIDADE-ED DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-DIAS-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-QTDE-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-VAL
                   WRITE LINHA-VALIDADE FROM WRK-LINHA-VAL
               END-IF.
           0420-CONSULTAR-PRODUTO.
               MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESCRICAO.
               IF PRDMST-FOI-ABERTO
                   MOVE TAB-VEN-CODIGO (WRK-VEN-IDX) TO REG-PRD-CODIGO
                   READ PRODUTO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF PRDMST-OK
                       MOVE REG-PRD-DESCRICAO TO WRK-DESCRICAO
                   END-IF
               END-IF.
           0800-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'LOTES LIDOS         : ' WRK-TOTAL-LOTES-LIDOS.
               DISPLAY 'LOTES VENCIDOS      : ' TAB-TOT-LOTES (1).
               DISPLAY 'VENCEM EM 30 DIAS   : ' TAB-TOT-LOTES (2).
               DISPLAY 'VENCEM EM 60 DIAS   : ' TAB-TOT-LOTES (3).
               DISPLAY 'VENCEM EM 90 DIAS   : ' TAB-TOT-LOTES (4).
               DISPLAY 'FORA DA TABELA      : ' WRK-TOTAL-FORA-TABELA.
               CLOSE RELATORIO-VALIDADE.
               IF LOTMST-FOI-ABERTO
                   CLOSE LOTE-MASTER
               END-IF.
               IF PRDMST-FOI-ABERTO
                   CLOSE PRODUTO-MASTER
               END-IF.
               IF TAB-TOT-LOTES (1) > 0
                   OR WRK-TOTAL-FORA-TABELA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGVAL' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LOTES-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-LISTADOS TO WRK-CTL-ACEITOS.
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
               MOVE 'PROGVAL' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGVAL' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-LOTES-LIDOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-LISTADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
