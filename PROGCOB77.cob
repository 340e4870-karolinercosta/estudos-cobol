      *     SAI DE NOVO. O RELATORIO E ARQUIVADO NO ACERVO PELO
      *     PASSO PROGCOB45 QUE VEM EM SEGUIDA NO STREAM
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ROMANEIO PASSOU A SAIR POR CARGA: O EMBARQUE QUE A
      *     CONSOLIDACAO (PROGCOB99) COLOCOU NUMA CARGA SAI NO
      *     ROMANEIO DA CARGA, COM O NUMERO DA CARGA COMO NUMERO DO
      *     ROMANEIO, A UF E O FRETE DA CARGA NO FECHO. EMBARQUE SEM
      *     CARGA CONTINUA NO ROMANEIO DA TRANSPORTADORA, COMO ANTES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NA TABELA DE EMBARQUES FOI PARA 14
      *     POSICOES (CPF OU CNPJ)
      *     EMBARQ PASSOU A ARQUIVO INDEXADO POR REFERENCIA (CHAVES
      *     ALTERNATIVAS DATA PREVISTA E STATUS) E O EMBARQUE E
      *     ATUALIZADO NO PROPRIO ARQUIVO (REWRITE), SEM A COPIA
      *     EMBNEW E O PASSO DE DEVOLUCAO NO JCL
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-GATE-STATUS.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT RELATORIO-ROM ASSIGN TO ROMARPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  RELATORIO-ROM.
           01  LINHA-ROM PIC X(100).
           FD  CONTROLE-LOTE.
               88 FIM-EMBARQUES VALUE 'S'.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
      ******************************
      **** ROMANEIOS DO DIA -- UM POR CARGA CONSOLIDADA (PROGCOB99)
      **** OU, PARA EMBARQUE SEM CARGA, UM POR TRANSPORTADORA --
      **** CADA UM COM SEU NUMERO E OS TOTAIS DO DOCUMENTO
      ******************************
           77 WRK-QTD-TRP PIC 9(03) VALUE ZEROS.
           01 TAB-TRANSPORTADORAS.
               02 TAB-TRP OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-TRP
                  INDEXED BY TAB-TRP-IDX.
                   03 TAB-TRP-CODIGO   PIC X(04).
                   03 TAB-TRP-CARGA    PIC X(15).
                   03 TAB-TRP-UF       PIC X(02).
                   03 TAB-TRP-FRETE    PIC 9(11)V99.
                   03 TAB-TRP-ROMANEIO PIC X(15).
                   03 TAB-TRP-VOLUMES  PIC 9(05).
                   03 TAB-TRP-PESO     PIC 9(09)V99.
                  DEPENDING ON WRK-QTD-EMB
                  INDEXED BY TAB-EMB-IDX.
                   03 TAB-EMB-TRANSP     PIC X(04).
                   03 TAB-EMB-CARGA      PIC X(15).
                   03 TAB-EMB-REFERENCIA PIC X(20).
                   03 TAB-EMB-CPF        PIC X(14).
                   03 TAB-EMB-UF         PIC X(02).
                   03 TAB-EMB-PESO       PIC 9(05)V99.
                   03 TAB-EMB-VALOR      PIC 9(06)V99.
           77 WRK-TRP-IDX PIC 9(03) VALUE ZEROS.
           77 WRK-EMB-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-TRANSP-CHAVE PIC X(04) VALUE SPACES.
           77 WRK-CARGA-CHAVE  PIC X(15) VALUE SPACES.
           77 WRK-PESO-ED  PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-ROM PIC X(100) VALUE SPACES.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               PERFORM 0110-LER-DATA-NEGOCIO.
               OPEN I-O EMBARQUES-IN
                    OUTPUT RELATORIO-ROM.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
                   AND WRK-EMB-ROMANEIO = SPACES
                   ADD 1 TO WRK-TOTAL-NO-ROMANEIO
                   MOVE WRK-EMB-TRANSP TO WRK-TRANSP-CHAVE
                   MOVE WRK-EMB-CARGA TO WRK-CARGA-CHAVE
                   PERFORM 0210-LOCALIZAR-TRANSP
                   MOVE TAB-TRP-ROMANEIO (TAB-TRP-IDX)
                       TO WRK-EMB-ROMANEIO
                   ADD WRK-EMB-PESO TO TAB-TRP-PESO (TAB-TRP-IDX)
                   ADD WRK-EMB-VALOR-DECL
                       TO TAB-TRP-VALOR (TAB-TRP-IDX)
                   IF WRK-EMB-CARGA NOT = SPACES
                       AND WRK-EMB-FRETE-CARGA IS NUMERIC
                       ADD WRK-EMB-FRETE-CARGA
                           TO TAB-TRP-FRETE (TAB-TRP-IDX)
                   END-IF
                   PERFORM 0230-GUARDAR-EMBARQUE
               END-IF.
               REWRITE LINHA-EMBARQUE-IN FROM WRK-EMBARQUE
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
                   SEARCH TAB-TRP
                       AT END PERFORM 0220-CRIAR-TRANSP
                       WHEN TAB-TRP-CODIGO (TAB-TRP-IDX)
                               = WRK-TRANSP-CHAVE
                           AND TAB-TRP-CARGA (TAB-TRP-IDX)
                               = WRK-CARGA-CHAVE
                           CONTINUE
                   END-SEARCH
               END-IF.
      ******************************
      **** CRIA A LINHA DO ROMANEIO: O NUMERO E O DA CARGA; SEM
      **** CARGA, R + DATA + TRANSPORTADORA COMO ANTES
      ******************************
           0220-CRIAR-TRANSP.
               IF WRK-QTD-TRP < 500
                   ADD 1 TO WRK-QTD-TRP
                   SET TAB-TRP-IDX TO WRK-QTD-TRP
                   MOVE WRK-TRANSP-CHAVE
                       TO TAB-TRP-CODIGO (TAB-TRP-IDX)
                   MOVE WRK-CARGA-CHAVE
                       TO TAB-TRP-CARGA (TAB-TRP-IDX)
                   MOVE WRK-EMB-UF TO TAB-TRP-UF (TAB-TRP-IDX)
                   IF WRK-CARGA-CHAVE NOT = SPACES
                       MOVE WRK-CARGA-CHAVE
                           TO TAB-TRP-ROMANEIO (TAB-TRP-IDX)
                   ELSE
                       MOVE SPACES TO TAB-TRP-ROMANEIO (TAB-TRP-IDX)
                       STRING 'R' DELIMITED BY SIZE
                              WRK-DATA-RUN DELIMITED BY SIZE
                              '-' DELIMITED BY SIZE
                              WRK-TRANSP-CHAVE DELIMITED BY SIZE
                              INTO TAB-TRP-ROMANEIO (TAB-TRP-IDX)
                   END-IF
                   MOVE ZEROS TO TAB-TRP-FRETE (TAB-TRP-IDX)
                   MOVE ZEROS TO TAB-TRP-VOLUMES (TAB-TRP-IDX)
                                 TAB-TRP-PESO    (TAB-TRP-IDX)
                                 TAB-TRP-VALOR   (TAB-TRP-IDX)
                   ADD 1 TO WRK-QTD-EMB
                   MOVE WRK-EMB-TRANSP
                       TO TAB-EMB-TRANSP (WRK-QTD-EMB)
                   MOVE WRK-EMB-CARGA
                       TO TAB-EMB-CARGA (WRK-QTD-EMB)
                   MOVE WRK-EMB-REFERENCIA
                       TO TAB-EMB-REFERENCIA (WRK-QTD-EMB)
                   MOVE WRK-EMB-CPF TO TAB-EMB-CPF (WRK-QTD-EMB)
                       TO TAB-EMB-VALOR (WRK-QTD-EMB)
               END-IF.
      ******************************
      **** UM ROMANEIO POR CARGA: CABECALHO COM O NUMERO, AS
      **** LINHAS DOS EMBARQUES E O FECHO COM VOLUMES E TOTAIS
      ******************************
           0300-IMPRIMIR-ROMANEIOS.
               PERFORM 0310-IMPRIMIR-ROMANEIO
                      TAB-TRP-CODIGO (TAB-TRP-IDX)
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-ROM.
               IF TAB-TRP-CARGA (TAB-TRP-IDX) NOT = SPACES
                   MOVE '  CARGA CONSOLIDADA  UF '
                       TO WRK-LINHA-ROM (46:24)
                   MOVE TAB-TRP-UF (TAB-TRP-IDX) TO WRK-LINHA-ROM (70:2)
               END-IF.
               WRITE LINHA-ROM FROM WRK-LINHA-ROM.
               PERFORM 0320-IMPRIMIR-EMBARQUE
                   VARYING WRK-EMB-IDX FROM 1 BY 1
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ROM.
               WRITE LINHA-ROM FROM WRK-LINHA-ROM.
               IF TAB-TRP-CARGA (TAB-TRP-IDX) NOT = SPACES
                   MOVE TAB-TRP-FRETE (TAB-TRP-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-ROM
                   STRING 'FRETE DA CARGA ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-ROM
                   WRITE LINHA-ROM FROM WRK-LINHA-ROM
               END-IF.
           0320-IMPRIMIR-EMBARQUE.
               SET TAB-EMB-IDX TO WRK-EMB-IDX.
               IF TAB-EMB-TRANSP (TAB-EMB-IDX)
                   = TAB-TRP-CODIGO (TAB-TRP-IDX)
                   AND TAB-EMB-CARGA (TAB-EMB-IDX)
                   = TAB-TRP-CARGA (TAB-TRP-IDX)
                   MOVE TAB-EMB-PESO  (TAB-EMB-IDX) TO WRK-PESO-ED
                   MOVE TAB-EMB-VALOR (TAB-EMB-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-ROM
               DISPLAY '********************'.
               DISPLAY 'EMBARQUES LIDOS     : ' WRK-TOTAL-EMBARQUES.
               DISPLAY 'NO ROMANEIO DO DIA  : ' WRK-TOTAL-NO-ROMANEIO.
               DISPLAY 'ROMANEIOS EMITIDOS  : ' WRK-QTD-TRP.
               CLOSE EMBARQUES-IN RELATORIO-ROM.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
