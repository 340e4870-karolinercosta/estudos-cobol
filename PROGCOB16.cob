      *     VELHO / SAI NOVO), COM RELATORIO DAS OCORRENCIAS SEM
      *     EMBARQUE CORRESPONDENTE
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     EMBARQ PASSOU A ARQUIVO INDEXADO POR REFERENCIA (CHAVES
      *     ALTERNATIVAS DATA PREVISTA E STATUS) E O EMBARQUE E
      *     ATUALIZADO NO PROPRIO ARQUIVO (REWRITE), SEM A COPIA
      *     EMBNEW E O PASSO DE DEVOLUCAO NO JCL
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT ATUALIZACOES-IN ASSIGN TO EMBUPD
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT RELATORIO-UPD ASSIGN TO EMBRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
               02 REG-UPD-STATUS     PIC X(01).
               02 REG-UPD-DATA       PIC X(08).
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  RELATORIO-UPD.
           01  LINHA-UPD PIC X(100).
           FD  CONTROLE-LOTE.
               PERFORM 0110-CARREGAR-ATUALIZACAO
                   UNTIL FIM-ATUALIZACOES OR WRK-QTD-UPD >= 2000.
               CLOSE ATUALIZACOES-IN.
               OPEN I-O EMBARQUES-IN
                    OUTPUT RELATORIO-UPD.
               MOVE 'ATUALIZACAO DE STATUS DE EMBARQUE' TO LINHA-UPD.
               WRITE LINHA-UPD.
                       VARYING WRK-UPD-IDX FROM 1 BY 1
                       UNTIL WRK-UPD-IDX > WRK-QTD-UPD
               END-IF.
               REWRITE LINHA-EMBARQUE-IN FROM WRK-EMBARQUE
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
               DISPLAY 'EMBARQUES LIDOS      : ' WRK-TOTAL-EMBARQUES.
               DISPLAY 'OCORRENCIAS APLICADAS: ' WRK-TOTAL-APLICADAS.
               DISPLAY 'SEM EMBARQUE         : ' WRK-TOTAL-SEM-EMBARQ.
               CLOSE EMBARQUES-IN RELATORIO-UPD.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** LISTA NO RELATORIO AS OCORRENCIAS QUE NAO ACHARAM EMBARQUE
