      *     QUALQUER UM DELES COBRARIA DUAS VEZES OU RESSUSCITARIA
      *     A PERDA. PLANO CONTRA TITULO NAO ABERTO E RECUSADO COM
      *     LINHA PROPRIA NO RELATORIO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NO ARQUIVO DE PLANOS DE PARCELAMENTO
      *     FOI PARA 14 POSICOES (CPF OU CNPJ)
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS): CADA PLANO LE
      *     O SEU TITULO PELA CHAVE, AS PARCELAS SAO INCLUIDAS
      *     (WRITE) E O TITULO PARCELADO EXCLUIDO (DELETE) NO
      *     PROPRIO ARQUIVO, SEM A COPIA RECNEW. PARCELA COM CHAVE
      *     JA EXISTENTE SAI NO RELATORIO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT PLANOS-IN ASSIGN TO PARCIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT RELATORIO-PARC ASSIGN TO PARCRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
           FILE SECTION.
           FD  PLANOS-IN.
           01  REG-PLANO-IN.
               02 REG-PLN-CPF        PIC X(14).
               02 REG-PLN-REFERENCIA PIC X(20).
               02 REG-PLN-PARCELAS   PIC 9(02).
               02 REG-PLN-PRIMEIRO   PIC X(08).
           FD  CONTAS-RECEBER.
           01  LINHA-RECEBIVEL.
               02 REG-RCB-CHAVE.
                   03 REG-RCB-CPF        PIC X(14).
                   03 FILLER             PIC X(02).
                   03 REG-RCB-REFERENCIA PIC X(20).
               02 FILLER                 PIC X(25).
               02 REG-RCB-VENCIMENTO     PIC X(08).
               02 FILLER                 PIC X(02).
               02 REG-RCB-STATUS         PIC X(01).
               02 FILLER                 PIC X(68).
           FD  RELATORIO-PARC.
           01  LINHA-PARC PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYCAB.
           77 WRK-FIM-PLANOS PIC X(01) VALUE 'N'.
               88 FIM-PLANOS VALUE 'S'.
           77 WRK-ACHOU-TITULO PIC X(01) VALUE 'N'.
               88 TITULO-ACHADO VALUE 'S'.
      ******************************
      **** PLANOS DE PARCELAMENTO EM MEMORIA, MARCADOS QUANDO O
      **** TITULO CORRESPONDENTE E ACHADO PELA CHAVE
      ******************************
           77 WRK-QTD-PLN PIC 9(03) VALUE ZEROS.
           01 TAB-PLANOS.
               02 TAB-PLN OCCURS 1 TO 200 TIMES
                  DEPENDING ON WRK-QTD-PLN
                  INDEXED BY TAB-PLN-IDX.
                   03 TAB-PLN-CPF        PIC X(14).
                   03 TAB-PLN-REFERENCIA PIC X(20).
                   03 TAB-PLN-PARCELAS   PIC 9(02).
                   03 TAB-PLN-PRIMEIRO   PIC X(08).
                   03 TAB-PLN-CASADO     PIC X(01).
           77 WRK-PLN-IMPR PIC 9(03) VALUE ZEROS.
      ******************************
      **** GERACAO DAS PARCELAS
      ******************************
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR
                   VARYING TAB-PLN-IDX FROM 1 BY 1
                   UNTIL TAB-PLN-IDX > WRK-QTD-PLN.
               PERFORM 0300-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
               PERFORM 0110-CARREGAR-PLANO
                   UNTIL FIM-PLANOS OR WRK-QTD-PLN >= 200.
               CLOSE PLANOS-IN.
               OPEN I-O CONTAS-RECEBER
                    OUTPUT RELATORIO-PARC.
               MOVE 'PARCELAMENTO DE TITULOS'
                   TO CAB-TITULO-RELATORIO.
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-PARC.
               WRITE LINHA-PARC FROM WRK-LINHA-PARC.
           0110-CARREGAR-PLANO.
               ADD 1 TO WRK-TOTAL-PLANOS.
               IF REG-PLN-PARCELAS IS NUMERIC
      **** RECUSADO COM LINHA NO RELATORIO
      ******************************
           0200-PROCESSAR.
               MOVE 'S' TO WRK-ACHOU-TITULO.
               MOVE SPACES TO REG-RCB-CHAVE.
               MOVE TAB-PLN-CPF (TAB-PLN-IDX) TO REG-RCB-CPF.
               MOVE TAB-PLN-REFERENCIA (TAB-PLN-IDX)
                   TO REG-RCB-REFERENCIA.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   KEY IS REG-RCB-CHAVE
                   INVALID KEY MOVE 'N' TO WRK-ACHOU-TITULO
               END-READ.
               IF TITULO-ACHADO
                   ADD 1 TO WRK-TOTAL-TITULOS
                   IF RCB-ABERTO
                       MOVE 'S' TO TAB-PLN-CASADO (TAB-PLN-IDX)
                       ADD 1 TO WRK-TOTAL-PARCELADOS
                       PERFORM 0210-GERAR-PARCELAS
                   ELSE
                       PERFORM 0205-RECUSAR-NAO-ABERTO
                   END-IF
               END-IF.
      ******************************
      **** PLANO QUE APONTA PARA TITULO NAO ABERTO E RECUSADO (FICA
      **** MARCADO R PARA NAO SAIR DE NOVO COMO PLANO SEM TITULO)
      ******************************
           0205-RECUSAR-NAO-ABERTO.
               MOVE 'R' TO TAB-PLN-CASADO (TAB-PLN-IDX).
               MOVE SPACES TO WRK-LINHA-PARC.
               STRING 'PLANO RECUSADO - TITULO NAO ABERTO ('
                          DELIMITED BY SIZE
                      WRK-RCB-STATUS DELIMITED BY SIZE
                      ') CPF ' DELIMITED BY SIZE
                      WRK-RCB-CPF DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      WRK-RCB-REFERENCIA DELIMITED BY SIZE
                      INTO WRK-LINHA-PARC.
               WRITE LINHA-PARC FROM WRK-LINHA-PARC.
      ******************************
      **** TROCA O TITULO PELAS PARCELAS: VALOR DIVIDIDO EM PARTES
      **** IGUAIS (SOBRA DE CENTAVOS NA ULTIMA), VENCIMENTOS DE 30
                   UNTIL WRK-PARCELA-ATUAL >
                       TAB-PLN-PARCELAS (TAB-PLN-IDX).
               MOVE WRK-TITULO-ORIGINAL TO WRK-RECEBIVEL.
               MOVE WRK-TITULO-ORIGINAL TO LINHA-RECEBIVEL.
               DELETE CONTAS-RECEBER RECORD
                   INVALID KEY CONTINUE
               END-DELETE.
               PERFORM 0240-LISTAR-PLANO.
           0220-GRAVAR-PARCELA.
               ADD 1 TO WRK-TOTAL-PARCELAS.
      ********ORIGINAL N VEZES
               MOVE WRK-RCB-VALOR TO WRK-RCB-VALOR-MOEDA.
               MOVE ZEROS TO WRK-RCB-ENCARGOS.
               WRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY PERFORM 0225-PARCELA-REPETIDA
               END-WRITE.
               PERFORM 0230-SOMAR-30-DIAS.
      ******************************
      **** PARCELA CUJA CHAVE (CPF + REFERENCIA DO PLANO) JA EXISTE
      **** NO RECEBIV NAO E INCLUIDA E SAI NO RELATORIO
      ******************************
           0225-PARCELA-REPETIDA.
               SUBTRACT 1 FROM WRK-TOTAL-PARCELAS.
               MOVE SPACES TO WRK-LINHA-PARC.
               STRING 'PARCELA NAO INCLUIDA - CHAVE JA EXISTE CPF '
                          DELIMITED BY SIZE
                      WRK-RCB-CPF DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      WRK-RCB-REFERENCIA DELIMITED BY SIZE
                      INTO WRK-LINHA-PARC.
               WRITE LINHA-PARC FROM WRK-LINHA-PARC.
           0230-SOMAR-30-DIAS.
               MOVE WRK-VENCTO-PARCELA TO WRK-DATA-CALC.
               ADD 30 TO WRK-CALC-DIA.
               DISPLAY 'TITULOS PARCELADOS : ' WRK-TOTAL-PARCELADOS.
               DISPLAY 'PARCELAS GERADAS   : ' WRK-TOTAL-PARCELAS.
               DISPLAY 'PLANOS SEM TITULO  : ' WRK-TOTAL-SEM-TITULO.
               CLOSE CONTAS-RECEBER RELATORIO-PARC.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** LISTA OS PLANOS QUE NAO ACHARAM TITULO EM ABERTO
