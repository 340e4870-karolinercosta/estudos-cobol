      *     DESPESAS E RESULTADO). LANCAMENTO DE CONTA FORA DO PLANO
      *     E CONTADO E APONTADO NO FECHO
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU A VISAO DO GRUPO: AS CONTAS INTERCOMPANHIA (EMPRESA
      *     CONTRAPARTE NO PLANO, CPYPLANO) SAO CONCILIADAS POR PAR DE
      *     EMPRESAS E GRUPO (A RECEBER/A PAGAR E RECEITA/DESPESA), COM
      *     O PAR QUE NAO CONFERE APONTADO E RETURN-CODE 4, E DEPOIS DAS
      *     EMPRESAS SAI O BALANCO E A DRE CONSOLIDADOS, SOMANDO AS
      *     EMPRESAS E ELIMINANDO AS CONTAS INTERCOMPANHIA, COM A LISTA
      *     DAS ELIMINACOES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO LANCINT PASSOU A 85 POSICOES, COM A ORIGEM DO
      *     LANCAMENTO (CPYLORI) DEPOIS DO CENTRO DE CUSTO; A LEITURA
      *     CONTINUA SO COM OS 30 PRIMEIROS BYTES
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               02 REG-LANCTO-VALOR PIC S9(07) SIGN IS LEADING SEPARATE.
               02 REG-LANCTO-EMPRESA PIC X(03).
           FD  LANCTOS-INTERFACE.
           01  REG-LANCTO-INTERFACE PIC X(85).
           FD  RELATORIO-DEM.
           01  LINHA-DEM PIC X(100).
           FD  CONTROLE-LOTE.
                   03 TAB-PLC-DESCRICAO PIC X(30).
                   03 TAB-PLC-CLASSE    PIC X(01).
                   03 TAB-PLC-PAI       PIC X(06).
                   03 TAB-PLC-CONTRA    PIC X(03).
      ******************************
      **** EMPRESAS DO CADASTRO
      ******************************
           77 WRK-FIL-I PIC 9(03) VALUE ZEROS.
           77 WRK-EMP-I PIC 9(02) VALUE ZEROS.
           77 WRK-EMPRESA-ATUAL PIC X(03) VALUE SPACES.
           77 WRK-NOME-ATUAL    PIC X(40) VALUE SPACES.
           77 WRK-EMPRESA-SALDO PIC X(03) VALUE SPACES.
      ******************************
      **** CONSOLIDADO DO GRUPO: SALDOS SOMADOS DE TODAS AS EMPRESAS
      **** NA EMPRESA FICTICIA ***, SEM AS CONTAS INTERCOMPANHIA
      **** (CONTA COM EMPRESA CONTRAPARTE NO PLANO), QUE SAO
      **** ELIMINADAS
      ******************************
           77 WRK-EMPRESA-GRUPO PIC X(03) VALUE '***'.
      ******************************
      **** PARES INTERCOMPANHIA: PARA CADA DUAS EMPRESAS (A MENOR
      **** PRIMEIRO) E GRUPO DE CONTAS (P=PATRIMONIAL A RECEBER/A
      **** PAGAR, R=RESULTADO RECEITA/DESPESA), O SALDO DE CADA LADO
      **** NA CONTA DA OUTRA; OS DOIS LADOS SOMADOS DAO ZERO QUANDO
      **** O PAR CONFERE
      ******************************
           77 WRK-QTD-ICP PIC 9(03) VALUE ZEROS.
           01 TAB-INTERCOMPANHIA.
               02 TAB-ICP OCCURS 1 TO 200 TIMES
                  DEPENDING ON WRK-QTD-ICP
                  INDEXED BY TAB-ICP-IDX.
                   03 TAB-ICP-EMPRESA-A PIC X(03).
                   03 TAB-ICP-EMPRESA-B PIC X(03).
                   03 TAB-ICP-GRUPO     PIC X(01).
                   03 TAB-ICP-SALDO-A   PIC S9(11) COMP-3.
                   03 TAB-ICP-SALDO-B   PIC S9(11) COMP-3.
           77 WRK-ICP-EMPRESA-A PIC X(03) VALUE SPACES.
           77 WRK-ICP-EMPRESA-B PIC X(03) VALUE SPACES.
           77 WRK-ICP-GRUPO     PIC X(01) VALUE SPACES.
           77 WRK-SLD-I PIC 9(04) VALUE ZEROS.
           77 WRK-ICP-I PIC 9(03) VALUE ZEROS.
           77 WRK-TOTAL-DIVERGENTES PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-ELIMINADO PIC S9(11) VALUE ZEROS COMP-3.
           77 WRK-SALDO-B-ED PIC -ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           77 WRK-DIFER-ED   PIC -ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           77 WRK-SITUACAO-PAR PIC X(20) VALUE SPACES.
           77 WRK-CLASSE-ATUAL  PIC X(01) VALUE SPACES.
           77 WRK-SALDO-CONTA  PIC S9(11) VALUE ZEROS COMP-3.
           77 WRK-SALDO-GRUPO  PIC S9(11) VALUE ZEROS COMP-3.
                   TO TAB-PLC-CLASSE (WRK-QTD-PLANO).
               MOVE WRK-PLC-CONTA-PAI
                   TO TAB-PLC-PAI (WRK-QTD-PLANO).
               MOVE WRK-PLC-EMP-CONTRA
                   TO TAB-PLC-CONTRA (WRK-QTD-PLANO).
               READ PLANO-CONTAS INTO WRK-PLANO-CONTA
                   AT END SET FIM-PLANO TO TRUE
               END-READ.
               ADD 1 TO WRK-TOTAL-LANCTOS.
               PERFORM 0230-VERIFICAR-PLANO.
               IF WRK-PLC-I > 0
                   PERFORM 0235-SOMAR-EMPRESA-GRUPO
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-PLANO
               END-IF.
                       = REG-LANCTO-CONTA
                       SET WRK-PLC-I TO TAB-PLC-IDX
               END-SEARCH.
      ******************************
      **** O LANCAMENTO SOMA NA EMPRESA DELE E, FORA AS CONTAS
      **** INTERCOMPANHIA, NO CONSOLIDADO DO GRUPO
      ******************************
           0235-SOMAR-EMPRESA-GRUPO.
               MOVE REG-LANCTO-EMPRESA TO WRK-EMPRESA-SALDO.
               PERFORM 0240-SOMAR-SALDO.
               IF TAB-PLC-CONTRA (WRK-PLC-I) = SPACES
                   MOVE WRK-EMPRESA-GRUPO TO WRK-EMPRESA-SALDO
                   PERFORM 0240-SOMAR-SALDO
               END-IF.
           0240-SOMAR-SALDO.
               SET TAB-SLD-IDX TO 1.
               SEARCH TAB-SLD
                   AT END PERFORM 0245-CRIAR-SALDO
                   WHEN TAB-SLD-EMPRESA (TAB-SLD-IDX)
                           = WRK-EMPRESA-SALDO
                       AND TAB-SLD-CONTA (TAB-SLD-IDX)
                           = REG-LANCTO-CONTA
                       ADD REG-LANCTO-VALOR
               IF WRK-QTD-SLD < 2000
                   ADD 1 TO WRK-QTD-SLD
                   SET TAB-SLD-IDX TO WRK-QTD-SLD
                   MOVE WRK-EMPRESA-SALDO
                       TO TAB-SLD-EMPRESA (TAB-SLD-IDX)
                   MOVE REG-LANCTO-CONTA
                       TO TAB-SLD-CONTA (TAB-SLD-IDX)
               ADD 1 TO WRK-TOTAL-LANCTOS.
               PERFORM 0230-VERIFICAR-PLANO.
               IF WRK-PLC-I > 0
                   PERFORM 0235-SOMAR-EMPRESA-GRUPO
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-PLANO
               END-IF.
               PERFORM 0310-IMPRIMIR-EMPRESA
                   VARYING WRK-EMP-I FROM 1 BY 1
                   UNTIL WRK-EMP-I > WRK-QTD-EMP.
               PERFORM 0400-CONCILIAR-INTERCOMPANHIA.
               MOVE WRK-EMPRESA-GRUPO TO WRK-EMPRESA-ATUAL.
               MOVE 'CONSOLIDADO DO GRUPO (COM ELIMINACOES)'
                   TO WRK-NOME-ATUAL.
               PERFORM 0315-IMPRIMIR-DEMONSTRACOES.
               PERFORM 0450-IMPRIMIR-ELIMINACOES.
           0310-IMPRIMIR-EMPRESA.
               MOVE TAB-EMP-CODIGO (WRK-EMP-I) TO WRK-EMPRESA-ATUAL.
               MOVE TAB-EMP-NOME (WRK-EMP-I) TO WRK-NOME-ATUAL.
               PERFORM 0315-IMPRIMIR-DEMONSTRACOES.
           0315-IMPRIMIR-DEMONSTRACOES.
               MOVE ZEROS TO WRK-TOT-ATIVO WRK-TOT-PASSIVO
                             WRK-TOT-PATRIM WRK-TOT-RECEITA
                             WRK-TOT-DESPESA.
               STRING 'EMPRESA ' DELIMITED BY SIZE
                      WRK-EMPRESA-ATUAL DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-NOME-ATUAL DELIMITED BY SIZE
                      INTO WRK-LINHA-DEM.
               WRITE LINHA-DEM FROM WRK-LINHA-DEM.
               MOVE 'BALANCO PATRIMONIAL' TO LINHA-DEM.
                      WRK-SALDO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-DEM.
               WRITE LINHA-DEM FROM WRK-LINHA-DEM.
      ******************************
      **** CONCILIACAO INTERCOMPANHIA: JUNTA OS SALDOS DAS CONTAS
      **** COM CONTRAPARTE POR PAR DE EMPRESAS E GRUPO E APONTA O
      **** PAR QUE NAO FECHA (UM LADO LANCOU E O OUTRO NAO, OU COM
      **** VALOR DIFERENTE) E A EMPRESA QUE LANCOU NA CONTA
      **** INTERCOMPANHIA DELA MESMA
      ******************************
           0400-CONCILIAR-INTERCOMPANHIA.
               MOVE SPACES TO LINHA-DEM.
               WRITE LINHA-DEM.
               MOVE 'CONCILIACAO INTERCOMPANHIA' TO LINHA-DEM.
               WRITE LINHA-DEM.
               MOVE SPACES TO WRK-LINHA-DEM.
               STRING 'EMP EMP GRUPO      SALDO 1A EMPRESA'
                          DELIMITED BY SIZE
                      '      SALDO 2A EMPRESA         DIFERENCA'
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-DEM.
               WRITE LINHA-DEM FROM WRK-LINHA-DEM.
               PERFORM 0410-JUNTAR-SALDO
                   VARYING WRK-SLD-I FROM 1 BY 1
                   UNTIL WRK-SLD-I > WRK-QTD-SLD.
               PERFORM 0430-IMPRIMIR-PAR
                   VARYING WRK-ICP-I FROM 1 BY 1
                   UNTIL WRK-ICP-I > WRK-QTD-ICP.
               IF WRK-QTD-ICP = 0
                   MOVE 'SEM SALDO EM CONTA INTERCOMPANHIA'
                       TO LINHA-DEM
                   WRITE LINHA-DEM
               END-IF.
               IF WRK-TOTAL-DIVERGENTES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
           0410-JUNTAR-SALDO.
               SET TAB-SLD-IDX TO WRK-SLD-I.
               IF TAB-SLD-EMPRESA (TAB-SLD-IDX) NOT = WRK-EMPRESA-GRUPO
                   PERFORM 0412-LOCALIZAR-CONTA-SALDO
                   IF WRK-PLC-I > 0
                       IF TAB-PLC-CONTRA (WRK-PLC-I) NOT = SPACES
                           PERFORM 0415-CLASSIFICAR-PAR
                       END-IF
                   END-IF
               END-IF.
           0412-LOCALIZAR-CONTA-SALDO.
               MOVE ZEROS TO WRK-PLC-I.
               SET TAB-PLC-IDX TO 1.
               SEARCH TAB-PLC
                   AT END CONTINUE
                   WHEN TAB-PLC-CONTA (TAB-PLC-IDX)
                       = TAB-SLD-CONTA (TAB-SLD-IDX)
                       SET WRK-PLC-I TO TAB-PLC-IDX
               END-SEARCH.
           0415-CLASSIFICAR-PAR.
               IF TAB-PLC-CLASSE (WRK-PLC-I) = 'R'
                   OR TAB-PLC-CLASSE (WRK-PLC-I) = 'D'
                   MOVE 'R' TO WRK-ICP-GRUPO
               ELSE
                   MOVE 'P' TO WRK-ICP-GRUPO
               END-IF.
               IF TAB-PLC-CONTRA (WRK-PLC-I)
                   = TAB-SLD-EMPRESA (TAB-SLD-IDX)
                   ADD 1 TO WRK-TOTAL-DIVERGENTES
                   MOVE TAB-SLD-SALDO (TAB-SLD-IDX) TO WRK-SALDO-ED
                   MOVE SPACES TO WRK-LINHA-DEM
                   STRING TAB-SLD-EMPRESA (TAB-SLD-IDX)
                              DELIMITED BY SIZE
                          ' LANCOU NA PROPRIA CONTA INTERCOMPANHIA '
                              DELIMITED BY SIZE
                          TAB-SLD-CONTA (TAB-SLD-IDX) DELIMITED BY SIZE
                          WRK-SALDO-ED DELIMITED BY SIZE
                          '  *** VERIFICAR ***' DELIMITED BY SIZE
                          INTO WRK-LINHA-DEM
                   WRITE LINHA-DEM FROM WRK-LINHA-DEM
               ELSE
                   IF TAB-SLD-EMPRESA (TAB-SLD-IDX)
                       < TAB-PLC-CONTRA (WRK-PLC-I)
                       MOVE TAB-SLD-EMPRESA (TAB-SLD-IDX)
                           TO WRK-ICP-EMPRESA-A
                       MOVE TAB-PLC-CONTRA (WRK-PLC-I)
                           TO WRK-ICP-EMPRESA-B
                   ELSE
                       MOVE TAB-PLC-CONTRA (WRK-PLC-I)
                           TO WRK-ICP-EMPRESA-A
                       MOVE TAB-SLD-EMPRESA (TAB-SLD-IDX)
                           TO WRK-ICP-EMPRESA-B
                   END-IF
                   PERFORM 0420-LOCALIZAR-PAR
                   IF TAB-SLD-EMPRESA (TAB-SLD-IDX) = WRK-ICP-EMPRESA-A
                       ADD TAB-SLD-SALDO (TAB-SLD-IDX)
                           TO TAB-ICP-SALDO-A (TAB-ICP-IDX)
                   ELSE
                       ADD TAB-SLD-SALDO (TAB-SLD-IDX)
                           TO TAB-ICP-SALDO-B (TAB-ICP-IDX)
                   END-IF
               END-IF.
           0420-LOCALIZAR-PAR.
               IF WRK-QTD-ICP = 0
                   PERFORM 0425-CRIAR-PAR
               ELSE
                   SET TAB-ICP-IDX TO 1
                   SEARCH TAB-ICP
                       AT END PERFORM 0425-CRIAR-PAR
                       WHEN TAB-ICP-EMPRESA-A (TAB-ICP-IDX)
                               = WRK-ICP-EMPRESA-A
                           AND TAB-ICP-EMPRESA-B (TAB-ICP-IDX)
                               = WRK-ICP-EMPRESA-B
                           AND TAB-ICP-GRUPO (TAB-ICP-IDX)
                               = WRK-ICP-GRUPO
                           CONTINUE
                   END-SEARCH
               END-IF.
           0425-CRIAR-PAR.
               IF WRK-QTD-ICP < 200
                   ADD 1 TO WRK-QTD-ICP
                   SET TAB-ICP-IDX TO WRK-QTD-ICP
                   MOVE WRK-ICP-EMPRESA-A
                       TO TAB-ICP-EMPRESA-A (TAB-ICP-IDX)
                   MOVE WRK-ICP-EMPRESA-B
                       TO TAB-ICP-EMPRESA-B (TAB-ICP-IDX)
                   MOVE WRK-ICP-GRUPO TO TAB-ICP-GRUPO (TAB-ICP-IDX)
                   MOVE ZEROS TO TAB-ICP-SALDO-A (TAB-ICP-IDX)
                                 TAB-ICP-SALDO-B (TAB-ICP-IDX)
               ELSE
                   SET TAB-ICP-IDX TO WRK-QTD-ICP
               END-IF.
           0430-IMPRIMIR-PAR.
               SET TAB-ICP-IDX TO WRK-ICP-I.
               MOVE TAB-ICP-SALDO-A (TAB-ICP-IDX) TO WRK-SALDO-ED.
               MOVE TAB-ICP-SALDO-B (TAB-ICP-IDX) TO WRK-SALDO-B-ED.
               COMPUTE WRK-DIFERENCA = TAB-ICP-SALDO-A (TAB-ICP-IDX)
                   + TAB-ICP-SALDO-B (TAB-ICP-IDX).
               MOVE WRK-DIFERENCA TO WRK-DIFER-ED.
               IF WRK-DIFERENCA = ZEROS
                   MOVE 'CONFERE' TO WRK-SITUACAO-PAR
               ELSE
                   ADD 1 TO WRK-TOTAL-DIVERGENTES
                   MOVE '*** NAO CONFERE ***' TO WRK-SITUACAO-PAR
               END-IF.
               MOVE SPACES TO WRK-LINHA-DEM.
               STRING TAB-ICP-EMPRESA-A (TAB-ICP-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-ICP-EMPRESA-B (TAB-ICP-IDX) DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      TAB-ICP-GRUPO (TAB-ICP-IDX) DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-SALDO-B-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-DIFER-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-SITUACAO-PAR DELIMITED BY SIZE
                      INTO WRK-LINHA-DEM.
               WRITE LINHA-DEM FROM WRK-LINHA-DEM.
      ******************************
      **** CONTAS INTERCOMPANHIA ELIMINADAS NO CONSOLIDADO, COM O
      **** SALDO SOMADO DAS EMPRESAS; O TOTAL ELIMINADO SO DA ZERO
      **** QUANDO TODOS OS PARES CONFEREM
      ******************************
           0450-IMPRIMIR-ELIMINACOES.
               MOVE SPACES TO LINHA-DEM.
               WRITE LINHA-DEM.
               MOVE 'ELIMINACOES DE CONSOLIDACAO' TO LINHA-DEM.
               WRITE LINHA-DEM.
               PERFORM 0460-IMPRIMIR-ELIMINACAO
                   VARYING WRK-PLC-I FROM 1 BY 1
                   UNTIL WRK-PLC-I > WRK-QTD-PLANO.
               MOVE WRK-TOTAL-ELIMINADO TO WRK-SALDO-ED.
               MOVE SPACES TO WRK-LINHA-DEM.
               STRING 'TOTAL ELIMINADO  ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-DEM.
               WRITE LINHA-DEM FROM WRK-LINHA-DEM.
           0460-IMPRIMIR-ELIMINACAO.
               IF TAB-PLC-CONTRA (WRK-PLC-I) NOT = SPACES
                   MOVE ZEROS TO WRK-SALDO-CONTA
                   PERFORM 0465-SOMAR-ELIMINACAO
                       VARYING WRK-SLD-I FROM 1 BY 1
                       UNTIL WRK-SLD-I > WRK-QTD-SLD
                   IF WRK-SALDO-CONTA NOT = ZEROS
                       ADD WRK-SALDO-CONTA TO WRK-TOTAL-ELIMINADO
                       MOVE WRK-SALDO-CONTA TO WRK-SALDO-ED
                       MOVE SPACES TO WRK-LINHA-DEM
                       STRING TAB-PLC-CONTA (WRK-PLC-I)
                                  DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              TAB-PLC-DESCRICAO (WRK-PLC-I)
                                  DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WRK-SALDO-ED DELIMITED BY SIZE
                              INTO WRK-LINHA-DEM
                       WRITE LINHA-DEM FROM WRK-LINHA-DEM
                   END-IF
               END-IF.
           0465-SOMAR-ELIMINACAO.
               IF TAB-SLD-CONTA (WRK-SLD-I) = TAB-PLC-CONTA (WRK-PLC-I)
                   AND TAB-SLD-EMPRESA (WRK-SLD-I)
                       NOT = WRK-EMPRESA-GRUPO
                   ADD TAB-SLD-SALDO (WRK-SLD-I) TO WRK-SALDO-CONTA
               END-IF.
           0800-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'LANCAMENTOS LIDOS   : ' WRK-TOTAL-LANCTOS.
               DISPLAY 'FORA DO PLANO       : ' WRK-TOTAL-FORA-PLANO.
               DISPLAY 'CONTAS NO PLANO     : ' WRK-QTD-PLANO.
               DISPLAY 'PARES INTERCOMPANHIA: ' WRK-QTD-ICP.
               DISPLAY 'DIVERGENCIAS INTERCO: ' WRK-TOTAL-DIVERGENTES.
               CLOSE RELATORIO-DEM.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
