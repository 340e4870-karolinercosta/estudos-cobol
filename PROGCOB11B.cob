      *     TRAILER PARA O MEIO DOS DETALHES. O ENVELOPE AGORA E
      *     CONFERIDO E DESPIDO NO ARQUIVO CRU PELO PROGCOB51, ANTES
      *     DO SORT; ESTE PROGRAMA RECEBE SO DETALHES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ORCAMENTO DA OBRA GANHOU A MAO DE OBRA POR FORMA +
      *     MATERIAL (TABELA MAOOBRA, POR M2 OU POR M3 NA CAIXA) SOBRE O
      *     CUSTO DO MATERIAL, COM SUBTOTAL POR MATERIAL E O TOTAL DO
      *     SERVICO. NO FECHAMENTO DE CADA OBRA GRAVA O ORCAMENTO POR
      *     MATERIAL NO ORCMOV (COPYBOOK CPYOBRA), QUE O FATURAMENTO DE
      *     OBRAS (PROGOBR) USA PARA EMITIR A NOTA DE SERVICO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   FILE STATUS IS WRK-REPROC-STATUS.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LCK-STATUS.
                   FILE STATUS IS WRK-PASS-STATUS.
               SELECT ESTADO-RUN ASSIGN TO RUNSTAT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MAO-OBRA-IN ASSIGN TO MAOOBRA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MAOOBRA-STATUS.
               SELECT ORCAMENTO-OBRA ASSIGN TO ORCMOV
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
           FD  PARAMETROS-IN.
           01  REG-REPROCESSO.
               02 REG-REP-FLAG PIC X(01).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           FD  MAO-OBRA-IN.
           01  REG-MAO-OBRA-IN.
               02 REG-MOO-FORMA    PIC X(01).
               02 REG-MOO-MATERIAL PIC X(01).
               02 REG-MOO-VALOR    PIC 9(05)V99.
           FD  ORCAMENTO-OBRA.
           01  LINHA-ORCAMENTO-OBRA PIC X(80).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           77 WRK-REPROC-STATUS PIC X(02) VALUE '00'.
               88 REPROC-OK VALUE '00'.
           COPY CPYAUDIT.
           COPY CPYELO.

           COPY CPYPARM.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           COPY CPYOBRA.
      ******************************
      **** TABELA DE MAO DE OBRA POR FORMA + MATERIAL (MAOOBRA):
      **** VALOR POR M2, OU POR M3 NA CAIXA (MATERIAL EM BRANCO)
      ******************************
           77 WRK-MAOOBRA-STATUS PIC X(02) VALUE '00'.
               88 MAOOBRA-OK VALUE '00'.
           77 WRK-FIM-MAOOBRA PIC X(01) VALUE 'N'.
               88 FIM-MAOOBRA VALUE 'S'.
           77 WRK-QTD-MOO PIC 9(03) VALUE ZEROS.
           01 TAB-MAO-OBRA.
               02 TAB-MOO OCCURS 1 TO 200 TIMES
                  DEPENDING ON WRK-QTD-MOO
                  INDEXED BY TAB-MOO-IDX.
                   03 TAB-MOO-FORMA    PIC X(01).
                   03 TAB-MOO-MATERIAL PIC X(01).
                   03 TAB-MOO-VALOR    PIC 9(05)V99.
      ******************************
      **** OBRA ABERTA NA QUEBRA E SUBTOTAIS DE MATERIAL DO PROJETO
      ******************************
                   03 TAB-MOB-CODIGO PIC X(01).
                   03 TAB-MOB-NOME   PIC X(14).
                   03 TAB-MOB-CUSTO  PIC 9(09)V99.
                   03 TAB-MOB-QTDE   PIC 9(07)V99.
                   03 TAB-MOB-MAO    PIC 9(09)V99.
           77 WRK-MOB-IMPR PIC 9(02) VALUE ZEROS.
           77 WRK-MOB-CHAVE PIC X(01) VALUE SPACES.
           77 WRK-MOB-ACHADO PIC 9(02) VALUE ZEROS.
           77 WRK-MAO-LINHA PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-MAO-TOTAL-OBRA PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-SERVICO-OBRA PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-MAO-OBRA-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-SERVICO-OBRA-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-CUSTO-LINHA PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-CUSTO-OBRA  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-CUSTO-PERDA PIC 9(09)V99 VALUE ZEROS COMP-3.
                   CLOSE PARAMETROS-IN
               END-IF.
           0100-INICIALIZAR.
               PERFORM 0110-CARREGAR-MAO-OBRA.
               OPEN INPUT MEDIDAS-IN
                    OUTPUT RELATORIO-MEDIDAS
                    EXTEND ORCAMENTO-OBRA.
               MOVE 'ORCAMENTO DE MATERIAL POR OBRA'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               READ MEDIDAS-IN
                   AT END SET FIM-MEDIDAS TO TRUE
               END-READ.
      ******************************
      **** CARREGA EM MEMORIA A TABELA DE MAO DE OBRA POR FORMA +
      **** MATERIAL, SE O ARQUIVO EXISTIR (SEM ELA O ORCAMENTO SAI
      **** SO COM O MATERIAL, COMO ANTES)
      ******************************
           0110-CARREGAR-MAO-OBRA.
               OPEN INPUT MAO-OBRA-IN.
               IF MAOOBRA-OK
                   READ MAO-OBRA-IN
                       AT END SET FIM-MAOOBRA TO TRUE
                   END-READ
                   PERFORM 0115-LER-MAO-OBRA
                       UNTIL FIM-MAOOBRA OR WRK-QTD-MOO >= 200
                   CLOSE MAO-OBRA-IN
               END-IF.
           0115-LER-MAO-OBRA.
               ADD 1 TO WRK-QTD-MOO.
               MOVE REG-MOO-FORMA    TO TAB-MOO-FORMA (WRK-QTD-MOO).
               MOVE REG-MOO-MATERIAL TO TAB-MOO-MATERIAL (WRK-QTD-MOO).
               MOVE REG-MOO-VALOR    TO TAB-MOO-VALOR (WRK-QTD-MOO).
               READ MAO-OBRA-IN
                   AT END SET FIM-MAOOBRA TO TRUE
               END-READ.
           0200-PROCESSAR.
               IF REG-MED-OBRA NOT = WRK-OBRA-ATUAL
                   IF OBRA-ABERTA
               MOVE REG-MED-OBRA TO WRK-OBRA-ATUAL.
               SET OBRA-ABERTA TO TRUE.
               ADD 1 TO WRK-TOTAL-OBRAS.
               MOVE ZEROS TO WRK-QTD-MAT-OBRA WRK-CUSTO-OBRA
                             WRK-MAO-TOTAL-OBRA.
               ADD 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO LINHA-MEDIDA.
               WRITE LINHA-MEDIDA.
      ******************************
      **** FECHA O PROJETO: SUBTOTAIS POR MATERIAL, PERDA DO
      **** PARMSUITE SOBRE O CUSTO E TOTAL GERAL DA OBRA, MAO DE
      **** OBRA E TOTAL DO SERVICO; O ORCAMENTO DE CADA MATERIAL VAI
      **** PARA O ORCMOV, DE ONDE O FATURAMENTO DE OBRAS TIRA A NOTA
      ******************************
           0260-FECHAR-OBRA.
               MOVE 'SUBTOTAIS POR MATERIAL' TO LINHA-MEDIDA.
                      WRK-TOTAL-OBRA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MEDIDA.
               WRITE LINHA-MEDIDA FROM WRK-LINHA-MEDIDA.
               COMPUTE WRK-SERVICO-OBRA =
                   WRK-TOTAL-OBRA + WRK-MAO-TOTAL-OBRA.
               MOVE WRK-MAO-TOTAL-OBRA TO WRK-MAO-OBRA-ED.
               MOVE WRK-SERVICO-OBRA   TO WRK-SERVICO-OBRA-ED.
               MOVE SPACES TO WRK-LINHA-MEDIDA.
               STRING 'MAO DE OBRA ' DELIMITED BY SIZE
                      WRK-MAO-OBRA-ED DELIMITED BY SIZE
                      '  TOTAL DO SERVICO ' DELIMITED BY SIZE
                      WRK-SERVICO-OBRA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MEDIDA.
               WRITE LINHA-MEDIDA FROM WRK-LINHA-MEDIDA.
               MOVE 1 TO WRK-MOB-IMPR.
               PERFORM 0280-GRAVAR-ORCAMENTO-OBRA
                   UNTIL WRK-MOB-IMPR > WRK-QTD-MAT-OBRA.
               MOVE 'N' TO WRK-TEM-OBRA.
           0270-IMPRIMIR-MATERIAL-OBRA.
               SET TAB-MOB-IDX TO WRK-MOB-IMPR.
               MOVE TAB-MOB-CUSTO (TAB-MOB-IDX) TO WRK-CUSTO-MAT-ED.
               MOVE TAB-MOB-MAO (TAB-MOB-IDX) TO WRK-MAO-OBRA-ED.
               MOVE SPACES TO WRK-LINHA-MEDIDA.
               STRING '  ' DELIMITED BY SIZE
                      TAB-MOB-CODIGO (TAB-MOB-IDX) DELIMITED BY SIZE
                      TAB-MOB-NOME (TAB-MOB-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-CUSTO-MAT-ED DELIMITED BY SIZE
                      '  MAO DE OBRA ' DELIMITED BY SIZE
                      WRK-MAO-OBRA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MEDIDA.
               WRITE LINHA-MEDIDA FROM WRK-LINHA-MEDIDA.
               ADD 1 TO WRK-MOB-IMPR.
      ******************************
      **** UMA LINHA DO ORCMOV POR MATERIAL DA OBRA FECHADA
      ******************************
           0280-GRAVAR-ORCAMENTO-OBRA.
               SET TAB-MOB-IDX TO WRK-MOB-IMPR.
               MOVE WRK-OBRA-ATUAL TO WRK-ORC-OBRA.
               MOVE CAB-DATA-EXECUCAO TO WRK-ORC-DATA.
               MOVE TAB-MOB-CODIGO (TAB-MOB-IDX) TO WRK-ORC-MATERIAL.
               MOVE TAB-MOB-QTDE (TAB-MOB-IDX) TO WRK-ORC-QUANTIDADE.
               MOVE TAB-MOB-CUSTO (TAB-MOB-IDX) TO WRK-ORC-CUSTO-MAT.
               MOVE TAB-MOB-MAO (TAB-MOB-IDX) TO WRK-ORC-MAO-OBRA.
               WRITE LINHA-ORCAMENTO-OBRA FROM WRK-ORCAMENTO-OBRA.
               ADD 1 TO WRK-MOB-IMPR.
      ******************************
      **** DESVIA PARA O CALCULO DA FORMA DO REGISTRO LIDO
      ******************************
           0210-CALCULAR.
                   IF NOT FORMA-CAIXA
                       PERFORM 0230-ESTIMAR-CUSTO-MATERIAL
                   END-IF
                   IF (FORMA-CAIXA OR MATERIAL-ENCONTRADO)
                       AND OBRA-ABERTA
                       PERFORM 0235-CALCULAR-MAO-OBRA
                   END-IF
                   IF FORMA-CAIXA
                       STRING WRK-FORMA DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                   END-IF
               END-IF.
      ******************************
      **** MAO DE OBRA DA LINHA PELA TABELA MAOOBRA (AREA, OU VOLUME
      **** NA CAIXA, VEZES O VALOR DA FORMA + MATERIAL), SOMADA COM A
      **** QUANTIDADE NO MATERIAL DA OBRA ABERTA; A CAIXA ACUMULA NO
      **** MATERIAL EM BRANCO
      ******************************
           0235-CALCULAR-MAO-OBRA.
               MOVE ZEROS TO WRK-MAO-LINHA.
               IF FORMA-CAIXA
                   MOVE SPACE TO WRK-MOB-CHAVE
               ELSE
                   MOVE REG-MED-MATERIAL TO WRK-MOB-CHAVE
               END-IF.
               IF WRK-QTD-MOO > 0
                   SET TAB-MOO-IDX TO 1
                   SEARCH TAB-MOO
                       AT END CONTINUE
                       WHEN TAB-MOO-FORMA (TAB-MOO-IDX) = WRK-FORMA
                           AND TAB-MOO-MATERIAL (TAB-MOO-IDX)
                               = WRK-MOB-CHAVE
                           IF FORMA-CAIXA
                               COMPUTE WRK-MAO-LINHA ROUNDED =
                                   WRK-VOLUME
                                   * TAB-MOO-VALOR (TAB-MOO-IDX)
                           ELSE
                               COMPUTE WRK-MAO-LINHA ROUNDED =
                                   WRK-AREA
                                   * TAB-MOO-VALOR (TAB-MOO-IDX)
                           END-IF
                   END-SEARCH
               END-IF.
               ADD WRK-MAO-LINHA TO WRK-MAO-TOTAL-OBRA.
               PERFORM 0242-LOCALIZAR-MATERIAL-OBRA.
               IF WRK-MOB-ACHADO > 0
                   SET TAB-MOB-IDX TO WRK-MOB-ACHADO
                   ADD WRK-MAO-LINHA TO TAB-MOB-MAO (TAB-MOB-IDX)
                   IF FORMA-CAIXA
                       ADD WRK-VOLUME TO TAB-MOB-QTDE (TAB-MOB-IDX)
                   ELSE
                       ADD WRK-AREA TO TAB-MOB-QTDE (TAB-MOB-IDX)
                   END-IF
               END-IF.
      ******************************
      **** SOMA O CUSTO DA LINHA NO SUBTOTAL DO MATERIAL DENTRO DA
      **** OBRA ABERTA
      ******************************
           0240-ACUMULAR-MATERIAL-OBRA.
               ADD WRK-CUSTO-LINHA TO WRK-CUSTO-OBRA.
               MOVE REG-MED-MATERIAL TO WRK-MOB-CHAVE.
               PERFORM 0242-LOCALIZAR-MATERIAL-OBRA.
               IF WRK-MOB-ACHADO > 0
                   SET TAB-MOB-IDX TO WRK-MOB-ACHADO
                   ADD WRK-CUSTO-LINHA TO TAB-MOB-CUSTO (TAB-MOB-IDX)
               END-IF.
      ******************************
      **** POSICAO DO MATERIAL WRK-MOB-CHAVE NA OBRA ABERTA, CRIADO
      **** NA PRIMEIRA VEZ (ZERO QUANDO A TABELA DA OBRA ESTA CHEIA)
      ******************************
           0242-LOCALIZAR-MATERIAL-OBRA.
               MOVE ZEROS TO WRK-MOB-ACHADO.
               IF WRK-QTD-MAT-OBRA = 0
                   PERFORM 0245-CRIAR-MATERIAL-OBRA
               ELSE
                   SEARCH TAB-MOB
                       AT END PERFORM 0245-CRIAR-MATERIAL-OBRA
                       WHEN TAB-MOB-CODIGO (TAB-MOB-IDX)
                           = WRK-MOB-CHAVE
                           SET WRK-MOB-ACHADO TO TAB-MOB-IDX
                   END-SEARCH
               END-IF.
           0245-CRIAR-MATERIAL-OBRA.
               IF WRK-QTD-MAT-OBRA < 50
                   ADD 1 TO WRK-QTD-MAT-OBRA
                   SET TAB-MOB-IDX TO WRK-QTD-MAT-OBRA
                   MOVE WRK-MOB-CHAVE
                       TO TAB-MOB-CODIGO (TAB-MOB-IDX)
                   IF FORMA-CAIXA
                       MOVE 'CAIXA (VOLUME)'
                           TO TAB-MOB-NOME (TAB-MOB-IDX)
                   ELSE
                       MOVE WRK-MAT-NOME TO TAB-MOB-NOME (TAB-MOB-IDX)
                   END-IF
                   MOVE ZEROS TO TAB-MOB-CUSTO (TAB-MOB-IDX)
                                 TAB-MOB-QTDE (TAB-MOB-IDX)
                                 TAB-MOB-MAO (TAB-MOB-IDX)
                   MOVE WRK-QTD-MAT-OBRA TO WRK-MOB-ACHADO
               END-IF.
           0300-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'REGISTROS PROCESSADOS: ' WRK-TOTAL-MEDIDAS.
               DISPLAY 'REGISTROS INVALIDOS  : ' WRK-TOTAL-INVALIDAS.
               DISPLAY 'OBRAS ORCADAS        : ' WRK-TOTAL-OBRAS.
               CLOSE MEDIDAS-IN RELATORIO-MEDIDAS ORCAMENTO-OBRA.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE 'RUN JA COMPLETO NA DATA' TO WRK-AUD-ENTRADA.
               MOVE 'REPROCESSO AUTORIZADO' TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0885-GRAVAR-CONTROLE-DATA.
               MOVE SPACES TO WRK-CONTROLE-DATA.
               MOVE 'PROGCOB11B' TO WRK-BDT-PROGRAMA.
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
      ******************************
      **** GRAVA O REGISTRO NA TRILHA AUDSUITE COM O SELO DE
      **** ENCADEAMENTO (SEQUENCIA, HASH ANTERIOR E HASH PROPRIO) NAS
      **** 50 POSICOES FINAIS E AVANCA O ELO DA TRILHA NO AUDELO
      ******************************
           0995-GRAVAR-TRILHA.
               MOVE 'AUDSUITE' TO WRK-EST-TRILHA.
               MOVE SPACES TO WRK-HEL-REGISTRO.
               MOVE WRK-AUDITORIA-SUITE TO WRK-HEL-REGISTRO.
               MOVE 100 TO WRK-HEL-TAMANHO.
               PERFORM 0996-SELAR-REGISTRO.
               MOVE WRK-AUDITORIA-SUITE TO LINHA-AUDITORIA-SUITE.
               MOVE WRK-ELO-SELO TO LINHA-AUDITORIA-SUITE (101:50).
               OPEN EXTEND AUDITORIA-SUITE.
               WRITE LINHA-AUDITORIA-SUITE.
               CLOSE AUDITORIA-SUITE.
               PERFORM 0999-ATUALIZAR-ELO.
           0996-SELAR-REGISTRO.
               SET ELO-EXISTENTE TO TRUE.
               MOVE ZEROS TO WRK-EST-ULT-SEQ.
               MOVE SPACES TO WRK-EST-ULT-HASH.
               OPEN I-O ELOS-TRILHA.
               IF AUDELO-AUSENTE
                   OPEN OUTPUT ELOS-TRILHA
                   CLOSE ELOS-TRILHA
                   OPEN I-O ELOS-TRILHA
               END-IF.
               IF AUDELO-OK
                   MOVE WRK-EST-TRILHA TO REG-ELO-TRILHA
                   READ ELOS-TRILHA INTO WRK-ELO-ESTADO
                       INVALID KEY SET ELO-NOVO TO TRUE
                   END-READ
               ELSE
                   SET ELO-INDISPONIVEL TO TRUE
                   DISPLAY 'AUDELO NAO ABRIU - STATUS '
                       WRK-AUDELO-STATUS ' - REGISTRO SEM ELO'
               END-IF.
               IF ELO-INDISPONIVEL
                   MOVE ZEROS TO WRK-SEL-SEQ
                   MOVE SPACES TO WRK-SEL-ANTERIOR
                   MOVE SPACES TO WRK-SEL-HASH
               ELSE
                   ADD 1 TO WRK-EST-ULT-SEQ
                   MOVE WRK-EST-ULT-SEQ TO WRK-SEL-SEQ
                   MOVE WRK-EST-ULT-SEQ TO WRK-HEL-SEQ
                   MOVE WRK-EST-ULT-HASH TO WRK-SEL-ANTERIOR
                   MOVE WRK-EST-ULT-HASH TO WRK-HEL-ANTERIOR
                   PERFORM 0997-CALCULAR-ELO
                   MOVE WRK-HEL-RESULTADO TO WRK-SEL-HASH
               END-IF.
           0997-CALCULAR-ELO.
               MOVE 5381 TO WRK-HEL-ACUM-A.
               MOVE 52711 TO WRK-HEL-ACUM-B.
               PERFORM 0998-MISTURAR-ELO
                   VARYING WRK-HEL-POS FROM 1 BY 1
                   UNTIL WRK-HEL-POS > WRK-HEL-TAMANHO + 27.
               MOVE WRK-HEL-ACUM-A TO WRK-HEL-RES-A.
               MOVE WRK-HEL-ACUM-B TO WRK-HEL-RES-B.
           0998-MISTURAR-ELO.
               MOVE WRK-HEL-ENTRADA (WRK-HEL-POS:1)
                   TO WRK-HEL-CARACTER.
               COMPUTE WRK-HEL-TRABALHO =
                   (WRK-HEL-ACUM-A * 33) + WRK-HEL-CODIGO
                   + WRK-HEL-POS.
               DIVIDE WRK-HEL-TRABALHO BY 999999937
                   GIVING WRK-HEL-QUOCIENTE
                   REMAINDER WRK-HEL-ACUM-A.
               COMPUTE WRK-HEL-TRABALHO =
                   (WRK-HEL-ACUM-B * 131)
                   + (WRK-HEL-CODIGO * WRK-HEL-POS) + WRK-HEL-ACUM-A.
               DIVIDE WRK-HEL-TRABALHO BY 999999929
                   GIVING WRK-HEL-QUOCIENTE
                   REMAINDER WRK-HEL-ACUM-B.
           0999-ATUALIZAR-ELO.
               IF NOT ELO-INDISPONIVEL
                   MOVE WRK-SEL-HASH TO WRK-EST-ULT-HASH
                   ACCEPT WRK-EST-DATA FROM DATE YYYYMMDD
                   IF ELO-NOVO
                       WRITE REG-ELO FROM WRK-ELO-ESTADO
                   ELSE
                       REWRITE REG-ELO FROM WRK-ELO-ESTADO
                   END-IF
                   CLOSE ELOS-TRILHA
               END-IF.
