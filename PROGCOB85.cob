      *     AVISA A ESTATISTICA (PROGCOB21) E O DIPLOMA (PROGCOB24)
      *     DE QUE PRECISAM RODAR DE NOVO
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     APROVEITAMENTO DE ESTUDOS DO ALUNO TRANSFERIDO PELA MESMA
      *     APROVACAO DE SUPERVISOR: O PEDIDO (APROIN, LAYOUT CPYAPRO:
      *     MATRICULA + DISCIPLINA + INSTITUICAO DE ORIGEM + NOTA +
      *     PROPONENTE) SO VIRA CREDITO NO APROVEIT COM A DECISAO S DE
      *     UM SUPERVISOR NO APROAPRV, A DISCIPLINA NA GRADE DO CURSO
      *     DO ALUNO (CATCURSO), NOTA DE APROVACAO E SEM CREDITO
      *     ANTERIOR DA MESMA DISCIPLINA. O CREDITO NAO ENTRA NO
      *     NOTAHIST; CADA UM VAI PARA O AUDSUITE E LIGA A MARCA DE
      *     REPROCESSO, COMO A EMENDA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     SEGREGACAO DE FUNCOES: A EMENDA PASSOU A TRAZER O ID DE
      *     QUEM A PROPOE (REG-EMD-PROPONENTE, NO FIM DO EMENDIN) E,
      *     COMO O PEDIDO DE APROVEITAMENTO, SO VALE COM DECISAO S DE
      *     UM SUPERVISOR DIFERENTE DO PROPONENTE; EMENDA OU PEDIDO SEM
      *     PROPONENTE E RECUSADO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT NOTAHIST-OUT ASSIGN TO NOTANEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT CATALOGO-IN ASSIGN TO CATCURSO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CATALOGO-STATUS.
               SELECT PEDIDOS-APROV-IN ASSIGN TO APROIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APROIN-STATUS.
               SELECT DECISOES-APROV-IN ASSIGN TO APROAPRV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APROAPRV-STATUS.
               SELECT CREDITOS-IN ASSIGN TO APROVEIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APROVEIT-STATUS.
               SELECT CREDITOS-OUT ASSIGN TO APROVEIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APROVEIT-STATUS.
               SELECT REPROCESSO-OUT ASSIGN TO NOTREPRO
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT RELATORIO-EMD ASSIGN TO EMENRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
               02 REG-EMD-VALOR-NOV PIC 9(02).
               02 FILLER            PIC X(02).
               02 REG-EMD-MOTIVO    PIC X(30).
               02 FILLER            PIC X(02).
               02 REG-EMD-PROPONENTE PIC X(10).
           FD  APROVACOES-IN.
           01  REG-APROVACAO-IN.
               02 REG-APR-MATRICULA PIC 9(06).
           01  REG-HIST-IN PIC X(120).
           FD  NOTAHIST-OUT.
           01  REG-HIST-OUT PIC X(120).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  CATALOGO-IN.
           01  REG-CATALOGO-IN.
               02 REG-CAT-CURSO      PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-CAT-TERMO      PIC X(06).
               02 FILLER             PIC X(02).
               02 REG-CAT-DISCIPLINA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-CAT-CREDITOS   PIC 9(02).
               02 FILLER             PIC X(02).
               02 REG-CAT-PREREQ     PIC X(06).
           FD  PEDIDOS-APROV-IN.
           01  LINHA-PEDIDO-APROV PIC X(77).
           FD  DECISOES-APROV-IN.
           01  REG-DECISAO-APROV.
               02 REG-DAP-MATRICULA  PIC 9(06).
               02 FILLER             PIC X(02).
               02 REG-DAP-DISCIPLINA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-DAP-USUARIO    PIC X(10).
               02 FILLER             PIC X(02).
               02 REG-DAP-DECISAO    PIC X(01).
           FD  CREDITOS-IN.
           01  LINHA-CREDITO-IN PIC X(133).
           FD  CREDITOS-OUT.
           01  LINHA-CREDITO-OUT PIC X(133).
           FD  REPROCESSO-OUT.
           01  REG-REPROCESSO-OUT.
               02 REG-REP-FLAG PIC X(01).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  RELATORIO-EMD.
           01  LINHA-EMD PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYNOTA.
           COPY CPYPARM.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYCTRL.
           COPY CPYAPRO.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-APRV-STATUS PIC X(02) VALUE '00'.
               88 APRV-OK VALUE '00'.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
               88 CATALOGO-OK VALUE '00'.
           77 WRK-APROIN-STATUS PIC X(02) VALUE '00'.
               88 APROIN-OK VALUE '00'.
           77 WRK-APROAPRV-STATUS PIC X(02) VALUE '00'.
               88 APROAPRV-OK VALUE '00'.
           77 WRK-APROVEIT-STATUS PIC X(02) VALUE '00'.
               88 APROVEIT-OK VALUE '00'.
           77 WRK-FIM-EMENDAS PIC X(01) VALUE 'N'.
               88 FIM-EMENDAS VALUE 'S'.
           77 WRK-FIM-APROVACOES PIC X(01) VALUE 'N'.
           77 WRK-TOTAL-APLICADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DIVERGEM  PIC 9(06) VALUE ZEROS.
      ******************************
      **** APROVEITAMENTO DE ESTUDOS: GRADE CURRICULAR EM MEMORIA E
      **** CREDITOS JA CONCEDIDOS (PARA NAO CREDITAR DUAS VEZES)
      ******************************
           77 WRK-QTD-CAT PIC 9(03) VALUE ZEROS.
           01 TAB-CATALOGO.
               02 TAB-CAT OCCURS 1 TO 800 TIMES
                  DEPENDING ON WRK-QTD-CAT
                  INDEXED BY TAB-CAT-IDX.
                   03 TAB-CAT-CURSO      PIC X(20).
                   03 TAB-CAT-TERMO      PIC X(06).
                   03 TAB-CAT-DISCIPLINA PIC X(20).
                   03 TAB-CAT-CREDITOS   PIC 9(02).
           77 WRK-QTD-CRD PIC 9(04) VALUE ZEROS.
           01 TAB-CREDITOS.
               02 TAB-CRD OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-CRD
                  INDEXED BY TAB-CRD-IDX.
                   03 TAB-CRD-MATRICULA  PIC 9(06).
                   03 TAB-CRD-DISCIPLINA PIC X(20).
           77 WRK-FIM-PEDIDOS PIC X(01) VALUE 'N'.
               88 FIM-PEDIDOS VALUE 'S'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-DISC-SITUACAO PIC X(01) VALUE 'N'.
               88 DISCIPLINA-NA-GRADE VALUE 'S'.
           77 WRK-CRD-SITUACAO PIC X(01) VALUE 'N'.
               88 JA-CREDITADA VALUE 'S'.
           77 WRK-APRV-SITUACAO PIC X(01) VALUE 'N'.
               88 CREDITO-APROVADO VALUE 'S'.
           77 WRK-APROVADOR PIC X(10) VALUE SPACES.
           77 WRK-AUTO-SITUACAO PIC X(01) VALUE 'N'.
               88 AUTO-APROVACAO VALUE 'S'.
           77 WRK-MOTIVO PIC X(40) VALUE SPACES.
           77 WRK-NOTA-APV-ED PIC Z9,9 VALUE ZEROS.
           77 WRK-TOTAL-PED-APROV PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CREDITADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-APROV-RECUS PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-HISTORICO UNTIL FIM-HISTORICO.
               PERFORM 0400-PROCESSAR-APROVEITAMENTOS.
               PERFORM 0300-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
               CLOSE EMENDAS-IN.
           0120-AVALIAR-EMENDA.
               ADD 1 TO WRK-TOTAL-EMENDAS.
               MOVE 'N' TO WRK-AUTO-SITUACAO.
               IF REG-EMD-PROPONENTE = SPACES
                   MOVE 'N' TO WRK-ACHOU-EMENDA
               ELSE
                   PERFORM 0130-PROCURAR-APROVACAO
               END-IF.
               IF EMENDA-ACHADA
                   ADD 1 TO WRK-QTD-EMD
                   MOVE REG-EMD-MATRICULA
               ELSE
                   ADD 1 TO WRK-TOTAL-RECUSADAS
                   MOVE REG-EMD-MATRICULA TO WRK-MATRICULA-ED
                   EVALUATE TRUE
                       WHEN REG-EMD-PROPONENTE = SPACES
                           MOVE 'EMENDA SEM PROPONENTE' TO WRK-MOTIVO
                       WHEN AUTO-APROVACAO
                           MOVE 'EMENDA APROVADA SO PELO PROPONENTE'
                               TO WRK-MOTIVO
                       WHEN OTHER
                           MOVE 'EMENDA SEM APROVACAO DE SUPERVISOR'
                               TO WRK-MOTIVO
                   END-EVALUATE
                   MOVE SPACES TO LINHA-EMD
                   STRING WRK-MOTIVO DELIMITED BY '  '
                          '  ' DELIMITED BY SIZE
                          WRK-MATRICULA-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          REG-EMD-TERMO DELIMITED BY SIZE
               END-READ.
      ******************************
      **** PROCURA A APROVACAO DA EMENDA E CONFERE O NIVEL DO
      **** APROVADOR NO USRMST; A DECISAO DO PROPRIO PROPONENTE NAO
      **** VALE
      ******************************
           0130-PROCURAR-APROVACAO.
               MOVE 'N' TO WRK-ACHOU-EMENDA.
               IF REG-APR-MATRICULA = REG-EMD-MATRICULA
                   AND REG-APR-TERMO = REG-EMD-TERMO
                   AND REG-APR-DECISAO = 'S'
                   IF REG-APR-USUARIO = REG-EMD-PROPONENTE
                       SET AUTO-APROVACAO TO TRUE
                   ELSE
                       MOVE REG-APR-USUARIO TO REG-USR-ID
                       READ USUARIOS-MASTER
                           INVALID KEY CONTINUE
                       END-READ
                       IF USRMST-OK
                           AND REG-USR-NIVEL NOT >
                               WRK-PARM-NIVEL-SUPERVISOR
                           SET EMENDA-ACHADA TO TRUE
                       END-IF
                   END-IF
               END-IF.
               IF NOT EMENDA-ACHADA
                      TAB-EMD-MOTIVO (WRK-EMD-ACHADA-IDX)
                          DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** ANEXA OS ORIGINAIS SUBSTITUIDOS NO FIM DO ARQUIVO (COM A
      **** SITUACAO SUBSTITUIDO), GRAVA A MARCA DE REPROCESSO E
                   UNTIL WRK-TRI-IDX > WRK-QTD-TRILHA.
               CLOSE NOTAHIST-IN NOTAHIST-OUT.
               IF WRK-TOTAL-APLICADAS > 0
                   OR WRK-TOTAL-CREDITADOS > 0
                   OPEN OUTPUT REPROCESSO-OUT
                   MOVE 'S' TO REG-REP-FLAG
                   WRITE REG-REPROCESSO-OUT
               DISPLAY 'EMENDAS APLICADAS   : ' WRK-TOTAL-APLICADAS.
               DISPLAY 'SEM APROVACAO       : ' WRK-TOTAL-RECUSADAS.
               DISPLAY 'VALOR NAO CONFERE   : ' WRK-TOTAL-DIVERGEM.
               DISPLAY 'APROVEITAMENTOS     : ' WRK-TOTAL-PED-APROV.
               DISPLAY 'CREDITADOS          : ' WRK-TOTAL-CREDITADOS.
               DISPLAY 'APROVEIT. RECUSADOS : ' WRK-TOTAL-APROV-RECUS.
               CLOSE RELATORIO-EMD.
               PERFORM 0900-GRAVAR-CONTROLE.
           0310-ANEXAR-TRILHA.
               MOVE 'SUBSTITUIDO' TO WRK-MTH-SITUACAO.
               WRITE REG-HIST-OUT FROM WRK-MATRICULA-HIST.
      ******************************
      **** APROVEITAMENTO DE ESTUDOS: SEM PEDIDO NO APROIN O PASSO
      **** SEGUE SO COM AS EMENDAS. CARREGA A GRADE E OS CREDITOS JA
      **** CONCEDIDOS E AVALIA UM PEDIDO POR VEZ
      ******************************
           0400-PROCESSAR-APROVEITAMENTOS.
               OPEN INPUT PEDIDOS-APROV-IN.
               IF APROIN-OK
                   MOVE SPACES TO LINHA-EMD
                   WRITE LINHA-EMD
                   MOVE 'APROVEITAMENTO DE ESTUDOS' TO LINHA-EMD
                   WRITE LINHA-EMD
                   PERFORM 0410-CARREGAR-CATALOGO
                   PERFORM 0420-CARREGAR-CREDITOS
                   OPEN INPUT ALUNO-MASTER
                        INPUT USUARIOS-MASTER
                   OPEN EXTEND CREDITOS-OUT
                   PERFORM 0430-LER-PEDIDO
                   PERFORM 0440-AVALIAR-PEDIDO UNTIL FIM-PEDIDOS
                   CLOSE PEDIDOS-APROV-IN ALUNO-MASTER
                       USUARIOS-MASTER CREDITOS-OUT
               END-IF.
           0410-CARREGAR-CATALOGO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT CATALOGO-IN.
               IF CATALOGO-OK
                   PERFORM 0415-LER-CATALOGO
                       UNTIL FIM-ARQUIVO OR WRK-QTD-CAT >= 800
                   CLOSE CATALOGO-IN
               END-IF.
           0415-LER-CATALOGO.
               READ CATALOGO-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QTD-CAT
                       MOVE REG-CAT-CURSO
                           TO TAB-CAT-CURSO (WRK-QTD-CAT)
                       MOVE REG-CAT-TERMO
                           TO TAB-CAT-TERMO (WRK-QTD-CAT)
                       MOVE REG-CAT-DISCIPLINA
                           TO TAB-CAT-DISCIPLINA (WRK-QTD-CAT)
                       MOVE REG-CAT-CREDITOS
                           TO TAB-CAT-CREDITOS (WRK-QTD-CAT)
               END-READ.
           0420-CARREGAR-CREDITOS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT CREDITOS-IN.
               IF APROVEIT-OK
                   PERFORM 0425-LER-CREDITO
                       UNTIL FIM-ARQUIVO OR WRK-QTD-CRD >= 5000
                   CLOSE CREDITOS-IN
               END-IF.
           0425-LER-CREDITO.
               READ CREDITOS-IN INTO WRK-APROVEITAMENTO
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QTD-CRD
                       MOVE WRK-APV-MATRICULA
                           TO TAB-CRD-MATRICULA (WRK-QTD-CRD)
                       MOVE WRK-APV-DISCIPLINA
                           TO TAB-CRD-DISCIPLINA (WRK-QTD-CRD)
               END-READ.
           0430-LER-PEDIDO.
               READ PEDIDOS-APROV-IN INTO WRK-MOV-APROVEITAMENTO
                   AT END SET FIM-PEDIDOS TO TRUE
               END-READ.
      ******************************
      **** PEDIDO VIRA CREDITO SO COM ALUNO CADASTRADO, DISCIPLINA NA
      **** GRADE DO CURSO DELE, INSTITUICAO INFORMADA, NOTA DE
      **** APROVACAO, SEM CREDITO ANTERIOR E COM DECISAO S DE UM
      **** SUPERVISOR NO APROAPRV
      ******************************
           0440-AVALIAR-PEDIDO.
               ADD 1 TO WRK-TOTAL-PED-APROV.
               MOVE SPACES TO WRK-MOTIVO.
               MOVE ZEROS TO REG-ALU-MATRICULA.
               IF WRK-MAP-MATRICULA IS NUMERIC
                   MOVE WRK-MAP-MATR-NUM TO REG-ALU-MATRICULA
                   READ ALUNO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
               ELSE
                   MOVE '99' TO WRK-ALUMST-STATUS
               END-IF.
               IF ALUMST-OK
                   PERFORM 0450-PROCURAR-DISCIPLINA
                   PERFORM 0455-PROCURAR-CREDITO
                   PERFORM 0460-PROCURAR-DECISAO
               END-IF.
               EVALUATE TRUE
                   WHEN NOT ALUMST-OK
                       MOVE 'MATRICULA NAO CADASTRADA' TO WRK-MOTIVO
                   WHEN NOT DISCIPLINA-NA-GRADE
                       MOVE 'DISCIPLINA FORA DA GRADE DO CURSO'
                           TO WRK-MOTIVO
                   WHEN WRK-MAP-INSTITUICAO = SPACES
                       MOVE 'INSTITUICAO DE ORIGEM EM BRANCO'
                           TO WRK-MOTIVO
                   WHEN WRK-MAP-NOTA IS NOT NUMERIC
                       MOVE 'NOTA DE ORIGEM INVALIDA' TO WRK-MOTIVO
                   WHEN WRK-MAP-NOTA < WRK-NOTA-LIMITE-APROVACAO
                       OR WRK-MAP-NOTA > 10
                       MOVE 'NOTA DE ORIGEM ABAIXO DA APROVACAO'
                           TO WRK-MOTIVO
                   WHEN JA-CREDITADA
                       MOVE 'DISCIPLINA JA CREDITADA AO ALUNO'
                           TO WRK-MOTIVO
                   WHEN WRK-MAP-PROPONENTE = SPACES
                       MOVE 'PEDIDO SEM PROPONENTE' TO WRK-MOTIVO
                   WHEN NOT CREDITO-APROVADO AND AUTO-APROVACAO
                       MOVE 'APROVADO SO PELO PROPRIO PROPONENTE'
                           TO WRK-MOTIVO
                   WHEN NOT CREDITO-APROVADO
                       MOVE 'SEM APROVACAO DE SUPERVISOR'
                           TO WRK-MOTIVO
                   WHEN WRK-QTD-CRD >= 5000
                       MOVE 'TABELA DE CREDITOS CHEIA' TO WRK-MOTIVO
               END-EVALUATE.
               IF WRK-MOTIVO = SPACES
                   PERFORM 0470-GRAVAR-CREDITO
               ELSE
                   PERFORM 0480-RECUSAR-PEDIDO
               END-IF.
               PERFORM 0430-LER-PEDIDO.
           0450-PROCURAR-DISCIPLINA.
               MOVE 'N' TO WRK-DISC-SITUACAO.
               IF WRK-QTD-CAT > 0
                   SET TAB-CAT-IDX TO 1
                   SEARCH TAB-CAT
                       AT END CONTINUE
                       WHEN TAB-CAT-CURSO (TAB-CAT-IDX) = REG-ALU-CURSO
                           AND TAB-CAT-DISCIPLINA (TAB-CAT-IDX)
                               = WRK-MAP-DISCIPLINA
                           SET DISCIPLINA-NA-GRADE TO TRUE
                   END-SEARCH
               END-IF.
           0455-PROCURAR-CREDITO.
               MOVE 'N' TO WRK-CRD-SITUACAO.
               IF WRK-QTD-CRD > 0
                   SET TAB-CRD-IDX TO 1
                   SEARCH TAB-CRD
                       AT END CONTINUE
                       WHEN TAB-CRD-MATRICULA (TAB-CRD-IDX)
                           = REG-ALU-MATRICULA
                           AND TAB-CRD-DISCIPLINA (TAB-CRD-IDX)
                               = WRK-MAP-DISCIPLINA
                           SET JA-CREDITADA TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** DECISAO S NO APROAPRV PARA A MATRICULA + DISCIPLINA, DE
      **** USUARIO COM NIVEL DE SUPERVISOR NO USRMST (MESMO CRITERIO
      **** DA EMENDA) E DIFERENTE DO PROPONENTE
      ******************************
           0460-PROCURAR-DECISAO.
               MOVE 'N' TO WRK-APRV-SITUACAO.
               MOVE 'N' TO WRK-AUTO-SITUACAO.
               MOVE SPACES TO WRK-APROVADOR.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT DECISOES-APROV-IN.
               IF APROAPRV-OK
                   PERFORM 0465-TESTAR-DECISAO
                       UNTIL FIM-ARQUIVO OR CREDITO-APROVADO
                   CLOSE DECISOES-APROV-IN
               END-IF.
           0465-TESTAR-DECISAO.
               READ DECISOES-APROV-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF REG-DAP-MATRICULA = REG-ALU-MATRICULA
                           AND REG-DAP-DISCIPLINA = WRK-MAP-DISCIPLINA
                           AND REG-DAP-DECISAO = 'S'
                           AND REG-DAP-USUARIO = WRK-MAP-PROPONENTE
                           SET AUTO-APROVACAO TO TRUE
                       END-IF
                       IF REG-DAP-MATRICULA = REG-ALU-MATRICULA
                           AND REG-DAP-DISCIPLINA = WRK-MAP-DISCIPLINA
                           AND REG-DAP-DECISAO = 'S'
                           AND REG-DAP-USUARIO NOT = WRK-MAP-PROPONENTE
                           MOVE REG-DAP-USUARIO TO REG-USR-ID
                           READ USUARIOS-MASTER
                               INVALID KEY CONTINUE
                           END-READ
                           IF USRMST-OK
                               AND REG-USR-NIVEL NOT >
                                   WRK-PARM-NIVEL-SUPERVISOR
                               SET CREDITO-APROVADO TO TRUE
                               MOVE REG-DAP-USUARIO TO WRK-APROVADOR
                           END-IF
                       END-IF
               END-READ.
      ******************************
      **** GRAVA O CREDITO COM CURSO/TERMO/CREDITOS DA GRADE, LISTA
      **** NO RELATORIO E REGISTRA NO AUDSUITE
      ******************************
           0470-GRAVAR-CREDITO.
               MOVE SPACES TO WRK-APROVEITAMENTO.
               MOVE REG-ALU-MATRICULA TO WRK-APV-MATRICULA.
               MOVE REG-ALU-CURSO TO WRK-APV-CURSO.
               MOVE TAB-CAT-TERMO (TAB-CAT-IDX) TO WRK-APV-TERMO.
               MOVE WRK-MAP-DISCIPLINA TO WRK-APV-DISCIPLINA.
               MOVE TAB-CAT-CREDITOS (TAB-CAT-IDX) TO WRK-APV-CREDITOS.
               MOVE WRK-MAP-INSTITUICAO TO WRK-APV-INSTITUICAO.
               MOVE WRK-MAP-NOTA TO WRK-APV-NOTA.
               MOVE WRK-MAP-PROPONENTE TO WRK-APV-PROPONENTE.
               MOVE WRK-APROVADOR TO WRK-APV-APROVADOR.
               ACCEPT WRK-APV-DATA FROM DATE YYYYMMDD.
               WRITE LINHA-CREDITO-OUT FROM WRK-APROVEITAMENTO.
               ADD 1 TO WRK-QTD-CRD.
               MOVE REG-ALU-MATRICULA
                   TO TAB-CRD-MATRICULA (WRK-QTD-CRD).
               MOVE WRK-MAP-DISCIPLINA
                   TO TAB-CRD-DISCIPLINA (WRK-QTD-CRD).
               ADD 1 TO WRK-TOTAL-CREDITADOS.
               MOVE REG-ALU-MATRICULA TO WRK-MATRICULA-ED.
               MOVE WRK-MAP-NOTA TO WRK-NOTA-APV-ED.
               MOVE SPACES TO LINHA-EMD.
               STRING 'CREDITADO  ' DELIMITED BY SIZE
                      WRK-MATRICULA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MAP-DISCIPLINA DELIMITED BY SIZE
                      ' TERMO ' DELIMITED BY SIZE
                      WRK-APV-TERMO DELIMITED BY SIZE
                      ' NOTA ' DELIMITED BY SIZE
                      WRK-NOTA-APV-ED DELIMITED BY SIZE
                      ' APROV ' DELIMITED BY SIZE
                      WRK-APROVADOR DELIMITED BY SIZE
                      INTO LINHA-EMD.
               WRITE LINHA-EMD.
               MOVE 'PROGCOB85 ' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING WRK-APV-MATRICULA DELIMITED BY SIZE
                      ' APROVEIT ' DELIMITED BY SIZE
                      WRK-APV-DISCIPLINA DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               STRING 'PROP ' DELIMITED BY SIZE
                      WRK-APV-PROPONENTE DELIMITED BY SIZE
                      ' APROV ' DELIMITED BY SIZE
                      WRK-APV-APROVADOR DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0480-RECUSAR-PEDIDO.
               ADD 1 TO WRK-TOTAL-APROV-RECUS.
               MOVE SPACES TO LINHA-EMD.
               STRING 'APROVEITAMENTO RECUSADO  ' DELIMITED BY SIZE
                      WRK-MAP-MATRICULA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MAP-DISCIPLINA DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO LINHA-EMD.
               WRITE LINHA-EMD.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGCOB85' TO WRK-CTL-PROGRAMA.
               ADD WRK-TOTAL-EMENDAS WRK-TOTAL-PED-APROV
                   GIVING WRK-CTL-LIDOS.
               ADD WRK-TOTAL-APLICADAS WRK-TOTAL-CREDITADOS
                   GIVING WRK-CTL-ACEITOS.
               COMPUTE WRK-CTL-REJEITADOS =
                   WRK-TOTAL-RECUSADAS + WRK-TOTAL-DIVERGEM
                   + WRK-TOTAL-APROV-RECUS.
               MOVE ZEROS TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               OPEN EXTEND CONTROLE-LOTE.
               MOVE WRK-TOTAL-EMENDAS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-APLICADAS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
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
