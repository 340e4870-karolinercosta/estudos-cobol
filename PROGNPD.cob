           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGNPD.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: RELATORIO DIARIO DE FOLHAS DE NOTAS PENDENTES.
      *     PARA CADA TERMO COM A JANELA DE LANCAMENTO JA ABERTA
      *     (JANNOTA), LISTA AS TURMAS/DISCIPLINAS ATRIBUIDAS
      *     (ATRIBTUR, ORDENADO POR PROFESSOR) CUJA FOLHA AINDA NAO
      *     CONSTA COMO RECEBIDA (NOTAREC, GRAVADO PELO PROGCOB12),
      *     AGRUPADAS POR PROFESSOR COM O COORDENADOR DELE (PROFMST),
      *     O PRAZO E A SITUACAO (NO PRAZO / PRAZO VENCIDO). PARA CADA
      *     PROFESSOR COM PENDENCIA GRAVA UM EVENTO NOTAPEND NA CAIXA
      *     DE SAIDA (OUTBOX) ENDERECADO AO USUARIO DELE -- SEVERIDADE
      *     A COM PRAZO VENCIDO, M DENTRO DO PRAZO. PROFESSOR FORA DO
      *     PROFMST OU SEM USUARIO DE AVISO SAI MARCADO NO RELATORIO E
      *     DEIXA O RUN COM RC 4; SEM O ATRIBTUR O RUN PARA COM RC 8
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ATRIBUICAO-IN ASSIGN TO ATRIBTUR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ATRIB-STATUS.
               SELECT JANELA-IN ASSIGN TO JANNOTA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-JANELA-STATUS.
               SELECT NOTA-RECEBIDA ASSIGN TO NOTAREC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NOTAREC-STATUS.
               SELECT PROFESSOR-MASTER ASSIGN TO PROFMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRF-ID
                   FILE STATUS IS WRK-PROFMST-STATUS.
               SELECT RELATORIO-NPD ASSIGN TO NPDRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CAIXA-SAIDA ASSIGN TO OUTBOX
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DATA-PORTAO ASSIGN TO GATEDATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-GATE-STATUS.
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
           FD  ATRIBUICAO-IN.
           01  LINHA-ATRIBUICAO PIC X(32).
           FD  JANELA-IN.
           01  LINHA-JANELA PIC X(26).
           FD  NOTA-RECEBIDA.
           01  LINHA-NOTA-RECEBIDA PIC X(64).
           FD  PROFESSOR-MASTER.
           01  REG-PROFESSOR-MASTER.
               02 REG-PRF-ID          PIC X(06).
               02 REG-PRF-NOME        PIC X(40).
               02 REG-PRF-COORDENADOR PIC X(06).
               02 REG-PRF-USUARIO     PIC X(10).
               02 REG-PRF-STATUS      PIC X(01).
                   88 PRF-ATIVO       VALUE 'A'.
                   88 PRF-INATIVO     VALUE 'I'.
           FD  RELATORIO-NPD.
           01  LINHA-NPD PIC X(132).
           FD  CAIXA-SAIDA.
           01  LINHA-CAIXA-SAIDA PIC X(120).
           FD  DATA-PORTAO.
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
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
           COPY CPYPROF.
           COPY CPYNOTIF.
           77 WRK-ATRIB-STATUS PIC X(02) VALUE '00'.
               88 ATRIB-OK VALUE '00'.
           77 WRK-JANELA-STATUS PIC X(02) VALUE '00'.
               88 JANELA-OK VALUE '00'.
           77 WRK-NOTAREC-STATUS PIC X(02) VALUE '00'.
               88 NOTAREC-OK VALUE '00'.
           77 WRK-PROFMST-STATUS PIC X(02) VALUE '00'.
               88 PROFMST-OK VALUE '00'.
           77 WRK-PROFMST-ABERTO PIC X(01) VALUE 'N'.
               88 PROFMST-ABERTO VALUE 'S'.
           77 WRK-GATE-STATUS PIC X(02) VALUE '00'.
               88 GATE-OK VALUE '00'.
           77 WRK-FIM-AUXILIAR PIC X(01) VALUE 'N'.
               88 FIM-AUXILIAR VALUE 'S'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ATRIBUICOES VALUE 'S'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
      ******************************
      **** TERMOS COM A JANELA DE LANCAMENTO JA ABERTA NA DATA
      ******************************
           77 WRK-QTD-JAN PIC 9(02) VALUE ZEROS.
           01 TAB-JANELAS.
               02 TAB-JAN OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-JAN
                  INDEXED BY TAB-JAN-IDX.
                   03 TAB-JAN-TERMO  PIC X(06).
                   03 TAB-JAN-FIM    PIC X(08).
      ******************************
      **** FOLHAS JA RECEBIDAS (TERMO + TURMA + DISCIPLINA)
      ******************************
           77 WRK-QTD-REC PIC 9(04) VALUE ZEROS.
           01 TAB-RECEBIDAS.
               02 TAB-REC OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-REC
                  INDEXED BY TAB-REC-IDX.
                   03 TAB-REC-TERMO      PIC X(06).
                   03 TAB-REC-TURMA      PIC X(06).
                   03 TAB-REC-DISCIPLINA PIC X(08).
      ******************************
      **** PROFESSOR DA VEZ (QUEBRA DO ATRIBTUR ORDENADO)
      ******************************
           77 WRK-PRF-ATUAL       PIC X(06) VALUE LOW-VALUES.
           77 WRK-PRF-NOME        PIC X(40) VALUE SPACES.
           77 WRK-PRF-USUARIO     PIC X(10) VALUE SPACES.
           77 WRK-PRF-COORDENADOR PIC X(06) VALUE SPACES.
           77 WRK-PRF-COORD-NOME  PIC X(40) VALUE SPACES.
           77 WRK-PRF-ACHADO PIC X(01) VALUE 'N'.
               88 PROFESSOR-ACHADO VALUE 'S'.
           77 WRK-PRF-PENDENTES   PIC 9(04) VALUE ZEROS.
           77 WRK-PRF-VENCIDAS    PIC 9(04) VALUE ZEROS.
           77 WRK-PRF-PRAZO       PIC X(08) VALUE SPACES.
           77 WRK-PRAZO-TURMA     PIC X(08) VALUE SPACES.
           77 WRK-PENDENTE PIC X(01) VALUE 'N'.
               88 FOLHA-PENDENTE VALUE 'S'.
           77 WRK-SITUACAO     PIC X(14) VALUE SPACES.
           77 WRK-LINHA-TXT    PIC X(132) VALUE SPACES.
           77 WRK-QTD-ED       PIC ZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED2      PIC ZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED3      PIC ZZZ9 VALUE ZEROS.
           77 WRK-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PENDENTES  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VENCIDAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-AVISADOS   PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-INCONSIST  PIC 9(04) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0200-PROCESSAR-ATRIBUICAO
                       UNTIL FIM-ATRIBUICOES
                   PERFORM 0300-FECHAR-PROFESSOR
                   PERFORM 0800-FINALIZAR
               END-IF.
               CLOSE RELATORIO-NPD.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** DATA DE MOVIMENTO (GATEDATE OU RELOGIO), JANELAS ABERTAS,
      **** FOLHAS RECEBIDAS E CADASTRO DE PROFESSORES; SEM O ATRIBTUR
      **** NAO HA O QUE COBRAR: PARA COM 8
      ******************************
           0100-INICIALIZAR.
               PERFORM 0110-LER-DATA-NEGOCIO.
               OPEN OUTPUT RELATORIO-NPD.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'FOLHAS DE NOTAS PENDENTES - POSICAO DE '
                          DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-NPD FROM WRK-LINHA-TXT.
               MOVE SPACES TO LINHA-NPD.
               WRITE LINHA-NPD.
               PERFORM 0120-CARREGAR-JANELAS.
               PERFORM 0130-CARREGAR-RECEBIDAS.
               OPEN INPUT PROFESSOR-MASTER.
               IF PROFMST-OK
                   SET PROFMST-ABERTO TO TRUE
               ELSE
                   MOVE 'PROFMST NAO ABRIU - PROFESSORES SEM NOME/AVISO'
                       TO LINHA-NPD
                   WRITE LINHA-NPD
               END-IF.
               OPEN INPUT ATRIBUICAO-IN.
               IF ATRIB-OK
                   PERFORM 0210-LER-ATRIBUICAO
               ELSE
                   MOVE 'ATRIBTUR NAO ABRIU - NADA A CONFERIR'
                       TO LINHA-NPD
                   WRITE LINHA-NPD
                   DISPLAY 'PROGNPD: ATRIBTUR NAO ABRIU - STATUS '
                       WRK-ATRIB-STATUS
                   IF PROFMST-ABERTO
                       CLOSE PROFESSOR-MASTER
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF.
           0110-LER-DATA-NEGOCIO.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN INPUT DATA-PORTAO.
               IF GATE-OK
                   READ DATA-PORTAO
                       AT END CONTINUE
                       NOT AT END
                           IF REG-GAT-ULTIMA-DATA IS NUMERIC
                               MOVE REG-GAT-ULTIMA-DATA
                                   TO WRK-DATA-HOJE
                           END-IF
                   END-READ
                   CLOSE DATA-PORTAO
               END-IF.
      ******************************
      **** SO ENTRAM OS TERMOS CUJA JANELA JA ABRIU; TERMO AINDA SEM
      **** JANELA ABERTA NAO TEM FOLHA PENDENTE
      ******************************
           0120-CARREGAR-JANELAS.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT JANELA-IN.
               IF JANELA-OK
                   PERFORM 0121-LER-JANELA
                       UNTIL FIM-AUXILIAR
                   CLOSE JANELA-IN
               ELSE
                   MOVE 'JANNOTA NAO ABRIU - NENHUM TERMO COM JANELA'
                       TO LINHA-NPD
                   WRITE LINHA-NPD
               END-IF.
           0121-LER-JANELA.
               READ JANELA-IN INTO WRK-JANELA-NOTAS
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-JAN-INICIO NOT > WRK-DATA-HOJE
                           AND WRK-QTD-JAN < 50
                           ADD 1 TO WRK-QTD-JAN
                           MOVE WRK-JAN-TERMO
                               TO TAB-JAN-TERMO (WRK-QTD-JAN)
                           MOVE WRK-JAN-FIM
                               TO TAB-JAN-FIM (WRK-QTD-JAN)
                       END-IF
               END-READ.
           0130-CARREGAR-RECEBIDAS.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT NOTA-RECEBIDA.
               IF NOTAREC-OK
                   PERFORM 0131-LER-RECEBIDA
                       UNTIL FIM-AUXILIAR
                   CLOSE NOTA-RECEBIDA
               END-IF.
           0131-LER-RECEBIDA.
               READ NOTA-RECEBIDA INTO WRK-NOTA-RECEBIDA
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-QTD-REC < 3000
                           ADD 1 TO WRK-QTD-REC
                           MOVE WRK-NRC-TERMO
                               TO TAB-REC-TERMO (WRK-QTD-REC)
                           MOVE WRK-NRC-TURMA
                               TO TAB-REC-TURMA (WRK-QTD-REC)
                           MOVE WRK-NRC-DISCIPLINA
                               TO TAB-REC-DISCIPLINA (WRK-QTD-REC)
                       ELSE
                           DISPLAY 'PROGNPD: TABELA DE FOLHAS '
                               'RECEBIDAS CHEIA'
                           MOVE 8 TO RETURN-CODE
                           SET FIM-AUXILIAR TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** UMA ATRIBUICAO POR VEZ, NA ORDEM DO PROFESSOR: TROCOU O
      **** PROFESSOR, FECHA O ANTERIOR (AVISO) E ABRE O NOVO
      ******************************
           0200-PROCESSAR-ATRIBUICAO.
               IF WRK-ATR-PROFESSOR NOT = WRK-PRF-ATUAL
                   PERFORM 0300-FECHAR-PROFESSOR
                   PERFORM 0310-ABRIR-PROFESSOR
               END-IF.
               PERFORM 0220-CONFERIR-PENDENCIA.
               IF FOLHA-PENDENTE
                   PERFORM 0230-LISTAR-PENDENCIA
               END-IF.
               PERFORM 0210-LER-ATRIBUICAO.
           0210-LER-ATRIBUICAO.
               READ ATRIBUICAO-IN INTO WRK-ATRIBUICAO
                   AT END SET FIM-ATRIBUICOES TO TRUE
                   NOT AT END ADD 1 TO WRK-TOTAL-LIDOS
               END-READ.
      ******************************
      **** PENDENTE = TERMO COM JANELA ABERTA E SEM A FOLHA DA
      **** TURMA/DISCIPLINA NO NOTAREC
      ******************************
           0220-CONFERIR-PENDENCIA.
               MOVE 'N' TO WRK-PENDENTE.
               MOVE SPACES TO WRK-PRAZO-TURMA.
               IF WRK-QTD-JAN > 0
                   SET TAB-JAN-IDX TO 1
                   SEARCH TAB-JAN
                       AT END CONTINUE
                       WHEN TAB-JAN-TERMO (TAB-JAN-IDX) = WRK-ATR-TERMO
                           MOVE TAB-JAN-FIM (TAB-JAN-IDX)
                               TO WRK-PRAZO-TURMA
                           SET FOLHA-PENDENTE TO TRUE
                   END-SEARCH
               END-IF.
               IF FOLHA-PENDENTE AND WRK-QTD-REC > 0
                   SET TAB-REC-IDX TO 1
                   SEARCH TAB-REC
                       AT END CONTINUE
                       WHEN TAB-REC-TERMO (TAB-REC-IDX) = WRK-ATR-TERMO
                        AND TAB-REC-TURMA (TAB-REC-IDX) = WRK-ATR-TURMA
                        AND TAB-REC-DISCIPLINA (TAB-REC-IDX)
                            = WRK-ATR-DISCIPLINA
                           MOVE 'N' TO WRK-PENDENTE
                   END-SEARCH
               END-IF.
           0230-LISTAR-PENDENCIA.
               IF WRK-PRF-PENDENTES = 0
                   PERFORM 0320-CABECALHO-PROFESSOR
               END-IF.
               ADD 1 TO WRK-PRF-PENDENTES WRK-TOTAL-PENDENTES.
               IF WRK-PRAZO-TURMA < WRK-DATA-HOJE
                   MOVE 'PRAZO VENCIDO' TO WRK-SITUACAO
                   ADD 1 TO WRK-PRF-VENCIDAS WRK-TOTAL-VENCIDAS
               ELSE
                   MOVE 'NO PRAZO' TO WRK-SITUACAO
               END-IF.
               IF WRK-PRF-PRAZO = SPACES
                   OR WRK-PRAZO-TURMA < WRK-PRF-PRAZO
                   MOVE WRK-PRAZO-TURMA TO WRK-PRF-PRAZO
               END-IF.
               MOVE SPACES TO LINHA-NPD.
               MOVE WRK-ATR-TERMO      TO LINHA-NPD (5:6).
               MOVE WRK-ATR-TURMA      TO LINHA-NPD (14:6).
               MOVE WRK-ATR-DISCIPLINA TO LINHA-NPD (23:8).
               MOVE WRK-PRAZO-TURMA    TO LINHA-NPD (34:8).
               MOVE WRK-SITUACAO       TO LINHA-NPD (45:14).
               WRITE LINHA-NPD.
      ******************************
      **** FECHA O PROFESSOR ANTERIOR: COM PENDENCIA, GRAVA O AVISO
      **** NA CAIXA DE SAIDA ENDERECADO AO USUARIO DELE
      ******************************
           0300-FECHAR-PROFESSOR.
               IF WRK-PRF-PENDENTES > 0
                   PERFORM 0330-GRAVAR-AVISO
               END-IF.
               MOVE ZEROS TO WRK-PRF-PENDENTES WRK-PRF-VENCIDAS.
               MOVE SPACES TO WRK-PRF-PRAZO.
           0310-ABRIR-PROFESSOR.
               MOVE WRK-ATR-PROFESSOR TO WRK-PRF-ATUAL.
               MOVE 'N' TO WRK-PRF-ACHADO.
               MOVE SPACES TO WRK-PRF-NOME WRK-PRF-USUARIO
                   WRK-PRF-COORDENADOR WRK-PRF-COORD-NOME.
               IF PROFMST-ABERTO
                   MOVE WRK-ATR-PROFESSOR TO REG-PRF-ID
                   READ PROFESSOR-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF PROFMST-OK
                       SET PROFESSOR-ACHADO TO TRUE
                       MOVE REG-PRF-NOME        TO WRK-PRF-NOME
                       MOVE REG-PRF-USUARIO     TO WRK-PRF-USUARIO
                       MOVE REG-PRF-COORDENADOR TO WRK-PRF-COORDENADOR
                       PERFORM 0311-LER-COORDENADOR
                   END-IF
               END-IF.
           0311-LER-COORDENADOR.
               IF WRK-PRF-COORDENADOR = WRK-PRF-ATUAL
                   MOVE WRK-PRF-NOME TO WRK-PRF-COORD-NOME
               ELSE
                   MOVE WRK-PRF-COORDENADOR TO REG-PRF-ID
                   READ PROFESSOR-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF PROFMST-OK
                       MOVE REG-PRF-NOME TO WRK-PRF-COORD-NOME
                   END-IF
               END-IF.
      ******************************
      **** CABECALHO DO PROFESSOR, IMPRESSO SO QUANDO ELE TEM A
      **** PRIMEIRA PENDENCIA; CADASTRO INCONSISTENTE FICA MARCADO
      ******************************
           0320-CABECALHO-PROFESSOR.
               MOVE SPACES TO LINHA-NPD.
               WRITE LINHA-NPD.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'PROFESSOR ' DELIMITED BY SIZE
                      WRK-PRF-ATUAL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PRF-NOME DELIMITED BY SIZE
                      '  COORDENADOR ' DELIMITED BY SIZE
                      WRK-PRF-COORDENADOR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PRF-COORD-NOME DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-NPD FROM WRK-LINHA-TXT.
               IF NOT PROFESSOR-ACHADO
                   MOVE '    *** PROFESSOR FORA DO PROFMST ***'
                       TO LINHA-NPD
                   WRITE LINHA-NPD
                   ADD 1 TO WRK-TOTAL-INCONSIST
               ELSE
                   IF WRK-PRF-USUARIO = SPACES
                       MOVE '    *** PROFESSOR SEM USUARIO DE AVISO ***'
                           TO LINHA-NPD
                       WRITE LINHA-NPD
                       ADD 1 TO WRK-TOTAL-INCONSIST
                   END-IF
               END-IF.
               MOVE SPACES TO LINHA-NPD.
               MOVE 'TERMO'      TO LINHA-NPD (5:5).
               MOVE 'TURMA'      TO LINHA-NPD (14:5).
               MOVE 'DISCIPLINA' TO LINHA-NPD (23:10).
               MOVE 'PRAZO'      TO LINHA-NPD (34:5).
               MOVE 'SITUACAO'   TO LINHA-NPD (45:8).
               WRITE LINHA-NPD.
      ******************************
      **** EVENTO NOTAPEND NA CAIXA DE SAIDA (OUTBOX): O DESPACHANTE
      **** PROGCOB96 ENTREGA AO USUARIO DO PROFESSOR E AS ROTAS DO
      **** TIPO (COORDENACAO)
      ******************************
           0330-GRAVAR-AVISO.
               MOVE 'NOTAPEND' TO WRK-NTF-TIPO.
               IF WRK-PRF-VENCIDAS > 0
                   MOVE 'A' TO WRK-NTF-SEVERIDADE
               ELSE
                   MOVE 'M' TO WRK-NTF-SEVERIDADE
               END-IF.
               MOVE 'PROGNPD' TO WRK-NTF-ORIGEM.
               MOVE WRK-PRF-PENDENTES TO WRK-QTD-ED.
               MOVE WRK-PRF-VENCIDAS TO WRK-QTD-ED2.
               MOVE SPACES TO WRK-NTF-TEXTO.
               STRING 'PROF ' DELIMITED BY SIZE
                      WRK-PRF-ATUAL DELIMITED BY SIZE
                      ' FOLHAS PEND ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' VENC ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      ' PRAZO ' DELIMITED BY SIZE
                      WRK-PRF-PRAZO DELIMITED BY SIZE
                      INTO WRK-NTF-TEXTO.
               MOVE WRK-PRF-USUARIO TO WRK-NTF-DESTINATARIO.
               MOVE WRK-DATA-HOJE TO WRK-NTF-DATA.
               ACCEPT WRK-NTF-HORA FROM TIME.
               MOVE SPACES TO WRK-NTF-ENTREGUE.
               OPEN EXTEND CAIXA-SAIDA.
               WRITE LINHA-CAIXA-SAIDA FROM WRK-NOTIFICACAO.
               CLOSE CAIXA-SAIDA.
               ADD 1 TO WRK-TOTAL-AVISADOS.
           0800-FINALIZAR.
               CLOSE ATRIBUICAO-IN.
               IF PROFMST-ABERTO
                   CLOSE PROFESSOR-MASTER
               END-IF.
               MOVE SPACES TO LINHA-NPD.
               WRITE LINHA-NPD.
               MOVE WRK-TOTAL-PENDENTES TO WRK-QTD-ED.
               MOVE WRK-TOTAL-VENCIDAS TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-AVISADOS TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'FOLHAS PENDENTES: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   COM PRAZO VENCIDO: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   PROFESSORES AVISADOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-NPD FROM WRK-LINHA-TXT.
               DISPLAY 'PROGNPD: ' WRK-QTD-ED ' FOLHA(S) PENDENTE(S), '
                   WRK-QTD-ED2 ' VENCIDA(S), ' WRK-QTD-ED3
                   ' PROFESSOR(ES) AVISADO(S)'.
               IF WRK-TOTAL-INCONSIST > 0
                   MOVE WRK-TOTAL-INCONSIST TO WRK-QTD-ED
                   DISPLAY 'PROGNPD: ' WRK-QTD-ED ' PROFESSOR(ES) SEM '
                       'CADASTRO OU SEM USUARIO DE AVISO'
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGNPD' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-ACEITOS.
               MOVE ZEROS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-PENDENTES TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-CTL-EMPRESA.
               OPEN EXTEND CONTROLE-LOTE.
               WRITE LINHA-CONTROLE FROM WRK-CONTROLE-LOTE.
               CLOSE CONTROLE-LOTE.
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
               MOVE 'PROGNPD' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGNPD' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-LIDOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-LIDOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
