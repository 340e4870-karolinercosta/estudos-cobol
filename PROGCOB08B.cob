      *     DA FREQUENCIA MINIMA DO PARMSUITE (DEFAULT 75%) E
      *     REPROVADO POR FALTA INDEPENDENTE DA MEDIA PONDERADA;
      *     ALUNO SEM REGISTRO DE FREQUENCIA E TRATADO COMO 100%
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A CHAMADA (CHAMIN) PASSOU A TRAZER TERMO, TURMA, DISCIPLINA,
      *     O PROFESSOR QUE LANCOU E A DATA DO LANCAMENTO. A NOTA DO
      *     ALUNO SO E ACEITA COM O PROFESSOR DA ATRIBUICAO (ATRIBTUR) E
      *     DENTRO DA JANELA DO TERMO (JANNOTA); A RECUSADA SAI NO
      *     BOLETIM COM O MOTIVO, FICA FORA DOS TOTAIS, CONTA COMO
      *     REJEITADA NO CTLSUITE E DEIXA O RUN COM RC 4
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
               SELECT ATRIBUICAO-IN ASSIGN TO ATRIBTUR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ATRIB-STATUS.
               SELECT JANELA-IN ASSIGN TO JANNOTA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-JANELA-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PARAMETROS-IN.
               02 REG-ALU-AVALIACAO OCCURS 4 TIMES.
                   03 REG-ALU-NOTA  PIC 9(02)V9.
                   03 REG-ALU-PESO  PIC 9(03).
               02 REG-ALU-TERMO      PIC X(06).
               02 REG-ALU-TURMA      PIC X(06).
               02 REG-ALU-DISCIPLINA PIC X(08).
               02 REG-ALU-PROFESSOR  PIC X(06).
               02 REG-ALU-DATA-LANC  PIC X(08).
           FD  FREQUENCIA-IN.
           01  REG-FREQUENCIA-IN.
               02 REG-FRQ-MATRICULA   PIC 9(06).
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
           FD  ATRIBUICAO-IN.
           01  LINHA-ATRIBUICAO PIC X(32).
           FD  JANELA-IN.
           01  LINHA-JANELA PIC X(26).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           77 WRK-REPROC-STATUS PIC X(02) VALUE '00'.
               88 REPROC-OK VALUE '00'.
           COPY CPYAUDIT.
           COPY CPYELO.

           COPY CPYPARM.
           COPY CPYCTRL.
           77 WRK-FREQ-PCT PIC 9(03) VALUE ZEROS.
           77 WRK-FREQ-SITUACAO PIC X(01) VALUE 'N'.
               88 FREQ-INSUFICIENTE VALUE 'S'.
      ******************************
      **** ATRIBUICOES DE TURMA/DISCIPLINA E JANELAS DE LANCAMENTO
      **** POR TERMO, CONTRA AS QUAIS A FOLHA DE CADA ALUNO E CONFERIDA
      ******************************
           COPY CPYPROF.
           77 WRK-ATRIB-STATUS PIC X(02) VALUE '00'.
               88 ATRIB-OK VALUE '00'.
           77 WRK-JANELA-STATUS PIC X(02) VALUE '00'.
               88 JANELA-OK VALUE '00'.
           77 WRK-FIM-AUXILIAR PIC X(01) VALUE 'N'.
               88 FIM-AUXILIAR VALUE 'S'.
           77 WRK-QTD-ATR PIC 9(04) VALUE ZEROS.
           01 TAB-ATRIBUICOES.
               02 TAB-ATR OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WRK-QTD-ATR
                  INDEXED BY TAB-ATR-IDX.
                   03 TAB-ATR-TERMO      PIC X(06).
                   03 TAB-ATR-TURMA      PIC X(06).
                   03 TAB-ATR-DISCIPLINA PIC X(08).
                   03 TAB-ATR-PROFESSOR  PIC X(06).
           77 WRK-QTD-JAN PIC 9(02) VALUE ZEROS.
           01 TAB-JANELAS.
               02 TAB-JAN OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-JAN
                  INDEXED BY TAB-JAN-IDX.
                   03 TAB-JAN-TERMO  PIC X(06).
                   03 TAB-JAN-INICIO PIC X(08).
                   03 TAB-JAN-FIM    PIC X(08).
           77 WRK-MOTIVO-FOLHA PIC X(40) VALUE SPACES.
           77 WRK-TOTAL-RECUSADOS PIC 9(04) VALUE ZEROS.
           77 WRK-LINHA-BOLETIM-CSV PIC X(100) VALUE SPACES.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-CHAMADA VALUE 'S'.
               END-IF.
           0100-INICIALIZAR.
               PERFORM 0110-CARREGAR-FREQUENCIA.
               PERFORM 0120-CARREGAR-ATRIBUICOES.
               PERFORM 0130-CARREGAR-JANELAS.
               OPEN INPUT CHAMADA-IN
                    OUTPUT BOLETIM-OUT.
               MOVE 'MATRICULA  NOME                MEDIA  SITUACAO'
               READ FREQUENCIA-IN
                   AT END SET FIM-FREQUENCIA TO TRUE
               END-READ.
      ******************************
      **** CARREGA AS ATRIBUICOES DE TURMA/DISCIPLINA (ATRIBTUR,
      **** MANTIDO PELA COORDENACAO); SEM O ARQUIVO NENHUMA FOLHA
      **** E ACEITA
      ******************************
           0120-CARREGAR-ATRIBUICOES.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT ATRIBUICAO-IN.
               IF ATRIB-OK
                   PERFORM 0121-LER-ATRIBUICAO
                       UNTIL FIM-AUXILIAR
                   CLOSE ATRIBUICAO-IN
               END-IF.
           0121-LER-ATRIBUICAO.
               READ ATRIBUICAO-IN INTO WRK-ATRIBUICAO
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-QTD-ATR < 1000
                           ADD 1 TO WRK-QTD-ATR
                           MOVE WRK-ATR-TERMO
                               TO TAB-ATR-TERMO (WRK-QTD-ATR)
                           MOVE WRK-ATR-TURMA
                               TO TAB-ATR-TURMA (WRK-QTD-ATR)
                           MOVE WRK-ATR-DISCIPLINA
                               TO TAB-ATR-DISCIPLINA (WRK-QTD-ATR)
                           MOVE WRK-ATR-PROFESSOR
                               TO TAB-ATR-PROFESSOR (WRK-QTD-ATR)
                       ELSE
                           DISPLAY 'TABELA DE ATRIBUICOES CHEIA - '
                               WRK-ATR-TERMO ' ' WRK-ATR-TURMA ' '
                               WRK-ATR-DISCIPLINA ' IGNORADA'
                       END-IF
               END-READ.
      ******************************
      **** CARREGA AS JANELAS DE LANCAMENTO POR TERMO (JANNOTA)
      ******************************
           0130-CARREGAR-JANELAS.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT JANELA-IN.
               IF JANELA-OK
                   PERFORM 0131-LER-JANELA
                       UNTIL FIM-AUXILIAR
                   CLOSE JANELA-IN
               END-IF.
           0131-LER-JANELA.
               READ JANELA-IN INTO WRK-JANELA-NOTAS
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-QTD-JAN < 50
                           ADD 1 TO WRK-QTD-JAN
                           MOVE WRK-JAN-TERMO
                               TO TAB-JAN-TERMO (WRK-QTD-JAN)
                           MOVE WRK-JAN-INICIO
                               TO TAB-JAN-INICIO (WRK-QTD-JAN)
                           MOVE WRK-JAN-FIM
                               TO TAB-JAN-FIM (WRK-QTD-JAN)
                       END-IF
               END-READ.
           0200-PROCESSAR.
      ********A CONTAGEM DO ENVELOPE JA FOI ATINGIDA: O REGISTRO DA
      ********VEZ E O TRAILER, QUE NAO E ALUNO
               READ CHAMADA-IN
                   AT END SET FIM-CHAMADA TO TRUE
               END-READ.
      ******************************
      **** A NOTA DO ALUNO SO ENTRA COM O PROFESSOR DA ATRIBUICAO E
      **** DENTRO DA JANELA DO TERMO; A RECUSADA SAI NO BOLETIM COM O
      **** MOTIVO E FICA FORA DOS TOTAIS DA TURMA
      ******************************
           0205-PROCESSAR-ALUNO.
               ADD 1 TO WRK-TOTAL-ALUNOS.
               ADD REG-ALU-MATRICULA TO WRK-TOTAL-HASH.
               PERFORM 0250-VALIDAR-FOLHA.
               IF WRK-MOTIVO-FOLHA = SPACES
                   PERFORM 0206-CALCULAR-ALUNO
               ELSE
                   PERFORM 0260-RECUSAR-ALUNO
               END-IF.
           0206-CALCULAR-ALUNO.
               MOVE ZEROS TO WRK-SOMA-NOTA-PESO WRK-SOMA-PESO.
               MOVE REG-ALU-QTD-NOTAS TO WRK-QTD-NOTAS.
               IF WRK-QTD-NOTAS > 4
                      WRK-SITUACAO    DELIMITED BY SIZE
                      INTO WRK-LINHA-BOLETIM-CSV.
               WRITE LINHA-BOLETIM-CSV FROM WRK-LINHA-BOLETIM-CSV.
           0250-VALIDAR-FOLHA.
               MOVE SPACES TO WRK-MOTIVO-FOLHA.
               IF REG-ALU-PROFESSOR = SPACES
                   MOVE 'FOLHA SEM O PROFESSOR QUE LANCOU'
                       TO WRK-MOTIVO-FOLHA
               ELSE
                   IF WRK-QTD-ATR = 0
                       MOVE 'TURMA/DISCIPLINA SEM ATRIBUICAO NO TERMO'
                           TO WRK-MOTIVO-FOLHA
                   ELSE
                       SET TAB-ATR-IDX TO 1
                       SEARCH TAB-ATR
                           AT END
                               MOVE 'TURMA/DISCIPLINA SEM ATRIBUICAO NO'
                                   TO WRK-MOTIVO-FOLHA
                               MOVE 'TERMO' TO WRK-MOTIVO-FOLHA (36:5)
                           WHEN TAB-ATR-TERMO (TAB-ATR-IDX)
                               = REG-ALU-TERMO
                            AND TAB-ATR-TURMA (TAB-ATR-IDX)
                               = REG-ALU-TURMA
                            AND TAB-ATR-DISCIPLINA (TAB-ATR-IDX)
                               = REG-ALU-DISCIPLINA
                               IF TAB-ATR-PROFESSOR (TAB-ATR-IDX)
                                   NOT = REG-ALU-PROFESSOR
                                   MOVE 'PROFESSOR FORA DA ATRIBUICAO'
                                       TO WRK-MOTIVO-FOLHA
                               END-IF
                       END-SEARCH
                   END-IF
               END-IF.
               IF WRK-MOTIVO-FOLHA = SPACES
                   PERFORM 0255-CONFERIR-JANELA
               END-IF.
      ******************************
      **** DATA DO LANCAMENTO ENTRE O INICIO E O FIM DA JANELA DO
      **** TERMO E NAO POSTERIOR A HOJE; FORA DELA A CORRECAO DE NOTA
      **** SO ENTRA PELA EMENDA (PROGCOB85)
      ******************************
           0255-CONFERIR-JANELA.
               IF WRK-QTD-JAN = 0
                   MOVE 'TERMO SEM JANELA DE LANCAMENTO'
                       TO WRK-MOTIVO-FOLHA
               ELSE
                   SET TAB-JAN-IDX TO 1
                   SEARCH TAB-JAN
                       AT END
                           MOVE 'TERMO SEM JANELA DE LANCAMENTO'
                               TO WRK-MOTIVO-FOLHA
                       WHEN TAB-JAN-TERMO (TAB-JAN-IDX) = REG-ALU-TERMO
                           CONTINUE
                   END-SEARCH
               END-IF.
               IF WRK-MOTIVO-FOLHA = SPACES
                   EVALUATE TRUE
                       WHEN REG-ALU-DATA-LANC IS NOT NUMERIC
                           MOVE 'DATA DE LANCAMENTO INVALIDA'
                               TO WRK-MOTIVO-FOLHA
                       WHEN REG-ALU-DATA-LANC > WRK-BDT-DATA-HOJE
                           MOVE 'DATA DE LANCAMENTO POSTERIOR A HOJE'
                               TO WRK-MOTIVO-FOLHA
                       WHEN REG-ALU-DATA-LANC
                           < TAB-JAN-INICIO (TAB-JAN-IDX)
                           MOVE 'ANTES DA JANELA - SO PELO PROGCOB85'
                               TO WRK-MOTIVO-FOLHA
                       WHEN REG-ALU-DATA-LANC
                           > TAB-JAN-FIM (TAB-JAN-IDX)
                           MOVE 'FORA DO PRAZO - SO PELO PROGCOB85'
                               TO WRK-MOTIVO-FOLHA
                   END-EVALUATE
               END-IF.
           0260-RECUSAR-ALUNO.
               ADD 1 TO WRK-TOTAL-RECUSADOS.
               MOVE REG-ALU-MATRICULA TO WRK-MATRICULA-ED.
               MOVE SPACES TO WRK-LINHA-BOLETIM.
               STRING WRK-MATRICULA-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      REG-ALU-NOME      DELIMITED BY SIZE
                      '  RECUSADA: ' DELIMITED BY SIZE
                      WRK-MOTIVO-FOLHA  DELIMITED BY SIZE
                      INTO WRK-LINHA-BOLETIM.
               WRITE LINHA-BOLETIM FROM WRK-LINHA-BOLETIM.
           0300-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'ALUNOS NA TURMA  : ' WRK-TOTAL-ALUNOS.
               DISPLAY 'APROVADOS        : ' WRK-TOTAL-APROVADOS.
               DISPLAY 'EM RECUPERACAO   : ' WRK-TOTAL-RECUP.
               DISPLAY 'REPROVADOS       : ' WRK-TOTAL-REPROVADOS.
               DISPLAY 'NOTAS RECUSADAS  : ' WRK-TOTAL-RECUSADOS.
               CLOSE CHAMADA-IN BOLETIM-OUT.
               IF WRK-TOTAL-RECUSADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF WRK-CSV-EXPORT-ATIVO
                   CLOSE BOLETIM-CSV
               END-IF.
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGCOB08B' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-ALUNOS TO WRK-CTL-LIDOS.
               SUBTRACT WRK-TOTAL-RECUSADOS FROM WRK-TOTAL-ALUNOS
                   GIVING WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-HASH TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               OPEN EXTEND CONTROLE-LOTE.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE 'RUN JA COMPLETO NA DATA' TO WRK-AUD-ENTRADA.
               MOVE 'REPROCESSO AUTORIZADO' TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0885-GRAVAR-CONTROLE-DATA.
               MOVE SPACES TO WRK-CONTROLE-DATA.
               MOVE 'PROGCOB08B' TO WRK-BDT-PROGRAMA.
                       TO WRK-ENV-MOTIVO
                   MOVE 'I' TO WRK-ENV-SITUACAO
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
