      *     O BRANCO DOS REGISTROS ANTIGOS, VALE COMO ATIVO), USADO
      *     PELO ROL DE REMATRICULA (PROGCOB82) PARA NAO REMATRICULAR
      *     ALUNO DESLIGADO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE ALUNOS (ALUMST) PASSOU A 68 POSICOES COM O CPF
      *     DO ALUNO NO FIM, GRAVADO PELA ADMISSAO (PROGADM). O ALUNO
      *     TRANSFERIDO (T), FORMADO (F) OU DESISTENTE (D) VALE COMO
      *     INATIVO, IGUAL AO I
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE ALUNOS (ALUMST) GANHOU NO FIM O CPF DO
      *     RESPONSAVEL FINANCEIRO (CADASTRADO NO RESPMST PELO PROGADM);
      *     SO O LAYOUT DO REGISTRO ACOMPANHOU
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A FOLHA DE NOTAS (TURMAIN) PASSOU A TRAZER TURMA,
      *     DISCIPLINA, O PROFESSOR QUE LANCOU E A DATA DO LANCAMENTO.
      *     SO E ACEITA COM O PROFESSOR DA ATRIBUICAO DO TERMO
      *     (ATRIBTUR) E COM A DATA DENTRO DA JANELA DO TERMO (JANNOTA);
      *     A RECUSADA VAI PARA O NOTAREJ COM O MOTIVO, NAO ENTRA NO
      *     HISTORICO E DEIXA O RUN COM RC 4 (DEPOIS DO PRAZO A CORRECAO
      *     SO PELA EMENDA, PROGCOB85). O HISTORICO GRAVA PROFESSOR E
      *     DATA DO LANCAMENTO, E A PRIMEIRA FOLHA ACEITA DE CADA
      *     TURMA/DISCIPLINA VAI PARA O NOTAREC, LIDO PELO RELATORIO DE
      *     FOLHAS PENDENTES (PROGNPD)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     ALUNO TRANCADO (S) OU CANCELADO (C) NO ALUMST PELO PROGTRC
      *     VALE COMO INATIVO E, SE AINDA VIER NA FOLHA DE NOTAS DO
      *     TERMO, SAI NO HISTORICO COMO TRANCADO OU CANCELADO EM VEZ DE
      *     REPROVADO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   FILE STATUS IS WRK-FREQIN-STATUS.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT CONTROLE-DATA ASSIGN TO CTLDATA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTLDATA-STATUS.
                   FILE STATUS IS WRK-PASS-STATUS.
               SELECT ESTADO-RUN ASSIGN TO RUNSTAT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ATRIBUICAO-IN ASSIGN TO ATRIBTUR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ATRIB-STATUS.
               SELECT JANELA-IN ASSIGN TO JANNOTA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-JANELA-STATUS.
               SELECT NOTA-RECEBIDA ASSIGN TO NOTAREC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NOTAREC-STATUS.
               SELECT NOTA-RECUSADA ASSIGN TO NOTAREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
           FD  TURMA-IN.
               02 REG-ALU-ID    PIC 9(06).
               02 REG-ALU-NOTA1 PIC 9(02).
               02 REG-ALU-NOTA2 PIC 9(02).
               02 REG-ALU-TURMA      PIC X(06).
               02 REG-ALU-DISCIPLINA PIC X(08).
               02 REG-ALU-PROFESSOR  PIC X(06).
               02 REG-ALU-DATA-LANC  PIC X(08).
           FD  CHECKPOINT-IO.
           01  REG-CKPT         PIC X(62).
           FD  PARAMETROS-IN.
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
                   88 ALU-INATIVO   VALUE 'I' 'T' 'F' 'D' 'S' 'C'.
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  MATRICULA-HIST.
           01  LINHA-MATRICULA-HIST PIC X(120).
           FD  FREQUENCIA-IN.
               02 REG-FRQ-AULAS-DADAS PIC 9(03).
               02 REG-FRQ-AULAS-FREQ  PIC 9(03).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  CONTROLE-DATA.
           01  LINHA-CONTROLE-DATA PIC X(30).
           FD  REPROCESSO-IN.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           FD  ATRIBUICAO-IN.
           01  LINHA-ATRIBUICAO PIC X(32).
           FD  JANELA-IN.
           01  LINHA-JANELA PIC X(26).
           FD  NOTA-RECEBIDA.
           01  LINHA-NOTA-RECEBIDA PIC X(64).
           FD  NOTA-RECUSADA.
           01  LINHA-NOTA-RECUSADA PIC X(100).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           77 WRK-FREQ-PCT PIC 9(03) VALUE ZEROS.
           77 WRK-FREQ-SITUACAO PIC X(01) VALUE 'N'.
               88 FREQ-INSUFICIENTE VALUE 'S'.
      ******************************
      **** ATRIBUICOES DE TURMA/DISCIPLINA DO TERMO, COM A MARCA DA
      **** FOLHA JA RECEBIDA (NESTE RUN OU EM RUN ANTERIOR)
      ******************************
           77 WRK-ATRIB-STATUS PIC X(02) VALUE '00'.
               88 ATRIB-OK VALUE '00'.
           77 WRK-JANELA-STATUS PIC X(02) VALUE '00'.
               88 JANELA-OK VALUE '00'.
           77 WRK-NOTAREC-STATUS PIC X(02) VALUE '00'.
               88 NOTAREC-OK VALUE '00'.
           77 WRK-FIM-AUXILIAR PIC X(01) VALUE 'N'.
               88 FIM-AUXILIAR VALUE 'S'.
           77 WRK-TEM-JANELA PIC X(01) VALUE 'N'.
               88 EXISTE-JANELA VALUE 'S'.
           77 WRK-QTD-ATR PIC 9(04) VALUE ZEROS.
           01 TAB-ATRIBUICOES.
               02 TAB-ATR OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WRK-QTD-ATR
                  INDEXED BY TAB-ATR-IDX.
                   03 TAB-ATR-TURMA      PIC X(06).
                   03 TAB-ATR-DISCIPLINA PIC X(08).
                   03 TAB-ATR-PROFESSOR  PIC X(06).
                   03 TAB-ATR-RECEBIDA   PIC X(01).
           77 WRK-MOTIVO-FOLHA PIC X(40) VALUE SPACES.
           77 WRK-LINHA-REJ    PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-RECUSADOS PIC 9(04) VALUE ZEROS.
           77 WRK-ULTIMO-ID-CKPT PIC 9(06) VALUE ZEROS.
           77 WRK-CKPT-ID-ESPER PIC X(08) VALUE 'TURMAIN'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           COPY CPYCKPT.
           COPY CPYMATRI.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYPROF.
           77 WRK-TERMO     PIC X(06) VALUE SPACES.
           77 WRK-ALU-NOME  PIC X(30) VALUE SPACES.
           77 WRK-ALU-CURSO PIC X(20) VALUE SPACES.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR UNTIL FIM-ALUNOS.
               PERFORM 0300-FINALIZAR.
               IF WRK-TOTAL-RECUSADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-REGISTRAR-AUDITORIA.
               PERFORM 0885-GRAVAR-CONTROLE-DATA.
               PERFORM 0990-REGISTRAR-FIM.
           0100-INICIALIZAR.
               PERFORM 0110-LER-CHECKPOINT.
               PERFORM 0130-CARREGAR-FREQUENCIA.
               PERFORM 0140-CARREGAR-ATRIBUICOES.
               PERFORM 0150-CARREGAR-JANELA.
               PERFORM 0160-MARCAR-RECEBIDAS.
               OPEN OUTPUT NOTA-RECUSADA.
               OPEN INPUT TURMA-IN.
               READ TURMA-IN
                   AT END SET FIM-ALUNOS TO TRUE
               READ FREQUENCIA-IN
                   AT END SET FIM-FREQUENCIA TO TRUE
               END-READ.
      ******************************
      **** CARREGA AS ATRIBUICOES DE TURMA/DISCIPLINA DO TERMO
      **** (ATRIBTUR, MANTIDO PELA COORDENACAO)
      ******************************
           0140-CARREGAR-ATRIBUICOES.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT ATRIBUICAO-IN.
               IF ATRIB-OK
                   PERFORM 0141-LER-ATRIBUICAO
                       UNTIL FIM-AUXILIAR
                   CLOSE ATRIBUICAO-IN
               ELSE
                   DISPLAY 'ATRIBTUR NAO ABRIU - NENHUMA FOLHA SERA '
                       'ACEITA'
               END-IF.
           0141-LER-ATRIBUICAO.
               READ ATRIBUICAO-IN INTO WRK-ATRIBUICAO
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-ATR-TERMO = WRK-TERMO
                           IF WRK-QTD-ATR < 1000
                               ADD 1 TO WRK-QTD-ATR
                               MOVE WRK-ATR-TURMA
                                   TO TAB-ATR-TURMA (WRK-QTD-ATR)
                               MOVE WRK-ATR-DISCIPLINA
                                   TO TAB-ATR-DISCIPLINA (WRK-QTD-ATR)
                               MOVE WRK-ATR-PROFESSOR
                                   TO TAB-ATR-PROFESSOR (WRK-QTD-ATR)
                               MOVE 'N'
                                   TO TAB-ATR-RECEBIDA (WRK-QTD-ATR)
                           ELSE
                               DISPLAY 'TABELA DE ATRIBUICOES CHEIA - '
                                   WRK-ATR-TURMA ' ' WRK-ATR-DISCIPLINA
                                   ' IGNORADA'
                           END-IF
                       END-IF
               END-READ.
      ******************************
      **** JANELA DE LANCAMENTO DO TERMO (JANNOTA); SEM JANELA PARA
      **** O TERMO NENHUMA FOLHA E ACEITA
      ******************************
           0150-CARREGAR-JANELA.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT JANELA-IN.
               IF JANELA-OK
                   PERFORM 0151-LER-JANELA
                       UNTIL FIM-AUXILIAR OR EXISTE-JANELA
                   CLOSE JANELA-IN
               END-IF.
           0151-LER-JANELA.
               READ JANELA-IN INTO WRK-JANELA-NOTAS
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-JAN-TERMO = WRK-TERMO
                           SET EXISTE-JANELA TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** MARCA AS TURMAS DO TERMO CUJA FOLHA JA CONSTA COMO
      **** RECEBIDA (NOTAREC), PARA NAO GRAVAR O RECEBIMENTO DE NOVO
      ******************************
           0160-MARCAR-RECEBIDAS.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT NOTA-RECEBIDA.
               IF NOTAREC-OK
                   PERFORM 0161-LER-RECEBIDA
                       UNTIL FIM-AUXILIAR
                   CLOSE NOTA-RECEBIDA
               END-IF.
           0161-LER-RECEBIDA.
               READ NOTA-RECEBIDA INTO WRK-NOTA-RECEBIDA
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-NRC-TERMO = WRK-TERMO
                           AND WRK-QTD-ATR > 0
                           SET TAB-ATR-IDX TO 1
                           SEARCH TAB-ATR
                               AT END CONTINUE
                               WHEN TAB-ATR-TURMA (TAB-ATR-IDX)
                                   = WRK-NRC-TURMA
                                AND TAB-ATR-DISCIPLINA (TAB-ATR-IDX)
                                   = WRK-NRC-DISCIPLINA
                                   MOVE 'S' TO
                                       TAB-ATR-RECEBIDA (TAB-ATR-IDX)
                           END-SEARCH
                       END-IF
               END-READ.
      ******************************
      **** A FOLHA SO ENTRA COM O PROFESSOR DA ATRIBUICAO E DENTRO
      **** DA JANELA DO TERMO; A RECUSADA VAI PARA O NOTAREJ COM O
      **** MOTIVO E NAO TOCA O HISTORICO
      ******************************
           0200-PROCESSAR.
               PERFORM 0202-VALIDAR-FOLHA.
               IF WRK-MOTIVO-FOLHA = SPACES
                   PERFORM 0201-PROCESSAR-ALUNO
               ELSE
                   PERFORM 0203-RECUSAR-FOLHA
                   PERFORM 0230-GRAVAR-CHECKPOINT
               END-IF.
               READ TURMA-IN
                   AT END SET FIM-ALUNOS TO TRUE
               END-READ.
           0201-PROCESSAR-ALUNO.
               ADD 1 TO WRK-TOTAL-ALUNOS.
               MOVE REG-ALU-NOTA1 TO WRK-NOTA1.
               MOVE REG-ALU-NOTA2 TO WRK-NOTA2.
               PERFORM 0220-IMPRIMIR-RESULTADO.
               PERFORM 0230-GRAVAR-CHECKPOINT.
               PERFORM 0240-GRAVAR-HISTORICO.
               PERFORM 0245-GRAVAR-RECEBIMENTO.
           0202-VALIDAR-FOLHA.
               MOVE SPACES TO WRK-MOTIVO-FOLHA.
               SET TAB-ATR-IDX TO 1.
               IF REG-ALU-PROFESSOR = SPACES
                   MOVE 'FOLHA SEM O PROFESSOR QUE LANCOU'
                       TO WRK-MOTIVO-FOLHA
               ELSE
                   IF WRK-QTD-ATR = 0
                       MOVE 'TURMA/DISCIPLINA SEM ATRIBUICAO NO TERMO'
                           TO WRK-MOTIVO-FOLHA
                   ELSE
                       SEARCH TAB-ATR
                           AT END
                               MOVE 'TURMA/DISCIPLINA SEM ATRIBUICAO NO'
                                   TO WRK-MOTIVO-FOLHA
                               MOVE 'TERMO' TO WRK-MOTIVO-FOLHA (36:5)
                           WHEN TAB-ATR-TURMA (TAB-ATR-IDX)
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
                   PERFORM 0204-CONFERIR-JANELA
               END-IF.
      ******************************
      **** DATA DO LANCAMENTO ENTRE O INICIO E O FIM DA JANELA E NAO
      **** POSTERIOR A DATA DE MOVIMENTO; FORA DELA A CORRECAO DE
      **** NOTA SO ENTRA PELA EMENDA (PROGCOB85)
      ******************************
           0204-CONFERIR-JANELA.
               EVALUATE TRUE
                   WHEN REG-ALU-DATA-LANC IS NOT NUMERIC
                       MOVE 'DATA DE LANCAMENTO INVALIDA'
                           TO WRK-MOTIVO-FOLHA
                   WHEN NOT EXISTE-JANELA
                       MOVE 'TERMO SEM JANELA DE LANCAMENTO'
                           TO WRK-MOTIVO-FOLHA
                   WHEN REG-ALU-DATA-LANC > WRK-BDT-DATA-HOJE
                       MOVE 'DATA DE LANCAMENTO POSTERIOR AO MOVIMENTO'
                           TO WRK-MOTIVO-FOLHA
                   WHEN REG-ALU-DATA-LANC < WRK-JAN-INICIO
                       MOVE 'ANTES DA JANELA - SO PELO PROGCOB85'
                           TO WRK-MOTIVO-FOLHA
                   WHEN REG-ALU-DATA-LANC > WRK-JAN-FIM
                       MOVE 'FORA DO PRAZO - SO PELO PROGCOB85'
                           TO WRK-MOTIVO-FOLHA
               END-EVALUATE.
           0203-RECUSAR-FOLHA.
               ADD 1 TO WRK-TOTAL-RECUSADOS.
               MOVE REG-ALU-ID TO WRK-ID-ED.
               MOVE SPACES TO WRK-LINHA-REJ.
               STRING WRK-ID-ED          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-TERMO          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      REG-ALU-TURMA      DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      REG-ALU-DISCIPLINA DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      REG-ALU-PROFESSOR  DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      REG-ALU-DATA-LANC  DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-MOTIVO-FOLHA   DELIMITED BY SIZE
                      INTO WRK-LINHA-REJ.
               WRITE LINHA-NOTA-RECUSADA FROM WRK-LINHA-REJ.
               DISPLAY 'ALUNO:' WRK-ID-ED ' FOLHA RECUSADA - '
                   WRK-MOTIVO-FOLHA.
      ******************************
      **** APURA O PERCENTUAL DE FREQUENCIA DO ALUNO NO TERMO --
      **** ALUNO SEM REGISTRO NO ARQUIVO DE FREQUENCIA (OU REGISTRO
               IF ALUMST-OK
                   MOVE REG-ALU-NOME  TO WRK-ALU-NOME
                   MOVE REG-ALU-CURSO TO WRK-ALU-CURSO
                   IF REG-ALU-STATUS = 'S'
                       MOVE 'TRANCADO' TO WRK-SITUACAO
                   END-IF
                   IF REG-ALU-STATUS = 'C'
                       MOVE 'CANCELADO' TO WRK-SITUACAO
                   END-IF
               ELSE
                   MOVE SPACES TO WRK-ALU-NOME WRK-ALU-CURSO
               END-IF.
               MOVE WRK-MEDIA     TO WRK-MTH-MEDIA.
               MOVE WRK-SITUACAO  TO WRK-MTH-SITUACAO.
               MOVE WRK-FREQ-PCT  TO WRK-MTH-FREQ-PCT.
               MOVE REG-ALU-PROFESSOR TO WRK-MTH-PROFESSOR.
               MOVE REG-ALU-DATA-LANC TO WRK-MTH-DATA-LANC.
               OPEN EXTEND MATRICULA-HIST.
               WRITE LINHA-MATRICULA-HIST FROM WRK-MATRICULA-HIST.
               CLOSE MATRICULA-HIST.
      ******************************
      **** PRIMEIRA FOLHA ACEITA DA TURMA/DISCIPLINA NO TERMO GRAVA O
      **** RECEBIMENTO (NOTAREC), QUE TIRA A TURMA DO RELATORIO DE
      **** FOLHAS PENDENTES (PROGNPD)
      ******************************
           0245-GRAVAR-RECEBIMENTO.
               IF TAB-ATR-RECEBIDA (TAB-ATR-IDX) NOT = 'S'
                   MOVE 'S' TO TAB-ATR-RECEBIDA (TAB-ATR-IDX)
                   MOVE WRK-TERMO          TO WRK-NRC-TERMO
                   MOVE REG-ALU-TURMA      TO WRK-NRC-TURMA
                   MOVE REG-ALU-DISCIPLINA TO WRK-NRC-DISCIPLINA
                   MOVE REG-ALU-PROFESSOR  TO WRK-NRC-PROFESSOR
                   MOVE REG-ALU-DATA-LANC  TO WRK-NRC-DATA-LANC
                   MOVE WRK-BDT-DATA-HOJE  TO WRK-NRC-DATA-RECEB
                   MOVE 'PROGCOB12'        TO WRK-NRC-PROGRAMA
                   OPEN EXTEND NOTA-RECEBIDA
                   WRITE LINHA-NOTA-RECEBIDA FROM WRK-NOTA-RECEBIDA
                   CLOSE NOTA-RECEBIDA
               END-IF.
           0300-FINALIZAR.
               DISPLAY ' '.
               DISPLAY '********************'.
               DISPLAY 'APROVADOS         : ' WRK-TOTAL-APROVADOS.
               DISPLAY 'EM RECUPERACAO    : ' WRK-TOTAL-RECUP.
               DISPLAY 'REPROVADOS        : ' WRK-TOTAL-REPROVADOS.
               DISPLAY 'FOLHAS RECUSADAS  : ' WRK-TOTAL-RECUSADOS.
               DISPLAY '********* BYE **********'.
               CLOSE TURMA-IN NOTA-RECUSADA.
      ******************************
      **** GRAVA A TRILHA DE AUDITORIA DO RUN NO ARQUIVO COMPARTILHADO
      ******************************
           0900-REGISTRAR-AUDITORIA.
               MOVE 'PROGCOB12' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA WRK-AUD-RESULTADO.
               STRING WRK-TOTAL-ALUNOS    DELIMITED BY SIZE
                      ' FOLHAS RECUSADAS ' DELIMITED BY SIZE
                      WRK-TOTAL-RECUSADOS DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               STRING 'APR '    DELIMITED BY SIZE
                      WRK-TOTAL-APROVADOS  DELIMITED BY SIZE
                      ' REC '   DELIMITED BY SIZE
                      ' REP '   DELIMITED BY SIZE
                      WRK-TOTAL-REPROVADOS DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** GRAVA O REGISTRO DE INICIO/FIM DO PASSO NO ARQUIVO DE
      **** ESTADO DO STREAM (RUNSTAT), PARA O CONSELHEIRO DE
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE 'RUN JA COMPLETO NA DATA' TO WRK-AUD-ENTRADA.
               MOVE 'REPROCESSO AUTORIZADO' TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0885-GRAVAR-CONTROLE-DATA.
               MOVE SPACES TO WRK-CONTROLE-DATA.
               MOVE 'PROGCOB12' TO WRK-BDT-PROGRAMA.
                   END-READ
                   CLOSE DATA-PORTAO
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
