           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGESP.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: PREENCHIMENTO DE VAGA CANCELADA PELA LISTA DE
      *     ESPERA DA REMATRICULA. A SECRETARIA GRAVA NO CANCMAT O
      *     ALUNO QUE DESISTIU (MATRICULA + TERMO, LAYOUT CPYVAGA). O
      *     RUN COPIA O ROL ATUAL (MATRICUL, GRAVADO PELO PROGCOB82)
      *     PARA O ROL NOVO (MATRNOVO) SEM OS CANCELADOS, OCUPANDO AS
      *     VAGAS (VAGAS) DE CADA DISCIPLINA DA GRADE (CATCURSO) DO
      *     TERMO DE CADA ALUNO QUE FICA; DEPOIS PERCORRE A LISTA DE
      *     ESPERA (ESPERA) NA ORDEM DE PRIORIDADE: QUEM TEM VAGA EM
      *     TODAS AS DISCIPLINAS DO SEU TERMO ENTRA NO FIM DO ROL NOVO
      *     E GERA UM EVENTO VAGAESP NA CAIXA DE SAIDA (OUTBOX) PARA A
      *     SECRETARIA AVISAR O ALUNO; OS DEMAIS FICAM NA LISTA NOVA
      *     (ESPNOVA), RENUMERADA. ALUNO DA LISTA QUE CONSTA NO CANCMAT
      *     SAI DA LISTA. CANCELAMENTO QUE NAO ACHA O ALUNO NO ROL NEM
      *     NA LISTA SAI NO RELATORIO (ESPRPT) E DEIXA O RUN COM RC 4;
      *     SEM O ROL OU A LISTA O RUN PARA COM RC 8
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CANCELAMENTO-IN ASSIGN TO CANCMAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CANCMAT-STATUS.
               SELECT MATRICULAS-IN ASSIGN TO MATRICUL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MATRICUL-STATUS.
               SELECT MATRICULAS-OUT ASSIGN TO MATRNOVO
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LISTA-ESPERA-IN ASSIGN TO ESPERA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ESPERA-STATUS.
               SELECT LISTA-ESPERA-OUT ASSIGN TO ESPNOVA
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT VAGAS-IN ASSIGN TO VAGAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-VAGAS-STATUS.
               SELECT CATALOGO-IN ASSIGN TO CATCURSO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CATALOGO-STATUS.
               SELECT RELATORIO-ESP ASSIGN TO ESPRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CAIXA-SAIDA ASSIGN TO OUTBOX
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
           FD  CANCELAMENTO-IN.
           01  LINHA-CANCELAMENTO PIC X(24).
           FD  MATRICULAS-IN.
           01  REG-MATRICULA-IN.
               02 REG-MAT-MATRICULA PIC 9(06).
               02 FILLER            PIC X(02).
               02 REG-MAT-NOME      PIC X(30).
               02 FILLER            PIC X(02).
               02 REG-MAT-CURSO     PIC X(20).
               02 FILLER            PIC X(02).
               02 REG-MAT-TERMO     PIC X(06).
           FD  MATRICULAS-OUT.
           01  REG-MATRICULA-OUT.
               02 REG-MNV-MATRICULA PIC 9(06).
               02 FILLER            PIC X(02).
               02 REG-MNV-NOME      PIC X(30).
               02 FILLER            PIC X(02).
               02 REG-MNV-CURSO     PIC X(20).
               02 FILLER            PIC X(02).
               02 REG-MNV-TERMO     PIC X(06).
           FD  LISTA-ESPERA-IN.
           01  LINHA-ESPERA-IN PIC X(105).
           FD  LISTA-ESPERA-OUT.
           01  LINHA-ESPERA-OUT PIC X(105).
           FD  VAGAS-IN.
           01  LINHA-VAGA PIC X(33).
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
           FD  RELATORIO-ESP.
           01  LINHA-ESP PIC X(100).
           FD  CAIXA-SAIDA.
           01  LINHA-CAIXA-SAIDA PIC X(120).
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
           COPY CPYVAGA.
           COPY CPYNOTIF.
           77 WRK-CANCMAT-STATUS PIC X(02) VALUE '00'.
               88 CANCMAT-OK VALUE '00'.
           77 WRK-MATRICUL-STATUS PIC X(02) VALUE '00'.
               88 MATRICUL-OK VALUE '00'.
           77 WRK-ESPERA-STATUS PIC X(02) VALUE '00'.
               88 ESPERA-OK VALUE '00'.
           77 WRK-VAGAS-STATUS PIC X(02) VALUE '00'.
               88 VAGAS-OK VALUE '00'.
           77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
               88 CATALOGO-OK VALUE '00'.
           77 WRK-FIM-AUXILIAR PIC X(01) VALUE 'N'.
               88 FIM-AUXILIAR VALUE 'S'.
      ******************************
      **** GRADE CURRICULAR: DISCIPLINAS DE CADA CURSO + TERMO
      ******************************
           77 WRK-QTD-CAT PIC 9(03) VALUE ZEROS.
           01 TAB-CATALOGO.
               02 TAB-CAT OCCURS 1 TO 800 TIMES
                  DEPENDING ON WRK-QTD-CAT.
                   03 TAB-CAT-CURSO      PIC X(20).
                   03 TAB-CAT-TERMO      PIC X(06).
                   03 TAB-CAT-DISCIPLINA PIC X(20).
      ******************************
      **** VAGAS POR TERMO + DISCIPLINA E QUANTOS JA OCUPAM
      ******************************
           77 WRK-QTD-VAG PIC 9(03) VALUE ZEROS.
           01 TAB-VAGAS.
               02 TAB-VAG OCCURS 1 TO 800 TIMES
                  DEPENDING ON WRK-QTD-VAG
                  INDEXED BY TAB-VAG-IDX.
                   03 TAB-VAG-TERMO        PIC X(06).
                   03 TAB-VAG-DISCIPLINA   PIC X(20).
                   03 TAB-VAG-VAGAS        PIC 9(03).
                   03 TAB-VAG-MATRICULADOS PIC 9(05).
      ******************************
      **** CANCELAMENTOS DO LOTE, MARCADOS QUANDO ACHAM O ALUNO
      ******************************
           77 WRK-QTD-CAN PIC 9(03) VALUE ZEROS.
           01 TAB-CANCELAMENTOS.
               02 TAB-CAN OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-CAN
                  INDEXED BY TAB-CAN-IDX.
                   03 TAB-CAN-MATRICULA PIC 9(06).
                   03 TAB-CAN-TERMO     PIC X(06).
                   03 TAB-CAN-ACHOU     PIC X(01).
                       88 CAN-ACHADO    VALUE 'S'.
           77 WRK-CAT-IDX PIC 9(03) VALUE ZEROS.
           77 WRK-VAG-IDX PIC 9(03) VALUE ZEROS.
           77 WRK-CHV-CURSO     PIC X(20) VALUE SPACES.
           77 WRK-CHV-TERMO     PIC X(06) VALUE SPACES.
           77 WRK-CHV-MATRICULA PIC 9(06) VALUE ZEROS.
           77 WRK-CANCELADO PIC X(01) VALUE 'N'.
               88 ALUNO-CANCELADO VALUE 'S'.
           77 WRK-CABE PIC X(01) VALUE 'S'.
               88 CABE-NA-TURMA VALUE 'S'.
           77 WRK-LOTADA     PIC X(20) VALUE SPACES.
           77 WRK-POSICAO-ESP PIC 9(04) VALUE ZEROS.
           77 WRK-DATA-HOJE  PIC X(08) VALUE SPACES.
           77 WRK-MATRICULA-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED2    PIC ZZZZ9 VALUE ZEROS.
           77 WRK-LINHA-ESP  PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-LIDOS       PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CANCELADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-NAO-ACHADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PROMOVIDOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-AGUARDANDO  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ROL         PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0200-COPIAR-ROL
                   PERFORM 0300-PERCORRER-ESPERA
                   PERFORM 0800-FINALIZAR
               END-IF.
               CLOSE RELATORIO-ESP.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA GRADE, VAGAS E CANCELAMENTOS; SEM O ROL OU SEM A
      **** LISTA DE ESPERA NAO HA O QUE PREENCHER: PARA COM 8
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-ESP.
               MOVE SPACES TO WRK-LINHA-ESP.
               STRING 'PREENCHIMENTO DE VAGAS PELA LISTA DE ESPERA  '
                          DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-ESP.
               WRITE LINHA-ESP FROM WRK-LINHA-ESP.
               MOVE SPACES TO LINHA-ESP.
               WRITE LINHA-ESP.
               PERFORM 0110-CARREGAR-CATALOGO.
               PERFORM 0120-CARREGAR-VAGAS.
               PERFORM 0130-CARREGAR-CANCELAMENTOS.
               OPEN INPUT MATRICULAS-IN.
               IF NOT MATRICUL-OK
                   MOVE 'ROL MATRICUL NAO ABRIU - NADA PREENCHIDO'
                       TO LINHA-ESP
                   WRITE LINHA-ESP
                   DISPLAY 'PROGESP: MATRICUL NAO ABRIU - STATUS '
                       WRK-MATRICUL-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
               OPEN INPUT LISTA-ESPERA-IN.
               IF NOT ESPERA-OK
                   MOVE 'LISTA ESPERA NAO ABRIU - NADA PREENCHIDO'
                       TO LINHA-ESP
                   WRITE LINHA-ESP
                   DISPLAY 'PROGESP: ESPERA NAO ABRIU - STATUS '
                       WRK-ESPERA-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF RETURN-CODE = 0
                   OPEN OUTPUT MATRICULAS-OUT LISTA-ESPERA-OUT
               ELSE
                   IF MATRICUL-OK
                       CLOSE MATRICULAS-IN
                   END-IF
                   IF ESPERA-OK
                       CLOSE LISTA-ESPERA-IN
                   END-IF
               END-IF.
           0110-CARREGAR-CATALOGO.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT CATALOGO-IN.
               IF CATALOGO-OK
                   PERFORM 0111-LER-CATALOGO UNTIL FIM-AUXILIAR
                   CLOSE CATALOGO-IN
               END-IF.
           0111-LER-CATALOGO.
               READ CATALOGO-IN
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-QTD-CAT < 800
                           ADD 1 TO WRK-QTD-CAT
                           MOVE REG-CAT-CURSO
                               TO TAB-CAT-CURSO (WRK-QTD-CAT)
                           MOVE REG-CAT-TERMO
                               TO TAB-CAT-TERMO (WRK-QTD-CAT)
                           MOVE REG-CAT-DISCIPLINA
                               TO TAB-CAT-DISCIPLINA (WRK-QTD-CAT)
                       ELSE
                           SET FIM-AUXILIAR TO TRUE
                       END-IF
               END-READ.
           0120-CARREGAR-VAGAS.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT VAGAS-IN.
               IF VAGAS-OK
                   PERFORM 0121-LER-VAGA UNTIL FIM-AUXILIAR
                   CLOSE VAGAS-IN
               ELSE
                   MOVE 'SEM ARQUIVO DE VAGAS - TURMAS SEM LIMITE'
                       TO LINHA-ESP
                   WRITE LINHA-ESP
               END-IF.
           0121-LER-VAGA.
               READ VAGAS-IN INTO WRK-VAGA
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-VAG-VAGAS IS NUMERIC
                           AND WRK-QTD-VAG < 800
                           ADD 1 TO WRK-QTD-VAG
                           MOVE WRK-VAG-TERMO
                               TO TAB-VAG-TERMO (WRK-QTD-VAG)
                           MOVE WRK-VAG-DISCIPLINA
                               TO TAB-VAG-DISCIPLINA (WRK-QTD-VAG)
                           MOVE WRK-VAG-VAGAS
                               TO TAB-VAG-VAGAS (WRK-QTD-VAG)
                           MOVE ZEROS
                               TO TAB-VAG-MATRICULADOS (WRK-QTD-VAG)
                       END-IF
               END-READ.
           0130-CARREGAR-CANCELAMENTOS.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT CANCELAMENTO-IN.
               IF CANCMAT-OK
                   PERFORM 0131-LER-CANCELAMENTO UNTIL FIM-AUXILIAR
                   CLOSE CANCELAMENTO-IN
               ELSE
                   MOVE 'SEM CANCELAMENTOS - SO A LISTA E CONFERIDA'
                       TO LINHA-ESP
                   WRITE LINHA-ESP
               END-IF.
           0131-LER-CANCELAMENTO.
               READ CANCELAMENTO-IN INTO WRK-CANCELAMENTO
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-QTD-CAN < 500
                           ADD 1 TO WRK-QTD-CAN
                           MOVE WRK-CAN-MATRICULA
                               TO TAB-CAN-MATRICULA (WRK-QTD-CAN)
                           MOVE WRK-CAN-TERMO
                               TO TAB-CAN-TERMO (WRK-QTD-CAN)
                           MOVE 'N' TO TAB-CAN-ACHOU (WRK-QTD-CAN)
                       ELSE
                           DISPLAY 'PROGESP: TABELA DE CANCELAMENTOS '
                               'CHEIA'
                           MOVE 8 TO RETURN-CODE
                           SET FIM-AUXILIAR TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** COPIA O ROL SEM OS CANCELADOS; QUEM FICA OCUPA A VAGA DE
      **** CADA DISCIPLINA DA GRADE DO SEU TERMO
      ******************************
           0200-COPIAR-ROL.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               PERFORM 0210-LER-MATRICULA UNTIL FIM-AUXILIAR.
               CLOSE MATRICULAS-IN.
           0210-LER-MATRICULA.
               READ MATRICULAS-IN
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-LIDOS
                       MOVE REG-MAT-MATRICULA TO WRK-CHV-MATRICULA
                       MOVE REG-MAT-TERMO     TO WRK-CHV-TERMO
                       MOVE REG-MAT-CURSO     TO WRK-CHV-CURSO
                       PERFORM 0250-PROCURAR-CANCELAMENTO
                       IF ALUNO-CANCELADO
                           ADD 1 TO WRK-TOTAL-CANCELADOS
                           MOVE 'MATRICULA CANCELADA'
                               TO WRK-LINHA-ESP
                           PERFORM 0260-LISTAR-ALUNO
                       ELSE
                           PERFORM 0280-OCUPAR-VAGA
                               VARYING WRK-CAT-IDX FROM 1 BY 1
                               UNTIL WRK-CAT-IDX > WRK-QTD-CAT
                           WRITE REG-MATRICULA-OUT FROM REG-MATRICULA-IN
                           ADD 1 TO WRK-TOTAL-ROL
                       END-IF
               END-READ.
           0250-PROCURAR-CANCELAMENTO.
               MOVE 'N' TO WRK-CANCELADO.
               IF WRK-QTD-CAN > 0
                   SET TAB-CAN-IDX TO 1
                   SEARCH TAB-CAN
                       AT END CONTINUE
                       WHEN TAB-CAN-MATRICULA (TAB-CAN-IDX)
                           = WRK-CHV-MATRICULA
                        AND TAB-CAN-TERMO (TAB-CAN-IDX) = WRK-CHV-TERMO
                           SET ALUNO-CANCELADO TO TRUE
                           MOVE 'S' TO TAB-CAN-ACHOU (TAB-CAN-IDX)
                   END-SEARCH
               END-IF.
      ******************************
      **** LINHA DO RELATORIO: O TEXTO DA SITUACAO JA ESTA NO INICIO
      **** DE WRK-LINHA-ESP (22 POSICOES)
      ******************************
           0260-LISTAR-ALUNO.
               MOVE WRK-CHV-MATRICULA TO WRK-MATRICULA-ED.
               MOVE WRK-MATRICULA-ED TO WRK-LINHA-ESP (23:6).
               MOVE WRK-CHV-TERMO    TO WRK-LINHA-ESP (31:6).
               MOVE WRK-CHV-CURSO    TO WRK-LINHA-ESP (39:20).
               MOVE WRK-LOTADA       TO WRK-LINHA-ESP (61:20).
               WRITE LINHA-ESP FROM WRK-LINHA-ESP.
               MOVE SPACES TO WRK-LOTADA.
           0280-OCUPAR-VAGA.
               IF TAB-CAT-CURSO (WRK-CAT-IDX) = WRK-CHV-CURSO
                   AND TAB-CAT-TERMO (WRK-CAT-IDX) = WRK-CHV-TERMO
                   PERFORM 0290-LOCALIZAR-VAGA
                   IF WRK-VAG-IDX > 0
                       ADD 1 TO TAB-VAG-MATRICULADOS (WRK-VAG-IDX)
                   END-IF
               END-IF.
           0285-CONFERIR-VAGA.
               IF TAB-CAT-CURSO (WRK-CAT-IDX) = WRK-CHV-CURSO
                   AND TAB-CAT-TERMO (WRK-CAT-IDX) = WRK-CHV-TERMO
                   PERFORM 0290-LOCALIZAR-VAGA
                   IF WRK-VAG-IDX > 0
                       IF TAB-VAG-MATRICULADOS (WRK-VAG-IDX)
                           NOT < TAB-VAG-VAGAS (WRK-VAG-IDX)
                           MOVE 'N' TO WRK-CABE
                           IF WRK-LOTADA = SPACES
                               MOVE TAB-CAT-DISCIPLINA (WRK-CAT-IDX)
                                   TO WRK-LOTADA
                           END-IF
                       END-IF
                   END-IF
               END-IF.
      ******************************
      **** SO A DISCIPLINA COM REGISTRO NO VAGAS TEM LIMITE
      ******************************
           0290-LOCALIZAR-VAGA.
               MOVE ZEROS TO WRK-VAG-IDX.
               IF WRK-QTD-VAG > 0
                   SET TAB-VAG-IDX TO 1
                   SEARCH TAB-VAG
                       AT END CONTINUE
                       WHEN TAB-VAG-TERMO (TAB-VAG-IDX)
                           = TAB-CAT-TERMO (WRK-CAT-IDX)
                        AND TAB-VAG-DISCIPLINA (TAB-VAG-IDX)
                           = TAB-CAT-DISCIPLINA (WRK-CAT-IDX)
                           SET WRK-VAG-IDX TO TAB-VAG-IDX
                   END-SEARCH
               END-IF.
      ******************************
      **** PERCORRE A LISTA NA ORDEM DE PRIORIDADE: QUEM CABE EM
      **** TODAS AS DISCIPLINAS DO TERMO ENTRA NO ROL E E AVISADO;
      **** QUEM NAO CABE FICA NA LISTA NOVA
      ******************************
           0300-PERCORRER-ESPERA.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               PERFORM 0310-LER-ESPERA UNTIL FIM-AUXILIAR.
               CLOSE LISTA-ESPERA-IN.
           0310-LER-ESPERA.
               READ LISTA-ESPERA-IN INTO WRK-ESPERA
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       MOVE WRK-ESP-MATRICULA TO WRK-CHV-MATRICULA
                       MOVE WRK-ESP-TERMO     TO WRK-CHV-TERMO
                       MOVE WRK-ESP-CURSO     TO WRK-CHV-CURSO
                       PERFORM 0250-PROCURAR-CANCELAMENTO
                       IF ALUNO-CANCELADO
                           ADD 1 TO WRK-TOTAL-CANCELADOS
                           MOVE 'SAIU DA LISTA' TO WRK-LINHA-ESP
                           PERFORM 0260-LISTAR-ALUNO
                       ELSE
                           PERFORM 0320-TENTAR-VAGA
                       END-IF
               END-READ.
           0320-TENTAR-VAGA.
               MOVE 'S' TO WRK-CABE.
               MOVE SPACES TO WRK-LOTADA.
               PERFORM 0285-CONFERIR-VAGA
                   VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-QTD-CAT.
               IF CABE-NA-TURMA
                   PERFORM 0280-OCUPAR-VAGA
                       VARYING WRK-CAT-IDX FROM 1 BY 1
                       UNTIL WRK-CAT-IDX > WRK-QTD-CAT
                   MOVE SPACES TO REG-MATRICULA-OUT
                   MOVE WRK-ESP-MATRICULA TO REG-MNV-MATRICULA
                   MOVE WRK-ESP-NOME      TO REG-MNV-NOME
                   MOVE WRK-ESP-CURSO     TO REG-MNV-CURSO
                   MOVE WRK-ESP-TERMO     TO REG-MNV-TERMO
                   WRITE REG-MATRICULA-OUT
                   ADD 1 TO WRK-TOTAL-ROL
                   ADD 1 TO WRK-TOTAL-PROMOVIDOS
                   MOVE 'MATRICULADO DA LISTA' TO WRK-LINHA-ESP
                   PERFORM 0260-LISTAR-ALUNO
                   PERFORM 0330-GRAVAR-AVISO
               ELSE
                   ADD 1 TO WRK-TOTAL-AGUARDANDO
                   ADD 1 TO WRK-POSICAO-ESP
                   MOVE WRK-POSICAO-ESP TO WRK-ESP-POSICAO
                   MOVE WRK-LOTADA TO WRK-ESP-DISCIPLINA
                   WRITE LINHA-ESPERA-OUT FROM WRK-ESPERA
               END-IF.
      ******************************
      **** EVENTO VAGAESP NA CAIXA DE SAIDA (OUTBOX): O DESPACHANTE
      **** PROGCOB96 ENTREGA PELAS ROTAS DO TIPO (SECRETARIA), QUE
      **** AVISA O ALUNO DA VAGA
      ******************************
           0330-GRAVAR-AVISO.
               MOVE 'VAGAESP' TO WRK-NTF-TIPO.
               MOVE 'M' TO WRK-NTF-SEVERIDADE.
               MOVE 'PROGESP' TO WRK-NTF-ORIGEM.
               MOVE WRK-ESP-MATRICULA TO WRK-MATRICULA-ED.
               MOVE SPACES TO WRK-NTF-TEXTO.
               STRING 'MATRIC ' DELIMITED BY SIZE
                      WRK-MATRICULA-ED DELIMITED BY SIZE
                      ' TERMO ' DELIMITED BY SIZE
                      WRK-ESP-TERMO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-ESP-NOME DELIMITED BY SIZE
                      INTO WRK-NTF-TEXTO.
               MOVE SPACES TO WRK-NTF-DESTINATARIO.
               MOVE WRK-DATA-HOJE TO WRK-NTF-DATA.
               ACCEPT WRK-NTF-HORA FROM TIME.
               MOVE SPACES TO WRK-NTF-ENTREGUE.
               OPEN EXTEND CAIXA-SAIDA.
               WRITE LINHA-CAIXA-SAIDA FROM WRK-NOTIFICACAO.
               CLOSE CAIXA-SAIDA.
      ******************************
      **** CANCELAMENTO QUE NAO ACHOU O ALUNO NO ROL NEM NA LISTA
      ******************************
           0800-FINALIZAR.
               CLOSE MATRICULAS-OUT LISTA-ESPERA-OUT.
               PERFORM 0810-CONFERIR-CANCELAMENTO
                   VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-QTD-CAN.
               MOVE SPACES TO LINHA-ESP.
               WRITE LINHA-ESP.
               MOVE WRK-TOTAL-PROMOVIDOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-AGUARDANDO TO WRK-QTD-ED2.
               MOVE SPACES TO WRK-LINHA-ESP.
               STRING 'MATRICULADOS DA LISTA: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   AINDA EM ESPERA: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      INTO WRK-LINHA-ESP.
               WRITE LINHA-ESP FROM WRK-LINHA-ESP.
               DISPLAY 'PROGESP: ' WRK-QTD-ED ' MATRICULADO(S) DA '
                   'LISTA, ' WRK-QTD-ED2 ' EM ESPERA'.
               IF WRK-TOTAL-NAO-ACHADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
           0810-CONFERIR-CANCELAMENTO.
               IF NOT CAN-ACHADO (WRK-CAT-IDX)
                   ADD 1 TO WRK-TOTAL-NAO-ACHADOS
                   MOVE TAB-CAN-MATRICULA (WRK-CAT-IDX)
                       TO WRK-CHV-MATRICULA
                   MOVE TAB-CAN-TERMO (WRK-CAT-IDX) TO WRK-CHV-TERMO
                   MOVE SPACES TO WRK-CHV-CURSO
                   MOVE 'FORA DO ROL E DA LISTA' TO WRK-LINHA-ESP
                   PERFORM 0260-LISTAR-ALUNO
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGESP' TO WRK-CTL-PROGRAMA.
               MOVE WRK-QTD-CAN TO WRK-CTL-LIDOS.
               SUBTRACT WRK-TOTAL-NAO-ACHADOS FROM WRK-QTD-CAN
                   GIVING WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-NAO-ACHADOS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-ROL TO WRK-CTL-HASH.
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
               MOVE 'PROGESP' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGESP' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-QTD-CAN TO WRK-RUN-LIDOS.
               MOVE WRK-CTL-ACEITOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
