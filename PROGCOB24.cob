      *     CHECAGEM ANTERIOR ESTA DEFASADA, E COMO ULTIMO
      *     CONSUMIDOR DO MES (DEPOIS DO PROGCOB21) ESTE PASSO
      *     LIMPA A MARCA AO TERMINAR
      *    ALTERADO= 15/10/26 - KAROLINE
      *     APROVEITAMENTO DE ESTUDOS: DISCIPLINA CREDITADA AO ALUNO
      *     TRANSFERIDO (APROVEIT, GRAVADO PELO PROGCOB85 COM A
      *     APROVACAO DE SUPERVISOR) CONTA COMO CUMPRIDA, E O TERMO
      *     PRE-REQUISITO CONTA COMO APROVADO QUANDO TODAS AS SUAS
      *     DISCIPLINAS DA GRADE FORAM CREDITADAS. SEM O ARQUIVO A
      *     CHECAGEM E A DE ANTES
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ALTERNATE RECORD KEY IS REG-NIX-TERMO
                       WITH DUPLICATES
                   FILE STATUS IS WRK-NOTAHIX-STATUS.
               SELECT CREDITOS-IN ASSIGN TO APROVEIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APROVEIT-STATUS.
               SELECT ELEGIVEIS-OUT ASSIGN TO DIPLOK
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-PEND ASSIGN TO DIPPEND
               02 REG-NIX-MEDIA     PIC 9(03)V9.
               02 REG-NIX-SITUACAO  PIC X(14).
               02 REG-NIX-FREQ-PCT  PIC 9(03).
           FD  CREDITOS-IN.
           01  LINHA-CREDITO-IN PIC X(133).
           FD  ELEGIVEIS-OUT.
           01  REG-ELEGIVEL-OUT.
               02 REG-ELE-MATRICULA PIC 9(06).
           COPY CPYMATRI.
           COPY CPYCTRL.
           COPY CPYCAB.
           COPY CPYAPRO.
           77 WRK-FIM-CATALOGO PIC X(01) VALUE 'N'.
               88 FIM-CATALOGO VALUE 'S'.
           77 WRK-FIM-HISTORICO PIC X(01) VALUE 'N'.
           77 WRK-PREREQ-SITUACAO PIC X(01) VALUE 'S'.
               88 PREREQ-CUMPRIDO VALUE 'S'.
      ******************************
      **** DISCIPLINAS CREDITADAS POR APROVEITAMENTO DE ESTUDOS
      **** (MATRICULA + DISCIPLINA), DO APROVEIT
      ******************************
           77 WRK-APROVEIT-STATUS PIC X(02) VALUE '00'.
               88 APROVEIT-OK VALUE '00'.
           77 WRK-FIM-CREDITOS PIC X(01) VALUE 'N'.
               88 FIM-CREDITOS VALUE 'S'.
           77 WRK-QTD-CRD PIC 9(04) VALUE ZEROS.
           01 TAB-CREDITOS.
               02 TAB-CRD OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-CRD
                  INDEXED BY TAB-CRD-IDX.
                   03 TAB-CRD-MATRICULA  PIC 9(06).
                   03 TAB-CRD-DISCIPLINA PIC X(20).
           77 WRK-CRD-SITUACAO PIC X(01) VALUE 'N'.
               88 DISCIPLINA-CREDITADA VALUE 'S'.
           77 WRK-DISC-PROCURADA PIC X(20) VALUE SPACES.
           77 WRK-TERMO-PREREQ PIC X(06) VALUE SPACES.
           77 WRK-PRQ-IDX PIC 9(03) VALUE ZEROS.
           77 WRK-PRQ-SITUACAO PIC X(01) VALUE 'N'.
               88 PREREQ-CREDITADO VALUE 'S'.
      ******************************
      **** TERMOS CURSADOS PELO ALUNO ATUAL (ATE 50 POR ALUNO)
      ******************************
           77 WRK-QTD-TERMOS-ALU PIC 9(02) VALUE ZEROS.
               STOP RUN.
           0100-INICIALIZAR.
               PERFORM 0110-CARREGAR-CURRICULO.
               PERFORM 0130-CARREGAR-CREDITOS.
               OPEN INPUT NOTAHIX-IO
                    OUTPUT ELEGIVEIS-OUT
                    OUTPUT RELATORIO-PEND.
               READ CATALOGO-IN
                   AT END SET FIM-CATALOGO TO TRUE
               END-READ.
      ******************************
      **** CREDITOS DE APROVEITAMENTO DE ESTUDOS: ARQUIVO OPCIONAL
      ******************************
           0130-CARREGAR-CREDITOS.
               OPEN INPUT CREDITOS-IN.
               IF APROVEIT-OK
                   PERFORM 0131-LER-CREDITO
                       UNTIL FIM-CREDITOS OR WRK-QTD-CRD >= 5000
                   CLOSE CREDITOS-IN
               END-IF.
           0131-LER-CREDITO.
               READ CREDITOS-IN INTO WRK-APROVEITAMENTO
                   AT END SET FIM-CREDITOS TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QTD-CRD
                       MOVE WRK-APV-MATRICULA
                           TO TAB-CRD-MATRICULA (WRK-QTD-CRD)
                       MOVE WRK-APV-DISCIPLINA
                           TO TAB-CRD-DISCIPLINA (WRK-QTD-CRD)
               END-READ.
           0120-INICIAR-ALUNO.
               MOVE WRK-MTH-MATRICULA TO WRK-MATRICULA-ATUAL.
               MOVE WRK-MTH-NOME      TO WRK-NOME-ATUAL.
               IF TAB-CUR-CURSO (WRK-CUR-IDX) = WRK-CURSO-ATUAL
                   SET CURSO-TEM-DEFINICAO TO TRUE
                   PERFORM 0270-PROCURAR-TERMO-ALUNO
                   MOVE TAB-CUR-DISCIPLINA (WRK-CUR-IDX)
                       TO WRK-DISC-PROCURADA
                   PERFORM 0272-PROCURAR-CREDITO
                   EVALUATE TRUE
                       WHEN DISCIPLINA-CREDITADA
                           CONTINUE
                       WHEN NOT TERMO-CUMPRIDO
                           MOVE 'N' TO WRK-ALUNO-OK
                           PERFORM 0285-LISTAR-PENDENCIA
                       WHEN OTHER
                           PERFORM 0275-CONFERIR-PREREQ
                           IF NOT PREREQ-CUMPRIDO
                               MOVE 'N' TO WRK-ALUNO-OK
                               PERFORM 0286-LISTAR-SEM-PREREQ
                           END-IF
                   END-EVALUATE
               END-IF.
      ******************************
      **** PROCURA O TERMO EXIGIDO ENTRE OS TERMOS CURSADOS DO ALUNO
                   END-SEARCH
               END-IF.
      ******************************
      **** DISCIPLINA CREDITADA AO ALUNO ATUAL POR APROVEITAMENTO DE
      **** ESTUDOS (WRK-DISC-PROCURADA)
      ******************************
           0272-PROCURAR-CREDITO.
               MOVE 'N' TO WRK-CRD-SITUACAO.
               IF WRK-QTD-CRD > 0
                   SET TAB-CRD-IDX TO 1
                   SEARCH TAB-CRD
                       AT END CONTINUE
                       WHEN TAB-CRD-MATRICULA (TAB-CRD-IDX)
                           = WRK-MATRICULA-ATUAL
                           AND TAB-CRD-DISCIPLINA (TAB-CRD-IDX)
                               = WRK-DISC-PROCURADA
                           SET DISCIPLINA-CREDITADA TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** TERMO CUMPRIDO SO CONTA SE O TERMO PRE-REQUISITO DA GRADE
      **** (QUANDO HOUVER) TAMBEM FOI APROVADO -- OU TEVE TODAS AS
      **** DISCIPLINAS CREDITADAS POR APROVEITAMENTO DE ESTUDOS
      ******************************
           0275-CONFERIR-PREREQ.
               MOVE 'S' TO WRK-PREREQ-SITUACAO.
                               END-IF
                       END-SEARCH
                   END-IF
                   IF NOT PREREQ-CUMPRIDO
                       PERFORM 0277-CONFERIR-PREREQ-CREDITADO
                       IF PREREQ-CREDITADO
                           MOVE 'S' TO WRK-PREREQ-SITUACAO
                       END-IF
                   END-IF
               END-IF.
           0277-CONFERIR-PREREQ-CREDITADO.
               MOVE 'N' TO WRK-PRQ-SITUACAO.
               IF WRK-QTD-CRD > 0
                   MOVE TAB-CUR-PREREQ (WRK-CUR-IDX)
                       TO WRK-TERMO-PREREQ
                   SET PREREQ-CREDITADO TO TRUE
                   PERFORM 0278-TESTAR-DISCIPLINA-PREREQ
                       VARYING WRK-PRQ-IDX FROM 1 BY 1
                       UNTIL WRK-PRQ-IDX > WRK-QTD-CURR
                          OR NOT PREREQ-CREDITADO
               END-IF.
           0278-TESTAR-DISCIPLINA-PREREQ.
               IF TAB-CUR-CURSO (WRK-PRQ-IDX) = WRK-CURSO-ATUAL
                   AND TAB-CUR-TERMO (WRK-PRQ-IDX) = WRK-TERMO-PREREQ
                   MOVE TAB-CUR-DISCIPLINA (WRK-PRQ-IDX)
                       TO WRK-DISC-PROCURADA
                   PERFORM 0272-PROCURAR-CREDITO
                   IF NOT DISCIPLINA-CREDITADA
                       MOVE 'N' TO WRK-PRQ-SITUACAO
                   END-IF
               END-IF.
           0286-LISTAR-SEM-PREREQ.
               MOVE WRK-MATRICULA-ATUAL TO WRK-MATRICULA-ED.
