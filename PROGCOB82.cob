      *     (MATRICUL: MATRICULA + NOME + CURSO + TERMO) E O QUE OS
      *     RUNS DE NOTA E FREQUENCIA DO TERMO NOVO CONSOMEM
      *    DATA= 02/09/26
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
      *     VAGAS POR DISCIPLINA E TERMO (VAGAS, LAYOUT CPYVAGA): O
      *     ALUNO SO ENTRA NO ROL SE HA VAGA EM TODAS AS DISCIPLINAS DA
      *     GRADE DO SEU TERMO. AS VAGAS SAO PREENCHIDAS POR PRIORIDADE
      *     -- PRIMEIRO QUEM REFAZ O TERMO REPROVADO, DEPOIS QUEM
      *     AVANCA, CADA GRUPO PELA MEDIA DO TERMO FECHADO NO NOTAHIST
      *     -- E QUEM NAO COUBE VAI PARA A LISTA DE ESPERA (ESPERA), QUE
      *     O PROGESP CONSOME QUANDO A SECRETARIA CANCELA UMA MATRICULA.
      *     O ROLRPT MOSTRA VAGAS, MATRICULADOS E ESPERA POR TURMA. SEM
      *     O ARQUIVO DE VAGAS O ROL SAI SEM LIMITE, COMO ANTES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     PENDENCIA FINANCEIRA NA REMATRICULA: O ALUNO QUE FICA NO ROL
      *     TEM CONTADAS AS MENSALIDADES EM ABERTO JA VENCIDAS (MENSAB,
      *     DIA 10 DA COMPETENCIA) E AS PARCELAS VENCIDAS DE PLANO DE
      *     PARCELAMENTO (PROGCOB57: REFERENCIA COM -P NO RECEBIV) DO
      *     SEU RESPONSAVEL FINANCEIRO (SEM RESPONSAVEL, O CPF DO
      *     PROPRIO ALUNO). ACIMA DO LIMITE WRK-PARM-MESES-BLOQ-MATR DO
      *     PARMSUITE O ALUNO NAO DISPUTA VAGA: VAI PARA A LISTA DO
      *     FINANCEIRO (PENDFIN, LAYOUT CPYPFIN) E PARA O ROLRPT. A
      *     LIBERACAO DO FINANCEIRO (LIBFIN: MATRICULA + TERMO NOVO) OU
      *     O PAGAMENTO COMPLETAM A MATRICULA NO PROXIMO RUN
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ALUNO TRANCADO (S) OU CANCELADO (C) NO ALUMST PELO
      *     TRANCAMENTO/CANCELAMENTO DE MATRICULA (PROGTRC) VALE COMO
      *     INATIVO, IGUAL AO I
      *    ALTERADO= 15/10/26 - KAROLINE
      *     APROVEITAMENTO DE ESTUDOS: O TERMO PRE-REQUISITO TAMBEM
      *     CONTA COMO APROVADO QUANDO TODAS AS SUAS DISCIPLINAS DA
      *     GRADE FORAM CREDITADAS AO ALUNO NO APROVEIT (PROGCOB85),
      *     COMO NA CHECAGEM DE DIPLOMA (PROGCOB24)
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS), LIDO NA
      *     SEQUENCIA DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT CATALOGO-IN ASSIGN TO CATCURSO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CATALOGO-STATUS.
               SELECT CREDITOS-IN ASSIGN TO APROVEIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APROVEIT-STATUS.
               SELECT PARAMETROS-IN ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MENSAB-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-RECEBIV-STATUS.
               SELECT LIBERACAO-IN ASSIGN TO LIBFIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LIBFIN-STATUS.
               SELECT PENDENCIA-OUT ASSIGN TO PENDFIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT VAGAS-IN ASSIGN TO VAGAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-VAGAS-STATUS.
               SELECT MATRICULAS-OUT ASSIGN TO MATRICUL
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LISTA-ESPERA-OUT ASSIGN TO ESPERA
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-ROL ASSIGN TO ROLRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
                   88 ALU-INATIVO   VALUE 'I' 'T' 'F' 'D' 'S' 'C'.
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  CATALOGO-IN.
           01  REG-CATALOGO-IN.
               02 REG-CAT-CURSO      PIC X(20).
               02 REG-CAT-CREDITOS   PIC 9(02).
               02 FILLER             PIC X(02).
               02 REG-CAT-PREREQ     PIC X(06).
           FD  CREDITOS-IN.
           01  LINHA-CREDITO-IN PIC X(133).
           FD  PARAMETROS-IN.
           01  REG-PARM-IN.
               02 REG-PARM-NOTA-APROVACAO   PIC 9(02).
               02 REG-PARM-NOTA-RECUP       PIC 9(02).
               02 REG-PARM-NIVEL-ADMIN      PIC 9(02).
               02 REG-PARM-NIVEL-SUPERVISOR PIC 9(02).
               02 REG-PARM-NIVEL-USUARIO    PIC 9(02).
               02 REG-PARM-NIVEL-CONVIDADO  PIC 9(02).
               02 REG-PARM-CSV-ATIVO        PIC X(01).
               02 REG-PARM-LIMITE-ALERTA    PIC S9(07)
                                             SIGN IS LEADING SEPARATE.
               02 REG-PARM-TOLERANCIA-CONC  PIC 9(03)V99.
               02 REG-PARM-FREQ-MINIMA      PIC 9(03).
               02 REG-PARM-QTD-BOLSAS       PIC 9(03).
               02 REG-PARM-RETENCAO-MESES   PIC 9(03).
               02 REG-PARM-DIAS-DORMENTE    PIC 9(03).
               02 REG-PARM-DIAS-CAMBIO     PIC 9(03).
               02 REG-PARM-CAMBIO-RIGIDO   PIC X(01).
               02 REG-PARM-PERC-PERDA      PIC 9(02).
               02 REG-PARM-RETENCAO-TRILHA PIC 9(03).
               02 REG-PARM-RC-PCT-REJ      PIC 9(03).
               02 REG-PARM-DIAS-PAGTO      PIC 9(03).
               02 REG-PARM-PERC-ORCAMENTO  PIC 9(03).
               02 REG-PARM-TOLER-PAGTO     PIC 9(03)V99.
               02 REG-PARM-DIAS-NEGATIV    PIC 9(03).
               02 REG-PARM-DIAS-PERDA      PIC 9(04).
               02 REG-PARM-MARGEM-FREQ     PIC 9(02).
               02 REG-PARM-PCT-SLA         PIC 9(03).
               02 REG-PARM-GERACOES-BKP    PIC 9(02).
               02 REG-PARM-DIAS-OBSOLETO   PIC 9(04).
               02 REG-PARM-DIAS-CONSUMO    PIC 9(03).
               02 REG-PARM-FATOR-SEGURANCA PIC 9(01)V99.
               02 REG-PARM-DIAS-COBERTURA  PIC 9(03).
               02 REG-PARM-LIMITE-APROV-PAG PIC 9(07)V99.
               02 REG-PARM-TAXA-CAIXA      PIC 9(02)V99.
               02 REG-PARM-LIMITE-LANC-MAN PIC 9(07).
               02 REG-PARM-TARIFA-CHQ-DEV  PIC 9(05)V99.
               02 REG-PARM-DIAS-BLOQ-CHQ   PIC 9(03).
               02 REG-PARM-DESC-ANUIDADE   PIC 9(02)V99.
               02 REG-PARM-MESES-BLOQ-MATR PIC 9(02).
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
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
           FD  LIBERACAO-IN.
           01  LINHA-LIBERACAO PIC X(36).
           FD  PENDENCIA-OUT.
           01  LINHA-PENDENCIA PIC X(103).
           FD  VAGAS-IN.
           01  LINHA-VAGA PIC X(33).
           FD  MATRICULAS-OUT.
           01  REG-MATRICULA-OUT.
               02 REG-MAT-MATRICULA PIC 9(06).
               02 REG-MAT-CURSO     PIC X(20).
               02 FILLER            PIC X(02).
               02 REG-MAT-TERMO     PIC X(06).
           FD  LISTA-ESPERA-OUT.
           01  LINHA-ESPERA PIC X(105).
           FD  RELATORIO-ROL.
           01  LINHA-ROL PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYLOCK.
           COPY CPYMATRI.
           COPY CPYCTRL.
           COPY CPYVAGA.
           COPY CPYPARM.
           COPY CPYPFIN.
           COPY CPYRECEB.
           COPY CPYAPRO.
      ******************************
      **** REGISTRO DA MENSALIDADE (MESMO LAYOUT DO PROGCOB23)
      ******************************
           01 WRK-MENSALIDADE.
               02 WRK-MEN-MATRICULA   PIC 9(06) VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-CURSO       PIC X(20) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-COMPETENCIA PIC X(06) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-VALOR       PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-ENCARGOS    PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
               88 FIM-HISTORICO VALUE 'S'.
           77 WRK-FIM-CATALOGO PIC X(01) VALUE 'N'.
               88 FIM-CATALOGO VALUE 'S'.
           77 WRK-VAGAS-STATUS PIC X(02) VALUE '00'.
               88 VAGAS-OK VALUE '00'.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-MENSAB-STATUS PIC X(02) VALUE '00'.
               88 MENSAB-OK VALUE '00'.
           77 WRK-RECEBIV-STATUS PIC X(02) VALUE '00'.
               88 RECEBIV-OK VALUE '00'.
           77 WRK-LIBFIN-STATUS PIC X(02) VALUE '00'.
               88 LIBFIN-OK VALUE '00'.
           77 WRK-FIM-AUXILIAR PIC X(01) VALUE 'N'.
               88 FIM-AUXILIAR VALUE 'S'.
           77 WRK-FIM-VAGAS PIC X(01) VALUE 'N'.
               88 FIM-VAGAS VALUE 'S'.
           77 WRK-TERMO-FECHADO PIC X(06) VALUE SPACES.
           77 WRK-TERMO-NOVO    PIC X(06) VALUE SPACES.
      ******************************
      **** GRADE CURRICULAR (MESMO CATALOGO DO PROGCOB24), PARA A
      **** VALIDACAO DE PRE-REQUISITO NA REMATRICULA E PARA AS
      **** DISCIPLINAS QUE O ALUNO OCUPA NO TERMO
      ******************************
           77 WRK-QTD-CAT PIC 9(03) VALUE ZEROS.
           01 TAB-CATALOGO.
                   03 TAB-CAT-CURSO  PIC X(20).
                   03 TAB-CAT-TERMO  PIC X(06).
                   03 TAB-CAT-PREREQ PIC X(06).
                   03 TAB-CAT-DISCIPLINA PIC X(20).
      ******************************
      **** DISCIPLINAS CREDITADAS POR APROVEITAMENTO DE ESTUDOS
      **** (MATRICULA + DISCIPLINA), DO APROVEIT
      ******************************
           77 WRK-APROVEIT-STATUS PIC X(02) VALUE '00'.
               88 APROVEIT-OK VALUE '00'.
           77 WRK-QTD-CRD PIC 9(04) VALUE ZEROS.
           01 TAB-CREDITOS.
               02 TAB-CRD OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-CRD
                  INDEXED BY TAB-CRD-IDX.
                   03 TAB-CRD-MATRICULA  PIC 9(06).
                   03 TAB-CRD-DISCIPLINA PIC X(20).
           77 WRK-TERMO-PREREQ PIC X(06) VALUE SPACES.
           77 WRK-PRQ-IDX PIC 9(03) VALUE ZEROS.
           77 WRK-PRQ-SITUACAO PIC X(01) VALUE 'N'.
               88 PREREQ-CREDITADO VALUE 'S'.
      ******************************
      **** VAGAS POR TERMO + DISCIPLINA: AS DO ARQUIVO VAGAS COM
      **** LIMITE, AS DEMAIS DISCIPLINAS DA GRADE ENTRAM SEM LIMITE
      **** SO PARA A CONTAGEM DO RELATORIO
      ******************************
           77 WRK-QTD-VAG PIC 9(03) VALUE ZEROS.
           01 TAB-VAGAS.
               02 TAB-VAG OCCURS 1 TO 800 TIMES
                  DEPENDING ON WRK-QTD-VAG
                  INDEXED BY TAB-VAG-IDX.
                   03 TAB-VAG-TERMO        PIC X(06).
                   03 TAB-VAG-DISCIPLINA   PIC X(20).
                   03 TAB-VAG-VAGAS        PIC 9(03).
                   03 TAB-VAG-LIMITE       PIC X(01).
                       88 VAG-COM-LIMITE   VALUE 'S'.
                   03 TAB-VAG-MATRICULADOS PIC 9(05).
                   03 TAB-VAG-ESPERA       PIC 9(05).
      ******************************
      **** CANDIDATOS AO ROL NA ORDEM DO HISTORICO (MATRICULA), E A
      **** ORDEM DE PRIORIDADE EM QUE AS VAGAS SAO PREENCHIDAS
      ******************************
           77 WRK-QTD-CND PIC 9(04) VALUE ZEROS.
           01 TAB-CANDIDATOS.
               02 TAB-CND OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-CND.
                   03 TAB-CND-MATRICULA  PIC 9(06).
                   03 TAB-CND-NOME       PIC X(30).
                   03 TAB-CND-CURSO      PIC X(20).
                   03 TAB-CND-TERMO      PIC X(06).
                   03 TAB-CND-PRIORIDADE PIC X(01).
                       88 CND-REPETENTE  VALUE 'R'.
                   03 TAB-CND-MEDIA      PIC 9(03)V9.
                   03 TAB-CND-SITUACAO   PIC X(01).
                       88 CND-MATRICULADO VALUE 'M'.
                       88 CND-ESPERA      VALUE 'E'.
                   03 TAB-CND-LOTADA     PIC X(20).
           01 TAB-ORDEM-CANDIDATOS.
               02 TAB-ORD OCCURS 3000 TIMES.
                   03 TAB-ORD-CND PIC 9(04).
           77 WRK-CND-IDX       PIC 9(04) VALUE ZEROS.
           77 WRK-ORD-IDX       PIC 9(04) VALUE ZEROS.
           77 WRK-BUSCA-IDX     PIC 9(04) VALUE ZEROS.
           77 WRK-DESLOCA-IDX   PIC 9(04) VALUE ZEROS.
           77 WRK-POS-INSERCAO  PIC 9(04) VALUE ZEROS.
           77 WRK-VAG-IDX       PIC 9(03) VALUE ZEROS.
           77 WRK-ACHOU-POS PIC X(01) VALUE 'N'.
               88 POSICAO-ACHADA VALUE 'S'.
           77 WRK-CABE PIC X(01) VALUE 'S'.
               88 CABE-NA-TURMA VALUE 'S'.
           77 WRK-PRIORIDADE-ATUAL PIC X(01) VALUE SPACES.
           77 WRK-TERMO-ROL     PIC X(06) VALUE SPACES.
           77 WRK-MEDIA-FECHADO PIC 9(03)V9 VALUE ZEROS.
           77 WRK-POSICAO-ESP   PIC 9(04) VALUE ZEROS.
           77 WRK-MEDIA-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-QTD-ED        PIC ZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED2       PIC ZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED3       PIC ZZZZ9 VALUE ZEROS.
      ******************************
      **** TERMOS CURSADOS DO ALUNO ATUAL (HISTORICO CLASSIFICADO)
      ******************************
           77 WRK-TOTAL-REPETENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DESLIGADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-PREREQ PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ESPERA     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PENDENTES  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-LIBERADOS  PIC 9(06) VALUE ZEROS.
      ******************************
      **** ATRASO FINANCEIRO: MENSALIDADES VENCIDAS POR MATRICULA E
      **** PARCELAS VENCIDAS DE PLANO (PROGCOB57) POR DOCUMENTO DO
      **** RESPONSAVEL; LIBERACOES DO FINANCEIRO PARA O TERMO NOVO
      ******************************
           77 WRK-QTD-MAT PIC 9(04) VALUE ZEROS.
           01 TAB-ATRASO-MENS.
               02 TAB-MAT OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-MAT
                  INDEXED BY TAB-MAT-IDX.
                   03 TAB-MAT-MATRICULA PIC 9(06).
                   03 TAB-MAT-QTD       PIC 9(02).
                   03 TAB-MAT-VALOR     PIC 9(07)V99.
           77 WRK-QTD-DOC PIC 9(04) VALUE ZEROS.
           01 TAB-ATRASO-PARC.
               02 TAB-DOC OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-DOC
                  INDEXED BY TAB-DOC-IDX.
                   03 TAB-DOC-CPF   PIC X(14).
                   03 TAB-DOC-QTD   PIC 9(02).
                   03 TAB-DOC-VALOR PIC 9(07)V99.
           77 WRK-QTD-LIB PIC 9(03) VALUE ZEROS.
           01 TAB-LIBERACOES.
               02 TAB-LIB OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-LIB
                  INDEXED BY TAB-LIB-IDX.
                   03 TAB-LIB-MATRICULA PIC 9(06).
           77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.
           77 WRK-DATA-VENC   PIC X(08) VALUE SPACES.
           77 WRK-DOC-RESP    PIC X(14) VALUE SPACES.
           77 WRK-QTD-PLANO   PIC 9(02) VALUE ZEROS.
           77 WRK-ATR-MENS    PIC 9(02) VALUE ZEROS.
           77 WRK-ATR-PARC    PIC 9(02) VALUE ZEROS.
           77 WRK-ATR-VALOR   PIC 9(07)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-FINANCEIRO PIC X(01) VALUE 'N'.
               88 PENDENTE-FINANCEIRO VALUE 'S'.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0110-CARREGAR-CATALOGO.
               OPEN INPUT NOTAHIST-IN
                    INPUT ALUNO-MASTER
                    OUTPUT MATRICULAS-OUT
                    OUTPUT LISTA-ESPERA-OUT
                    OUTPUT PENDENCIA-OUT
                    OUTPUT RELATORIO-ROL.
               MOVE SPACES TO WRK-LINHA-ROL.
               STRING 'ROL DE REMATRICULA  TERMO FECHADO '
                      WRK-TERMO-NOVO DELIMITED BY SIZE
                      INTO WRK-LINHA-ROL.
               WRITE LINHA-ROL FROM WRK-LINHA-ROL.
               PERFORM 0140-CARREGAR-VAGAS.
               PERFORM 0160-CARREGAR-MENSALIDADES.
               PERFORM 0170-CARREGAR-PARCELAS.
               PERFORM 0180-CARREGAR-LIBERACOES.
               PERFORM 0190-CARREGAR-CREDITOS.
               READ NOTAHIST-IN INTO WRK-MATRICULA-HIST
                   AT END SET FIM-HISTORICO TO TRUE
               END-READ.
               IF NOT FIM-HISTORICO
                   PERFORM 0130-INICIAR-ALUNO
               END-IF.
      ******************************
      **** LIMITE DE MESES EM ATRASO DO ARQUIVO DE PARAMETROS, SE
      **** EXISTIR; DO CONTRARIO VALE O DEFAULT DO CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           IF REG-PARM-MESES-BLOQ-MATR IS NUMERIC
                               MOVE REG-PARM-MESES-BLOQ-MATR
                                   TO WRK-PARM-MESES-BLOQ-MATR
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
           0110-CARREGAR-CATALOGO.
               OPEN INPUT CATALOGO-IN.
               IF CATALOGO-OK
               MOVE REG-CAT-CURSO  TO TAB-CAT-CURSO  (WRK-QTD-CAT).
               MOVE REG-CAT-TERMO  TO TAB-CAT-TERMO  (WRK-QTD-CAT).
               MOVE REG-CAT-PREREQ TO TAB-CAT-PREREQ (WRK-QTD-CAT).
               MOVE REG-CAT-DISCIPLINA
                   TO TAB-CAT-DISCIPLINA (WRK-QTD-CAT).
               READ CATALOGO-IN
                   AT END SET FIM-CATALOGO TO TRUE
               END-READ.
               MOVE ZEROS TO WRK-QTD-TAL.
               MOVE SPACES TO WRK-SIT-FECHADO.
               MOVE 'N' TO WRK-TEVE-TERMO.
               MOVE ZEROS TO WRK-MEDIA-FECHADO.
      ******************************
      **** VAGAS DO ARQUIVO DA COORDENACAO; SEM O ARQUIVO O ROL SAI
      **** SEM LIMITE
      ******************************
           0140-CARREGAR-VAGAS.
               OPEN INPUT VAGAS-IN.
               IF VAGAS-OK
                   PERFORM 0150-LER-VAGA UNTIL FIM-VAGAS
                   CLOSE VAGAS-IN
               ELSE
                   MOVE 'SEM ARQUIVO DE VAGAS - ROL SEM LIMITE'
                       TO LINHA-ROL
                   WRITE LINHA-ROL
               END-IF.
           0150-LER-VAGA.
               READ VAGAS-IN INTO WRK-VAGA
                   AT END SET FIM-VAGAS TO TRUE
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
                           MOVE 'S' TO TAB-VAG-LIMITE (WRK-QTD-VAG)
                           MOVE ZEROS
                               TO TAB-VAG-MATRICULADOS (WRK-QTD-VAG)
                                  TAB-VAG-ESPERA (WRK-QTD-VAG)
                       ELSE
                           MOVE SPACES TO WRK-LINHA-ROL
                           STRING 'VAGA IGNORADA  ' DELIMITED BY SIZE
                                  LINHA-VAGA DELIMITED BY SIZE
                                  INTO WRK-LINHA-ROL
                           WRITE LINHA-ROL FROM WRK-LINHA-ROL
                       END-IF
               END-READ.
      ******************************
      **** MENSALIDADE EM ABERTO JA VENCIDA (DIA 10 DA COMPETENCIA,
      **** COMO NA COBRANCA DO PROGCOB33), SOMADA POR MATRICULA
      ******************************
           0160-CARREGAR-MENSALIDADES.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT MENSALIDADES-IN.
               IF MENSAB-OK
                   PERFORM 0161-LER-MENSALIDADE UNTIL FIM-AUXILIAR
                   CLOSE MENSALIDADES-IN
               ELSE
                   MOVE 'SEM MENSAB - MENSALIDADE NAO CONFERIDA'
                       TO LINHA-ROL
                   WRITE LINHA-ROL
               END-IF.
           0161-LER-MENSALIDADE.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF MEN-ABERTA AND WRK-MEN-COMPETENCIA IS NUMERIC
                           MOVE WRK-MEN-COMPETENCIA
                               TO WRK-DATA-VENC (1:6)
                           MOVE '10' TO WRK-DATA-VENC (7:2)
                           IF WRK-DATA-VENC < WRK-DATA-HOJE
                               PERFORM 0162-SOMAR-MENSALIDADE
                           END-IF
                       END-IF
               END-READ.
           0162-SOMAR-MENSALIDADE.
               SET TAB-MAT-IDX TO 1.
               IF WRK-QTD-MAT > 0
                   SEARCH TAB-MAT
                       AT END PERFORM 0163-INCLUIR-MATRICULA
                       WHEN TAB-MAT-MATRICULA (TAB-MAT-IDX)
                           = WRK-MEN-MATRICULA
                           ADD 1 TO TAB-MAT-QTD (TAB-MAT-IDX)
                           ADD WRK-MEN-VALOR WRK-MEN-ENCARGOS
                               TO TAB-MAT-VALOR (TAB-MAT-IDX)
                   END-SEARCH
               ELSE
                   PERFORM 0163-INCLUIR-MATRICULA
               END-IF.
           0163-INCLUIR-MATRICULA.
               IF WRK-QTD-MAT < 3000
                   ADD 1 TO WRK-QTD-MAT
                   MOVE WRK-MEN-MATRICULA
                       TO TAB-MAT-MATRICULA (WRK-QTD-MAT)
                   MOVE 1 TO TAB-MAT-QTD (WRK-QTD-MAT)
                   ADD WRK-MEN-VALOR WRK-MEN-ENCARGOS
                       GIVING TAB-MAT-VALOR (WRK-QTD-MAT)
               ELSE
                   DISPLAY 'PROGCOB82: TABELA DE ATRASO DE MENSALIDADE '
                       'CHEIA'
                   MOVE 8 TO RETURN-CODE
                   SET FIM-AUXILIAR TO TRUE
               END-IF.
      ******************************
      **** PARCELA DE PLANO DE PARCELAMENTO (PROGCOB57 GRAVA A
      **** REFERENCIA ORIGINAL + -PNN) AINDA EM ABERTO OU NO BANCO E
      **** JA VENCIDA, SOMADA POR DOCUMENTO DO CLIENTE
      ******************************
           0170-CARREGAR-PARCELAS.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT CONTAS-RECEBER.
               IF RECEBIV-OK
                   PERFORM 0171-LER-RECEBIVEL UNTIL FIM-AUXILIAR
                   CLOSE CONTAS-RECEBER
               ELSE
                   MOVE 'SEM RECEBIV - PARCELAMENTO NAO CONFERIDO'
                       TO LINHA-ROL
                   WRITE LINHA-ROL
               END-IF.
           0171-LER-RECEBIVEL.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       MOVE ZEROS TO WRK-QTD-PLANO
                       INSPECT WRK-RCB-REFERENCIA
                           TALLYING WRK-QTD-PLANO FOR ALL '-P'
                       IF WRK-QTD-PLANO > 0
                           AND (RCB-ABERTO OR RCB-ENVIADO-BANCO)
                           AND WRK-RCB-VENCIMENTO < WRK-DATA-HOJE
                           PERFORM 0172-SOMAR-PARCELA
                       END-IF
               END-READ.
           0172-SOMAR-PARCELA.
               SET TAB-DOC-IDX TO 1.
               IF WRK-QTD-DOC > 0
                   SEARCH TAB-DOC
                       AT END PERFORM 0173-INCLUIR-DOCUMENTO
                       WHEN TAB-DOC-CPF (TAB-DOC-IDX) = WRK-RCB-CPF
                           ADD 1 TO TAB-DOC-QTD (TAB-DOC-IDX)
                           ADD WRK-RCB-VALOR WRK-RCB-ENCARGOS
                               TO TAB-DOC-VALOR (TAB-DOC-IDX)
                   END-SEARCH
               ELSE
                   PERFORM 0173-INCLUIR-DOCUMENTO
               END-IF.
           0173-INCLUIR-DOCUMENTO.
               IF WRK-QTD-DOC < 2000
                   ADD 1 TO WRK-QTD-DOC
                   MOVE WRK-RCB-CPF TO TAB-DOC-CPF (WRK-QTD-DOC)
                   MOVE 1 TO TAB-DOC-QTD (WRK-QTD-DOC)
                   ADD WRK-RCB-VALOR WRK-RCB-ENCARGOS
                       GIVING TAB-DOC-VALOR (WRK-QTD-DOC)
               ELSE
                   DISPLAY 'PROGCOB82: TABELA DE PARCELAS CHEIA'
                   MOVE 8 TO RETURN-CODE
                   SET FIM-AUXILIAR TO TRUE
               END-IF.
      ******************************
      **** LIBERACOES DO FINANCEIRO: SO VALEM AS DO TERMO NOVO DESTE
      **** RUN, PARA A LIBERACAO ANTIGA NAO SEGUIR VALENDO SEMPRE
      ******************************
           0180-CARREGAR-LIBERACOES.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT LIBERACAO-IN.
               IF LIBFIN-OK
                   PERFORM 0181-LER-LIBERACAO UNTIL FIM-AUXILIAR
                   CLOSE LIBERACAO-IN
               END-IF.
           0181-LER-LIBERACAO.
               READ LIBERACAO-IN INTO WRK-LIBERACAO-FIN
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-LFN-TERMO = WRK-TERMO-NOVO
                           AND WRK-QTD-LIB < 500
                           ADD 1 TO WRK-QTD-LIB
                           MOVE WRK-LFN-MATRICULA
                               TO TAB-LIB-MATRICULA (WRK-QTD-LIB)
                       END-IF
               END-READ.
      ******************************
      **** CREDITOS DE APROVEITAMENTO DE ESTUDOS: ARQUIVO OPCIONAL
      ******************************
           0190-CARREGAR-CREDITOS.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT CREDITOS-IN.
               IF APROVEIT-OK
                   PERFORM 0191-LER-CREDITO
                       UNTIL FIM-AUXILIAR OR WRK-QTD-CRD >= 5000
                   CLOSE CREDITOS-IN
               END-IF.
           0191-LER-CREDITO.
               READ CREDITOS-IN INTO WRK-APROVEITAMENTO
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QTD-CRD
                       MOVE WRK-APV-MATRICULA
                           TO TAB-CRD-MATRICULA (WRK-QTD-CRD)
                       MOVE WRK-APV-DISCIPLINA
                           TO TAB-CRD-DISCIPLINA (WRK-QTD-CRD)
               END-READ.
           0200-PROCESSAR.
               IF WRK-MTH-MATRICULA NOT = WRK-MATRICULA-ATUAL
                   PERFORM 0250-DECIDIR-ALUNO
               IF WRK-MTH-TERMO = WRK-TERMO-FECHADO
                   SET CURSOU-TERMO-FECHADO TO TRUE
                   MOVE WRK-MTH-SITUACAO TO WRK-SIT-FECHADO
                   MOVE WRK-MTH-MEDIA TO WRK-MEDIA-FECHADO
               END-IF.
               READ NOTAHIST-IN INTO WRK-MATRICULA-HIST
                   AT END
                           PERFORM 0280-AVANCAR-ALUNO
                       WHEN OTHER
                           ADD 1 TO WRK-TOTAL-REPETENTES
                           MOVE 'R' TO WRK-PRIORIDADE-ATUAL
                           MOVE WRK-TERMO-FECHADO TO WRK-TERMO-ROL
                           PERFORM 0290-INCLUIR-CANDIDATO
                   END-EVALUATE
               END-IF.
           0260-CONSULTAR-ALUNO.
               MOVE WRK-MATRICULA-ATUAL TO REG-ALU-MATRICULA.
               MOVE SPACE TO REG-ALU-STATUS.
               MOVE SPACES TO REG-ALU-CPF REG-ALU-RESPONSAVEL.
               READ ALUNO-MASTER
                   INVALID KEY CONTINUE
               END-READ.
                   UNTIL WRK-CAT-IDX > WRK-QTD-CAT.
               IF PREREQ-OK
                   ADD 1 TO WRK-TOTAL-AVANCADOS
                   MOVE 'A' TO WRK-PRIORIDADE-ATUAL
                   MOVE WRK-TERMO-NOVO TO WRK-TERMO-ROL
                   PERFORM 0290-INCLUIR-CANDIDATO
               ELSE
                   ADD 1 TO WRK-TOTAL-SEM-PREREQ
                   MOVE WRK-MATRICULA-ATUAL TO WRK-MATRICULA-ED
                           END-IF
                   END-SEARCH
               END-IF.
               IF NOT PREREQ-OK AND WRK-QTD-CRD > 0
                   PERFORM 0286-CONFERIR-PREREQ-CREDITADO
                   IF PREREQ-CREDITADO
                       MOVE 'S' TO WRK-PREREQ-SITUACAO
                   END-IF
               END-IF.
      ******************************
      **** TERMO PRE-REQUISITO COM TODAS AS DISCIPLINAS DA GRADE
      **** CREDITADAS POR APROVEITAMENTO DE ESTUDOS
      ******************************
           0286-CONFERIR-PREREQ-CREDITADO.
               MOVE TAB-CAT-PREREQ (WRK-CAT-IDX) TO WRK-TERMO-PREREQ.
               SET PREREQ-CREDITADO TO TRUE.
               PERFORM 0288-TESTAR-DISCIPLINA-PREREQ
                   VARYING WRK-PRQ-IDX FROM 1 BY 1
                   UNTIL WRK-PRQ-IDX > WRK-QTD-CAT
                      OR NOT PREREQ-CREDITADO.
           0288-TESTAR-DISCIPLINA-PREREQ.
               IF TAB-CAT-CURSO (WRK-PRQ-IDX) = WRK-CURSO-ATUAL
                   AND TAB-CAT-TERMO (WRK-PRQ-IDX) = WRK-TERMO-PREREQ
                   MOVE 'N' TO WRK-PRQ-SITUACAO
                   SET TAB-CRD-IDX TO 1
                   SEARCH TAB-CRD
                       AT END CONTINUE
                       WHEN TAB-CRD-MATRICULA (TAB-CRD-IDX)
                           = WRK-MATRICULA-ATUAL
                           AND TAB-CRD-DISCIPLINA (TAB-CRD-IDX)
                               = TAB-CAT-DISCIPLINA (WRK-PRQ-IDX)
                           SET PREREQ-CREDITADO TO TRUE
                   END-SEARCH
               END-IF.
           0270-LISTAR-DESLIGADO.
               MOVE WRK-MATRICULA-ATUAL TO WRK-MATRICULA-ED.
               MOVE SPACES TO WRK-LINHA-ROL.
                      WRK-NOME-ATUAL DELIMITED BY SIZE
                      INTO WRK-LINHA-ROL.
               WRITE LINHA-ROL FROM WRK-LINHA-ROL.
      ******************************
      **** O ALUNO QUE FICA NO ROL ENTRA COMO CANDIDATO A VAGA, NA
      **** POSICAO DA SUA PRIORIDADE: QUEM REFAZ O TERMO ANTES DE
      **** QUEM AVANCA, E DENTRO DO GRUPO A MAIOR MEDIA DO TERMO
      **** FECHADO; EMPATE FICA NA ORDEM DE MATRICULA
      ******************************
           0290-INCLUIR-CANDIDATO.
               PERFORM 0297-CONFERIR-FINANCEIRO.
               IF PENDENTE-FINANCEIRO
                   PERFORM 0298-LISTAR-PENDENTE
               ELSE
                   PERFORM 0291-GUARDAR-CANDIDATO
               END-IF.
           0291-GUARDAR-CANDIDATO.
               IF WRK-QTD-CND < 3000
                   ADD 1 TO WRK-QTD-CND
                   MOVE WRK-MATRICULA-ATUAL
                       TO TAB-CND-MATRICULA (WRK-QTD-CND)
                   MOVE WRK-NOME-ATUAL  TO TAB-CND-NOME (WRK-QTD-CND)
                   MOVE WRK-CURSO-ATUAL TO TAB-CND-CURSO (WRK-QTD-CND)
                   MOVE WRK-TERMO-ROL   TO TAB-CND-TERMO (WRK-QTD-CND)
                   MOVE WRK-PRIORIDADE-ATUAL
                       TO TAB-CND-PRIORIDADE (WRK-QTD-CND)
                   MOVE WRK-MEDIA-FECHADO
                       TO TAB-CND-MEDIA (WRK-QTD-CND)
                   MOVE SPACE  TO TAB-CND-SITUACAO (WRK-QTD-CND)
                   MOVE SPACES TO TAB-CND-LOTADA (WRK-QTD-CND)
                   PERFORM 0292-ORDENAR-CANDIDATO
               ELSE
                   MOVE WRK-MATRICULA-ATUAL TO WRK-MATRICULA-ED
                   MOVE SPACES TO WRK-LINHA-ROL
                   STRING 'FORA DO ROL - TABELA DE CANDIDATOS CHEIA  '
                              DELIMITED BY SIZE
                          WRK-MATRICULA-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-ROL
                   WRITE LINHA-ROL FROM WRK-LINHA-ROL
                   DISPLAY 'PROGCOB82: TABELA DE CANDIDATOS CHEIA'
                   MOVE 8 TO RETURN-CODE
               END-IF.
           0292-ORDENAR-CANDIDATO.
               MOVE 'N' TO WRK-ACHOU-POS.
               MOVE 1 TO WRK-BUSCA-IDX.
               PERFORM 0294-PROCURAR-POSICAO
                   UNTIL POSICAO-ACHADA
                      OR WRK-BUSCA-IDX NOT < WRK-QTD-CND.
               IF POSICAO-ACHADA
                   MOVE WRK-BUSCA-IDX TO WRK-POS-INSERCAO
               ELSE
                   MOVE WRK-QTD-CND TO WRK-POS-INSERCAO
               END-IF.
               MOVE WRK-QTD-CND TO WRK-DESLOCA-IDX.
               PERFORM 0296-DESLOCAR-PARA-BAIXO
                   UNTIL WRK-DESLOCA-IDX NOT > WRK-POS-INSERCAO.
               MOVE WRK-QTD-CND TO TAB-ORD-CND (WRK-POS-INSERCAO).
           0294-PROCURAR-POSICAO.
               MOVE TAB-ORD-CND (WRK-BUSCA-IDX) TO WRK-CND-IDX.
               IF (CND-REPETENTE (WRK-QTD-CND)
                   AND NOT CND-REPETENTE (WRK-CND-IDX))
                  OR (TAB-CND-PRIORIDADE (WRK-QTD-CND)
                       = TAB-CND-PRIORIDADE (WRK-CND-IDX)
                   AND TAB-CND-MEDIA (WRK-QTD-CND)
                       > TAB-CND-MEDIA (WRK-CND-IDX))
                   SET POSICAO-ACHADA TO TRUE
               ELSE
                   ADD 1 TO WRK-BUSCA-IDX
               END-IF.
           0296-DESLOCAR-PARA-BAIXO.
               MOVE TAB-ORD (WRK-DESLOCA-IDX - 1)
                   TO TAB-ORD (WRK-DESLOCA-IDX).
               SUBTRACT 1 FROM WRK-DESLOCA-IDX.
      ******************************
      **** ATRASO DO ALUNO = MENSALIDADES VENCIDAS DELE + PARCELAS
      **** VENCIDAS DE PLANO DO RESPONSAVEL (SEM RESPONSAVEL, DO
      **** PROPRIO ALUNO); ACIMA DO LIMITE DO PARMSUITE FICA PENDENTE,
      **** SALVO LIBERACAO DO FINANCEIRO PARA O TERMO NOVO
      ******************************
           0297-CONFERIR-FINANCEIRO.
               MOVE 'N' TO WRK-FINANCEIRO.
               MOVE ZEROS TO WRK-ATR-MENS WRK-ATR-PARC WRK-ATR-VALOR.
               IF WRK-QTD-MAT > 0
                   SET TAB-MAT-IDX TO 1
                   SEARCH TAB-MAT
                       AT END CONTINUE
                       WHEN TAB-MAT-MATRICULA (TAB-MAT-IDX)
                           = WRK-MATRICULA-ATUAL
                           MOVE TAB-MAT-QTD (TAB-MAT-IDX)
                               TO WRK-ATR-MENS
                           ADD TAB-MAT-VALOR (TAB-MAT-IDX)
                               TO WRK-ATR-VALOR
                   END-SEARCH
               END-IF.
               IF REG-ALU-RESPONSAVEL NOT = SPACES
                   MOVE REG-ALU-RESPONSAVEL TO WRK-DOC-RESP
               ELSE
                   MOVE REG-ALU-CPF TO WRK-DOC-RESP
               END-IF.
               IF WRK-QTD-DOC > 0 AND WRK-DOC-RESP NOT = SPACES
                   SET TAB-DOC-IDX TO 1
                   SEARCH TAB-DOC
                       AT END CONTINUE
                       WHEN TAB-DOC-CPF (TAB-DOC-IDX) = WRK-DOC-RESP
                           MOVE TAB-DOC-QTD (TAB-DOC-IDX)
                               TO WRK-ATR-PARC
                           ADD TAB-DOC-VALOR (TAB-DOC-IDX)
                               TO WRK-ATR-VALOR
                   END-SEARCH
               END-IF.
               IF WRK-ATR-MENS + WRK-ATR-PARC > WRK-PARM-MESES-BLOQ-MATR
                   SET PENDENTE-FINANCEIRO TO TRUE
                   IF WRK-QTD-LIB > 0
                       SET TAB-LIB-IDX TO 1
                       SEARCH TAB-LIB
                           AT END CONTINUE
                           WHEN TAB-LIB-MATRICULA (TAB-LIB-IDX)
                               = WRK-MATRICULA-ATUAL
                               MOVE 'N' TO WRK-FINANCEIRO
                               ADD 1 TO WRK-TOTAL-LIBERADOS
                       END-SEARCH
                   END-IF
               END-IF.
           0298-LISTAR-PENDENTE.
               ADD 1 TO WRK-TOTAL-PENDENTES.
               MOVE WRK-MATRICULA-ATUAL TO WRK-PFN-MATRICULA.
               MOVE WRK-NOME-ATUAL      TO WRK-PFN-NOME.
               MOVE WRK-CURSO-ATUAL     TO WRK-PFN-CURSO.
               MOVE WRK-TERMO-ROL       TO WRK-PFN-TERMO.
               MOVE WRK-DOC-RESP        TO WRK-PFN-RESPONSAVEL.
               MOVE WRK-ATR-MENS        TO WRK-PFN-QTD-MENS.
               MOVE WRK-ATR-PARC        TO WRK-PFN-QTD-PARC.
               MOVE WRK-ATR-VALOR       TO WRK-PFN-VALOR.
               WRITE LINHA-PENDENCIA FROM WRK-PENDENCIA-FIN.
               MOVE WRK-MATRICULA-ATUAL TO WRK-MATRICULA-ED.
               MOVE WRK-ATR-VALOR TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-ROL.
               STRING 'PENDENTE FINANCEIRO ' DELIMITED BY SIZE
                      WRK-MATRICULA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-NOME-ATUAL DELIMITED BY SIZE
                      ' MENS ' DELIMITED BY SIZE
                      WRK-ATR-MENS DELIMITED BY SIZE
                      ' PARC ' DELIMITED BY SIZE
                      WRK-ATR-PARC DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ROL.
               WRITE LINHA-ROL FROM WRK-LINHA-ROL.
           0300-FINALIZAR.
               PERFORM 0400-ALOCAR-VAGAS
                   VARYING WRK-ORD-IDX FROM 1 BY 1
                   UNTIL WRK-ORD-IDX > WRK-QTD-CND.
               PERFORM 0450-GRAVAR-MATRICULA
                   VARYING WRK-CND-IDX FROM 1 BY 1
                   UNTIL WRK-CND-IDX > WRK-QTD-CND.
               PERFORM 0460-GRAVAR-ESPERA
                   VARYING WRK-ORD-IDX FROM 1 BY 1
                   UNTIL WRK-ORD-IDX > WRK-QTD-CND.
               PERFORM 0470-RESUMO-VAGAS.
               DISPLAY '********************'.
               DISPLAY 'ALUNOS DO TERMO     : ' WRK-TOTAL-ALUNOS.
               DISPLAY 'AVANCADOS           : ' WRK-TOTAL-AVANCADOS.
               DISPLAY 'REPETENTES          : ' WRK-TOTAL-REPETENTES.
               DISPLAY 'LISTA DE ESPERA     : ' WRK-TOTAL-ESPERA.
               DISPLAY 'PENDENTE FINANCEIRO : ' WRK-TOTAL-PENDENTES.
               DISPLAY 'LIBERADOS FINANCEIRO: ' WRK-TOTAL-LIBERADOS.
               DISPLAY 'DESLIGADOS          : ' WRK-TOTAL-DESLIGADOS.
               DISPLAY 'SEM PRE-REQUISITO   : ' WRK-TOTAL-SEM-PREREQ.
               CLOSE NOTAHIST-IN ALUNO-MASTER MATRICULAS-OUT
                     LISTA-ESPERA-OUT PENDENCIA-OUT RELATORIO-ROL.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** PREENCHE AS VAGAS NA ORDEM DE PRIORIDADE: O CANDIDATO SO
      **** ENTRA SE HA VAGA EM TODAS AS DISCIPLINAS DA GRADE DO SEU
      **** CURSO NO TERMO; SENAO VAI PARA A LISTA DE ESPERA, CONTADO
      **** NA ESPERA DE CADA DISCIPLINA LOTADA
      ******************************
           0400-ALOCAR-VAGAS.
               MOVE TAB-ORD-CND (WRK-ORD-IDX) TO WRK-CND-IDX.
               MOVE 'S' TO WRK-CABE.
               PERFORM 0410-CONFERIR-VAGA
                   VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-QTD-CAT.
               IF CABE-NA-TURMA
                   MOVE 'M' TO TAB-CND-SITUACAO (WRK-CND-IDX)
                   PERFORM 0420-OCUPAR-VAGA
                       VARYING WRK-CAT-IDX FROM 1 BY 1
                       UNTIL WRK-CAT-IDX > WRK-QTD-CAT
               ELSE
                   MOVE 'E' TO TAB-CND-SITUACAO (WRK-CND-IDX)
                   ADD 1 TO WRK-TOTAL-ESPERA
               END-IF.
           0410-CONFERIR-VAGA.
               IF TAB-CAT-CURSO (WRK-CAT-IDX)
                       = TAB-CND-CURSO (WRK-CND-IDX)
                   AND TAB-CAT-TERMO (WRK-CAT-IDX)
                       = TAB-CND-TERMO (WRK-CND-IDX)
                   PERFORM 0430-LOCALIZAR-VAGA
                   IF WRK-VAG-IDX > 0
                       IF VAG-COM-LIMITE (WRK-VAG-IDX)
                           AND TAB-VAG-MATRICULADOS (WRK-VAG-IDX)
                               NOT < TAB-VAG-VAGAS (WRK-VAG-IDX)
                           MOVE 'N' TO WRK-CABE
                           ADD 1 TO TAB-VAG-ESPERA (WRK-VAG-IDX)
                           IF TAB-CND-LOTADA (WRK-CND-IDX) = SPACES
                               MOVE TAB-CAT-DISCIPLINA (WRK-CAT-IDX)
                                   TO TAB-CND-LOTADA (WRK-CND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF.
           0420-OCUPAR-VAGA.
               IF TAB-CAT-CURSO (WRK-CAT-IDX)
                       = TAB-CND-CURSO (WRK-CND-IDX)
                   AND TAB-CAT-TERMO (WRK-CAT-IDX)
                       = TAB-CND-TERMO (WRK-CND-IDX)
                   PERFORM 0430-LOCALIZAR-VAGA
                   IF WRK-VAG-IDX > 0
                       ADD 1 TO TAB-VAG-MATRICULADOS (WRK-VAG-IDX)
                   END-IF
               END-IF.
      ******************************
      **** LOCALIZA O TERMO + DISCIPLINA DA GRADE NA TABELA DE VAGAS;
      **** DISCIPLINA SEM REGISTRO ENTRA SEM LIMITE
      ******************************
           0430-LOCALIZAR-VAGA.
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
               IF WRK-VAG-IDX = 0 AND WRK-QTD-VAG < 800
                   ADD 1 TO WRK-QTD-VAG
                   MOVE TAB-CAT-TERMO (WRK-CAT-IDX)
                       TO TAB-VAG-TERMO (WRK-QTD-VAG)
                   MOVE TAB-CAT-DISCIPLINA (WRK-CAT-IDX)
                       TO TAB-VAG-DISCIPLINA (WRK-QTD-VAG)
                   MOVE ZEROS TO TAB-VAG-VAGAS (WRK-QTD-VAG)
                                 TAB-VAG-MATRICULADOS (WRK-QTD-VAG)
                                 TAB-VAG-ESPERA (WRK-QTD-VAG)
                   MOVE 'N' TO TAB-VAG-LIMITE (WRK-QTD-VAG)
                   MOVE WRK-QTD-VAG TO WRK-VAG-IDX
               END-IF.
      ******************************
      **** O ROL (MATRICUL) SAI NA ORDEM DE MATRICULA, SO COM QUEM
      **** GANHOU A VAGA
      ******************************
           0450-GRAVAR-MATRICULA.
               IF CND-MATRICULADO (WRK-CND-IDX)
                   MOVE SPACES TO REG-MATRICULA-OUT
                   MOVE TAB-CND-MATRICULA (WRK-CND-IDX)
                       TO REG-MAT-MATRICULA
                   MOVE TAB-CND-NOME (WRK-CND-IDX)  TO REG-MAT-NOME
                   MOVE TAB-CND-CURSO (WRK-CND-IDX) TO REG-MAT-CURSO
                   MOVE TAB-CND-TERMO (WRK-CND-IDX) TO REG-MAT-TERMO
                   WRITE REG-MATRICULA-OUT
               END-IF.
      ******************************
      **** A LISTA DE ESPERA SAI NA ORDEM DE PRIORIDADE, NUMERADA
      ******************************
           0460-GRAVAR-ESPERA.
               MOVE TAB-ORD-CND (WRK-ORD-IDX) TO WRK-CND-IDX.
               IF CND-ESPERA (WRK-CND-IDX)
                   ADD 1 TO WRK-POSICAO-ESP
                   MOVE WRK-POSICAO-ESP TO WRK-ESP-POSICAO
                   MOVE TAB-CND-MATRICULA (WRK-CND-IDX)
                       TO WRK-ESP-MATRICULA
                   MOVE TAB-CND-NOME (WRK-CND-IDX)  TO WRK-ESP-NOME
                   MOVE TAB-CND-CURSO (WRK-CND-IDX) TO WRK-ESP-CURSO
                   MOVE TAB-CND-TERMO (WRK-CND-IDX) TO WRK-ESP-TERMO
                   MOVE TAB-CND-PRIORIDADE (WRK-CND-IDX)
                       TO WRK-ESP-PRIORIDADE
                   MOVE TAB-CND-MEDIA (WRK-CND-IDX) TO WRK-ESP-MEDIA
                   MOVE TAB-CND-LOTADA (WRK-CND-IDX)
                       TO WRK-ESP-DISCIPLINA
                   WRITE LINHA-ESPERA FROM WRK-ESPERA
                   MOVE WRK-POSICAO-ESP TO WRK-QTD-ED
                   MOVE TAB-CND-MATRICULA (WRK-CND-IDX)
                       TO WRK-MATRICULA-ED
                   MOVE SPACES TO WRK-LINHA-ROL
                   STRING 'LISTA DE ESPERA ' DELIMITED BY SIZE
                          WRK-QTD-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-MATRICULA-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAB-CND-NOME (WRK-CND-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAB-CND-TERMO (WRK-CND-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAB-CND-LOTADA (WRK-CND-IDX)
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-ROL
                   WRITE LINHA-ROL FROM WRK-LINHA-ROL
               END-IF.
      ******************************
      **** RESUMO POR TURMA (TERMO + DISCIPLINA): VAGAS (LIVRE =
      **** SEM LIMITE), MATRICULADOS E EM ESPERA
      ******************************
           0470-RESUMO-VAGAS.
               MOVE SPACES TO LINHA-ROL.
               WRITE LINHA-ROL.
               MOVE 'VAGAS POR TURMA' TO LINHA-ROL.
               WRITE LINHA-ROL.
               MOVE SPACES TO LINHA-ROL.
               MOVE 'TERMO'      TO LINHA-ROL (1:5).
               MOVE 'DISCIPLINA' TO LINHA-ROL (9:10).
               MOVE 'VAGAS'      TO LINHA-ROL (31:5).
               MOVE 'MATRIC'     TO LINHA-ROL (38:6).
               MOVE 'ESPERA'     TO LINHA-ROL (46:6).
               WRITE LINHA-ROL.
               PERFORM 0475-LINHA-VAGA
                   VARYING WRK-VAG-IDX FROM 1 BY 1
                   UNTIL WRK-VAG-IDX > WRK-QTD-VAG.
           0475-LINHA-VAGA.
               MOVE SPACES TO LINHA-ROL.
               MOVE TAB-VAG-TERMO (WRK-VAG-IDX)      TO LINHA-ROL (1:6).
               MOVE TAB-VAG-DISCIPLINA (WRK-VAG-IDX)
                   TO LINHA-ROL (9:20).
               IF VAG-COM-LIMITE (WRK-VAG-IDX)
                   MOVE TAB-VAG-VAGAS (WRK-VAG-IDX) TO WRK-QTD-ED
                   MOVE WRK-QTD-ED TO LINHA-ROL (31:5)
               ELSE
                   MOVE 'LIVRE' TO LINHA-ROL (31:5)
               END-IF.
               MOVE TAB-VAG-MATRICULADOS (WRK-VAG-IDX) TO WRK-QTD-ED2.
               MOVE WRK-QTD-ED2 TO LINHA-ROL (39:5).
               MOVE TAB-VAG-ESPERA (WRK-VAG-IDX) TO WRK-QTD-ED3.
               MOVE WRK-QTD-ED3 TO LINHA-ROL (47:5).
               WRITE LINHA-ROL.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
               MOVE 'PROGCOB82' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-ALUNOS TO WRK-CTL-LIDOS.
               COMPUTE WRK-CTL-ACEITOS =
                   WRK-TOTAL-AVANCADOS + WRK-TOTAL-REPETENTES
                   - WRK-TOTAL-ESPERA - WRK-TOTAL-PENDENTES.
               COMPUTE WRK-CTL-REJEITADOS =
                   WRK-TOTAL-DESLIGADOS + WRK-TOTAL-SEM-PREREQ
                   + WRK-TOTAL-ESPERA + WRK-TOTAL-PENDENTES.
               MOVE ZEROS TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               OPEN EXTEND CONTROLE-LOTE.
               END-IF.
               MOVE WRK-TOTAL-ALUNOS TO WRK-RUN-LIDOS.
               COMPUTE WRK-RUN-ACEITOS =
                   WRK-TOTAL-AVANCADOS + WRK-TOTAL-REPETENTES
                   - WRK-TOTAL-ESPERA - WRK-TOTAL-PENDENTES.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
