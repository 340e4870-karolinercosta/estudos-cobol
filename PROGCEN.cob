           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGCEN.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: EXPORTACAO ANUAL DO CENSO ESCOLAR -- A SECRETARIA
      *     LEVAVA DUAS SEMANAS MONTANDO O CENSO A MAO A PARTIR DOS
      *     HISTORICOS IMPRESSOS DO PROGCOB14. COM O ANO DO CENSO NO
      *     SYSIN (JOB AD-HOC PCOBCEN), LE:
      *       O CADASTRO DE ALUNOS (ALUMST) INTEIRO;
      *       O HISTORICO DE NOTAS DO ANO (NOTAHIST: A PARTICAO ANUAL
      *         DO PROGCOB94 PARA ANO FECHADO, OU O HISTORICO VIVO
      *         PARA O ANO CORRENTE -- SO OS TERMOS DO ANO CONTAM E O
      *         REGISTRO SUBSTITUIDO DA TRILHA DE EMENDA E IGNORADO);
      *       A GRADE (CATCURSO), O CADASTRO COMPLEMENTAR DO CENSO
      *         (CENSCAD, LAYOUT CPYCENS), AS BOLSAS (BOLSAS DO
      *         PROGCOB83) E O HISTORICO DE ALTERACOES DO CADASTRO
      *         (ALUHIST DO PROGADM/PROGTRC).
      *     ENTRA NO CENSO O ALUNO QUE CURSOU TERMO NO ANO OU TEVE A
      *     SITUACAO ALTERADA NO ANO. A SITUACAO E A DO ALUMST, OU, SE
      *     ELA MUDOU DEPOIS DO FIM DO ANO, A QUE ELE TINHA ANTES DA
      *     MUDANCA: F = CONCLUINTE, T = TRANSFERIDO, D/C/I =
      *     DESISTENTE, O RESTO (ATIVO OU TRANCADO) = CURSANDO. VAO
      *     PARA O ARQUIVO DO CENSO (CENSOUT, LARGURA FIXA) CURSO,
      *     ULTIMO TERMO DO ANO COM OS CREDITOS DA GRADE, FREQUENCIA
      *     MEDIA DOS TERMOS DO ANO COM APURACAO E A BOLSA. ALUNO SEM
      *     CPF, NASCIMENTO, SEXO, COR/RACA OU NACIONALIDADE, OU COM
      *     CURSO FORA DO CATALOGO, FICA FORA DO ARQUIVO E SAI NO
      *     RELATORIO DE VALIDACAO (CENSVAL) COM CADA PENDENCIA; O
      *     RUN TERMINA COM RC 4. SEM ANO NO SYSIN, OU SEM CADASTRO,
      *     HISTORICO, GRADE OU CADASTRO COMPLEMENTAR, OU COM TABELA
      *     ESTOURADA, PARA COM RC 8 SEM GRAVAR O ARQUIVO DO CENSO
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ANO-PEDIDO ASSIGN TO SYSIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SYSIN-STATUS.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT NOTAHIST-IN ASSIGN TO NOTAHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NOTAHIST-STATUS.
               SELECT CATALOGO-IN ASSIGN TO CATCURSO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CATALOGO-STATUS.
               SELECT CADASTRO-CENSO ASSIGN TO CENSCAD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CENSCAD-STATUS.
               SELECT BOLSAS-IN ASSIGN TO BOLSAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BOLSAS-STATUS.
               SELECT HISTORICO-ALUNO ASSIGN TO ALUHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ALUHIST-STATUS.
               SELECT CENSO-OUT ASSIGN TO CENSOUT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-VAL ASSIGN TO CENSVAL
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
           FD  ANO-PEDIDO.
           01  REG-ANO-PEDIDO.
               02 REG-PED-ANO PIC X(04).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  NOTAHIST-IN.
           01  REG-HIST-IN PIC X(120).
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
           FD  CADASTRO-CENSO.
           01  LINHA-CADASTRO-CENSO PIC X(25).
           FD  BOLSAS-IN.
           01  REG-BOLSA-IN.
               02 REG-BOL-MATRICULA  PIC 9(06).
               02 FILLER             PIC X(02).
               02 REG-BOL-PERCENTUAL PIC 9(03).
               02 FILLER             PIC X(02).
               02 REG-BOL-TERMO-INI  PIC X(06).
               02 FILLER             PIC X(02).
               02 REG-BOL-STATUS     PIC X(01).
      ******************************
      **** HISTORICO DE ALTERACOES DO ALUMST: IMAGEM DO ALUNO ANTES
      **** E DEPOIS (79 POSICOES CADA, STATUS NA POSICAO 57)
      ******************************
           FD  HISTORICO-ALUNO.
           01  REG-HISTORICO-ALU.
               02 REG-AHS-OPERACAO PIC X(08).
               02 FILLER           PIC X(02).
               02 REG-AHS-USUARIO  PIC X(10).
               02 FILLER           PIC X(02).
               02 REG-AHS-DATA     PIC X(08).
               02 FILLER           PIC X(02).
               02 REG-AHS-HORA     PIC X(06).
               02 FILLER           PIC X(02).
               02 REG-AHS-ANTES.
                   03 FILLER              PIC X(56).
                   03 REG-AHS-STATUS-ANTES PIC X(01).
                   03 FILLER              PIC X(22).
               02 FILLER           PIC X(02).
               02 REG-AHS-DEPOIS.
                   03 REG-AHS-MATRICULA   PIC 9(06).
                   03 FILLER              PIC X(50).
                   03 REG-AHS-STATUS-DEPOIS PIC X(01).
                   03 FILLER              PIC X(22).
           FD  CENSO-OUT.
           01  LINHA-CENSO PIC X(110).
           FD  RELATORIO-VAL.
           01  LINHA-VAL PIC X(132).
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
           COPY CPYCAB.
           COPY CPYMATRI.
           COPY CPYCENS.
           77 WRK-SYSIN-STATUS PIC X(02) VALUE '00'.
               88 SYSIN-OK VALUE '00'.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-NOTAHIST-STATUS PIC X(02) VALUE '00'.
               88 NOTAHIST-OK VALUE '00'.
           77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
               88 CATALOGO-OK VALUE '00'.
           77 WRK-CENSCAD-STATUS PIC X(02) VALUE '00'.
               88 CENSCAD-OK VALUE '00'.
           77 WRK-BOLSAS-STATUS PIC X(02) VALUE '00'.
               88 BOLSAS-OK VALUE '00'.
           77 WRK-ALUHIST-STATUS PIC X(02) VALUE '00'.
               88 ALUHIST-OK VALUE '00'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
               88 FIM-MASTER VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-ANO-CENSO PIC X(04) VALUE SPACES.
           77 WRK-ANO-CENSO-NUM REDEFINES WRK-ANO-CENSO PIC 9(04).
      ******************************
      **** GRADE CURRICULAR: CREDITOS POR CURSO + TERMO
      ******************************
           77 WRK-QTD-CUR PIC 9(03) VALUE ZEROS.
           01 TAB-CURRICULO.
               02 TAB-CUR OCCURS 1 TO 800 TIMES
                  DEPENDING ON WRK-QTD-CUR
                  INDEXED BY TAB-CUR-IDX.
                   03 TAB-CUR-CURSO    PIC X(20).
                   03 TAB-CUR-TERMO    PIC X(06).
                   03 TAB-CUR-CREDITOS PIC 9(02).
           77 WRK-CUR-SUB PIC 9(03) VALUE ZEROS.
           77 WRK-CURSO-SITUACAO PIC X(01) VALUE 'N'.
               88 CURSO-NO-CATALOGO VALUE 'S'.
           77 WRK-CREDITOS-TERMO PIC 9(03) VALUE ZEROS.
      ******************************
      **** TERMOS DO ANO POR ALUNO: ULTIMO TERMO E FREQUENCIA DOS
      **** TERMOS COM APURACAO
      ******************************
           77 WRK-QTD-HIS PIC 9(05) VALUE ZEROS.
           01 TAB-HISTORICO-ANO.
               02 TAB-HIS OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WRK-QTD-HIS
                  INDEXED BY TAB-HIS-IDX.
                   03 TAB-HIS-MATRICULA PIC 9(06).
                   03 TAB-HIS-TERMO     PIC X(06).
                   03 TAB-HIS-SOMA-FREQ PIC 9(05) COMP-3.
                   03 TAB-HIS-QTD-FREQ  PIC 9(03) COMP-3.
           77 WRK-HIS-SITUACAO PIC X(01) VALUE 'N'.
               88 CURSOU-NO-ANO VALUE 'S'.
      ******************************
      **** CADASTRO COMPLEMENTAR DO CENSO
      ******************************
           77 WRK-QTD-CCD PIC 9(05) VALUE ZEROS.
           01 TAB-CADASTRO-CENSO.
               02 TAB-CCD OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WRK-QTD-CCD
                  INDEXED BY TAB-CCD-IDX.
                   03 TAB-CCD-REGISTRO PIC X(25).
           77 WRK-CCD-SITUACAO PIC X(01) VALUE 'N'.
               88 TEM-CADASTRO-CENSO VALUE 'S'.
      ******************************
      **** BOLSAS (ATIVA OU REVOGADA) COM TERMO INICIAL
      ******************************
           77 WRK-QTD-BOL PIC 9(04) VALUE ZEROS.
           01 TAB-BOLSAS.
               02 TAB-BOL OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-BOL
                  INDEXED BY TAB-BOL-IDX.
                   03 TAB-BOL-MATRICULA  PIC 9(06).
                   03 TAB-BOL-PERCENTUAL PIC 9(03).
                   03 TAB-BOL-TERMO-INI  PIC X(06).
                   03 TAB-BOL-STATUS     PIC X(01).
           77 WRK-BOL-SUB PIC 9(04) VALUE ZEROS.
      ******************************
      **** MUDANCAS DE SITUACAO DO ALUHIST: SE MUDOU NO ANO E QUAL
      **** ERA A SITUACAO NO FIM DO ANO QUANDO MUDOU DEPOIS DELE
      ******************************
           77 WRK-QTD-MUD PIC 9(05) VALUE ZEROS.
           01 TAB-MUDANCAS.
               02 TAB-MUD OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WRK-QTD-MUD
                  INDEXED BY TAB-MUD-IDX.
                   03 TAB-MUD-MATRICULA    PIC 9(06).
                   03 TAB-MUD-NO-ANO       PIC X(01).
                   03 TAB-MUD-STATUS-FIM   PIC X(01).
           77 WRK-MUD-SITUACAO PIC X(01) VALUE 'N'.
               88 MUDANCA-ACHADA VALUE 'S'.
           77 WRK-ANO-MUDANCA PIC X(04) VALUE SPACES.
           77 WRK-STATUS-ANO PIC X(01) VALUE SPACES.
      ******************************
      **** PENDENCIAS DO ALUNO E LINHAS DO RELATORIO
      ******************************
           77 WRK-QTD-PENDENCIAS PIC 9(02) VALUE ZEROS.
           77 WRK-MOTIVO PIC X(40) VALUE SPACES.
           01 WRK-LINHA-PEND.
               02 FILLER            PIC X(10) VALUE 'PENDENTE'.
               02 WRK-LPD-MATRICULA PIC 9(06) VALUE ZEROS.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LPD-NOME      PIC X(30) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LPD-CURSO     PIC X(20) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LPD-MOTIVO    PIC X(40) VALUE SPACES.
           77 WRK-LINHA-TXT PIC X(132) VALUE SPACES.
           77 WRK-QTD-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED2 PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED3 PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED4 PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-NO-ANO PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-EXPORTADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CURSANDO PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CONCLUINTE PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-TRANSFERIDO PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DESISTENTE PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-BOLSISTAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-TERMOS-ANO PIC 9(08) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0200-PROCESSAR-ALUNO UNTIL FIM-MASTER
                   PERFORM 0800-FINALIZAR
               END-IF.
               CLOSE RELATORIO-VAL.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** LE O ANO DO SYSIN E CARREGA GRADE, CADASTRO COMPLEMENTAR,
      **** TERMOS DO ANO, BOLSAS E MUDANCAS DE SITUACAO. ANO,
      **** CADASTRO, HISTORICO, GRADE OU CADASTRO COMPLEMENTAR QUE
      **** FALTAM PARAM COM 8 SEM GRAVAR O CENSO
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-VAL.
               OPEN INPUT ANO-PEDIDO.
               IF SYSIN-OK
                   READ ANO-PEDIDO
                       AT END CONTINUE
                       NOT AT END MOVE REG-PED-ANO TO WRK-ANO-CENSO
                   END-READ
                   CLOSE ANO-PEDIDO
               END-IF.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'CENSO ESCOLAR - VALIDACAO DO ANO '
                          DELIMITED BY SIZE
                      WRK-ANO-CENSO DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-VAL FROM WRK-LINHA-TXT.
               MOVE SPACES TO LINHA-VAL.
               WRITE LINHA-VAL.
               IF WRK-ANO-CENSO IS NOT NUMERIC
                   MOVE 'SEM ANO VALIDO NO SYSIN - NADA GERADO'
                       TO LINHA-VAL
                   WRITE LINHA-VAL
                   DISPLAY 'PROGCEN: SEM ANO VALIDO NO SYSIN'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF RETURN-CODE = 0
                   PERFORM 0110-CARREGAR-CURRICULO
               END-IF.
               IF RETURN-CODE = 0
                   PERFORM 0120-CARREGAR-CADASTRO-CENSO
               END-IF.
               IF RETURN-CODE = 0
                   PERFORM 0130-CARREGAR-HISTORICO
               END-IF.
               IF RETURN-CODE = 0
                   PERFORM 0140-CARREGAR-BOLSAS
                   PERFORM 0150-CARREGAR-MUDANCAS
                   IF TABELA-ESTOURADA
                       MOVE 'TABELA ESTOUROU - NADA GERADO'
                           TO LINHA-VAL
                       WRITE LINHA-VAL
                       DISPLAY 'PROGCEN: TABELA ESTOUROU'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT ALUNO-MASTER
                   IF NOT ALUMST-OK
                       MOVE 'CADASTRO ALUMST NAO ABRIU - NADA GERADO'
                           TO LINHA-VAL
                       WRITE LINHA-VAL
                       DISPLAY 'PROGCEN: ALUMST NAO ABRIU - STATUS '
                           WRK-ALUMST-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   OPEN OUTPUT CENSO-OUT
                   MOVE SPACES TO WRK-CENSO-ALUNO
                   MOVE '40' TO WRK-CCB-TIPO-REG
                   MOVE WRK-ANO-CENSO-NUM TO WRK-CCB-ANO
                   MOVE CAB-EMPRESA TO WRK-CCB-INSTITUICAO
                   MOVE WRK-DATA-HOJE TO WRK-CCB-DATA-GERACAO
                   WRITE LINHA-CENSO FROM WRK-CENSO-CABECALHO
                   PERFORM 0190-LER-ALUNO
               END-IF.
      ******************************
      **** GRADE CURRICULAR (OBRIGATORIA): CURSO VALIDO E CREDITOS
      **** DO TERMO
      ******************************
           0110-CARREGAR-CURRICULO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT CATALOGO-IN.
               IF CATALOGO-OK
                   PERFORM 0115-LER-CURRICULO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE CATALOGO-IN
               ELSE
                   MOVE 'GRADE CATCURSO NAO ABRIU - NADA GERADO'
                       TO LINHA-VAL
                   WRITE LINHA-VAL
                   DISPLAY 'PROGCEN: CATCURSO NAO ABRIU - STATUS '
                       WRK-CATALOGO-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
           0115-LER-CURRICULO.
               READ CATALOGO-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-QTD-CUR < 800
                           ADD 1 TO WRK-QTD-CUR
                           MOVE REG-CAT-CURSO
                               TO TAB-CUR-CURSO (WRK-QTD-CUR)
                           MOVE REG-CAT-TERMO
                               TO TAB-CUR-TERMO (WRK-QTD-CUR)
                           MOVE REG-CAT-CREDITOS
                               TO TAB-CUR-CREDITOS (WRK-QTD-CUR)
                       ELSE
                           SET TABELA-ESTOURADA TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** CADASTRO COMPLEMENTAR (OBRIGATORIO): NASCIMENTO, SEXO,
      **** COR/RACA E NACIONALIDADE
      ******************************
           0120-CARREGAR-CADASTRO-CENSO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT CADASTRO-CENSO.
               IF CENSCAD-OK
                   PERFORM 0125-LER-CADASTRO-CENSO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE CADASTRO-CENSO
               ELSE
                   MOVE 'CADASTRO CENSCAD NAO ABRIU - NADA GERADO'
                       TO LINHA-VAL
                   WRITE LINHA-VAL
                   DISPLAY 'PROGCEN: CENSCAD NAO ABRIU - STATUS '
                       WRK-CENSCAD-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
           0125-LER-CADASTRO-CENSO.
               READ CADASTRO-CENSO
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-QTD-CCD < 20000
                           ADD 1 TO WRK-QTD-CCD
                           MOVE LINHA-CADASTRO-CENSO
                               TO TAB-CCD-REGISTRO (WRK-QTD-CCD)
                       ELSE
                           SET TABELA-ESTOURADA TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** HISTORICO (OBRIGATORIO): SO OS TERMOS DO ANO, SEM A
      **** TRILHA SUBSTITUIDO; FREQUENCIA NAO NUMERICA DA VARIANTE
      **** ANTIGA DO REGISTRO VALE ZERO (SEM APURACAO)
      ******************************
           0130-CARREGAR-HISTORICO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT NOTAHIST-IN.
               IF NOTAHIST-OK
                   PERFORM 0135-LER-HISTORICO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE NOTAHIST-IN
               ELSE
                   MOVE 'HISTORICO NOTAHIST NAO ABRIU - NADA GERADO'
                       TO LINHA-VAL
                   WRITE LINHA-VAL
                   DISPLAY 'PROGCEN: NOTAHIST NAO ABRIU - STATUS '
                       WRK-NOTAHIST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
           0135-LER-HISTORICO.
               READ NOTAHIST-IN INTO WRK-MATRICULA-HIST
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-MTH-TERMO (1:4) = WRK-ANO-CENSO
                           AND WRK-MTH-SITUACAO NOT = 'SUBSTITUIDO'
                           IF WRK-MTH-FREQ-PCT IS NOT NUMERIC
                               MOVE ZEROS TO WRK-MTH-FREQ-PCT
                           END-IF
                           ADD 1 TO WRK-TOTAL-TERMOS-ANO
                           PERFORM 0137-ACUMULAR-TERMO
                       END-IF
               END-READ.
           0137-ACUMULAR-TERMO.
               MOVE 'N' TO WRK-HIS-SITUACAO.
               IF WRK-QTD-HIS > 0
                   SET TAB-HIS-IDX TO 1
                   SEARCH TAB-HIS
                       AT END CONTINUE
                       WHEN TAB-HIS-MATRICULA (TAB-HIS-IDX)
                           = WRK-MTH-MATRICULA
                           SET CURSOU-NO-ANO TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT CURSOU-NO-ANO
                   IF WRK-QTD-HIS < 20000
                       ADD 1 TO WRK-QTD-HIS
                       SET TAB-HIS-IDX TO WRK-QTD-HIS
                       MOVE WRK-MTH-MATRICULA
                           TO TAB-HIS-MATRICULA (TAB-HIS-IDX)
                       MOVE SPACES TO TAB-HIS-TERMO (TAB-HIS-IDX)
                       MOVE ZEROS TO TAB-HIS-SOMA-FREQ (TAB-HIS-IDX)
                                     TAB-HIS-QTD-FREQ (TAB-HIS-IDX)
                       SET CURSOU-NO-ANO TO TRUE
                   ELSE
                       SET TABELA-ESTOURADA TO TRUE
                   END-IF
               END-IF.
               IF CURSOU-NO-ANO
                   IF WRK-MTH-TERMO > TAB-HIS-TERMO (TAB-HIS-IDX)
                       MOVE WRK-MTH-TERMO
                           TO TAB-HIS-TERMO (TAB-HIS-IDX)
                   END-IF
                   IF WRK-MTH-FREQ-PCT > 0
                       ADD WRK-MTH-FREQ-PCT
                           TO TAB-HIS-SOMA-FREQ (TAB-HIS-IDX)
                       ADD 1 TO TAB-HIS-QTD-FREQ (TAB-HIS-IDX)
                   END-IF
               END-IF.
      ******************************
      **** BOLSAS (OPCIONAL): SEM O ARQUIVO NINGUEM SAI BOLSISTA
      ******************************
           0140-CARREGAR-BOLSAS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT BOLSAS-IN.
               IF BOLSAS-OK
                   PERFORM 0145-LER-BOLSA
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE BOLSAS-IN
               ELSE
                   DISPLAY 'PROGCEN: BOLSAS NAO ABRIU - STATUS '
                       WRK-BOLSAS-STATUS ' - SEM BOLSISTAS'
               END-IF.
           0145-LER-BOLSA.
               READ BOLSAS-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-QTD-BOL < 5000
                           ADD 1 TO WRK-QTD-BOL
                           MOVE REG-BOL-MATRICULA
                               TO TAB-BOL-MATRICULA (WRK-QTD-BOL)
                           MOVE REG-BOL-PERCENTUAL
                               TO TAB-BOL-PERCENTUAL (WRK-QTD-BOL)
                           MOVE REG-BOL-TERMO-INI
                               TO TAB-BOL-TERMO-INI (WRK-QTD-BOL)
                           MOVE REG-BOL-STATUS
                               TO TAB-BOL-STATUS (WRK-QTD-BOL)
                       ELSE
                           SET TABELA-ESTOURADA TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** MUDANCAS DE SITUACAO (OPCIONAL): O ALUHIST E GRAVADO EM
      **** ORDEM DE DATA, ENTAO A PRIMEIRA MUDANCA DEPOIS DO ANO
      **** GUARDA NO ANTES A SITUACAO QUE O ALUNO TINHA NO FIM DELE
      ******************************
           0150-CARREGAR-MUDANCAS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT HISTORICO-ALUNO.
               IF ALUHIST-OK
                   PERFORM 0155-LER-MUDANCA
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE HISTORICO-ALUNO
               ELSE
                   DISPLAY 'PROGCEN: ALUHIST NAO ABRIU - STATUS '
                       WRK-ALUHIST-STATUS ' - SITUACAO DO ALUMST'
               END-IF.
           0155-LER-MUDANCA.
               READ HISTORICO-ALUNO
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE REG-AHS-DATA (1:4) TO WRK-ANO-MUDANCA
                       IF REG-AHS-STATUS-ANTES
                           NOT = REG-AHS-STATUS-DEPOIS
                           AND WRK-ANO-MUDANCA IS NUMERIC
                           AND WRK-ANO-MUDANCA NOT < WRK-ANO-CENSO
                           PERFORM 0157-GUARDAR-MUDANCA
                       END-IF
               END-READ.
           0157-GUARDAR-MUDANCA.
               MOVE 'N' TO WRK-MUD-SITUACAO.
               IF WRK-QTD-MUD > 0
                   SET TAB-MUD-IDX TO 1
                   SEARCH TAB-MUD
                       AT END CONTINUE
                       WHEN TAB-MUD-MATRICULA (TAB-MUD-IDX)
                           = REG-AHS-MATRICULA
                           SET MUDANCA-ACHADA TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT MUDANCA-ACHADA
                   IF WRK-QTD-MUD < 20000
                       ADD 1 TO WRK-QTD-MUD
                       SET TAB-MUD-IDX TO WRK-QTD-MUD
                       MOVE REG-AHS-MATRICULA
                           TO TAB-MUD-MATRICULA (TAB-MUD-IDX)
                       MOVE 'N' TO TAB-MUD-NO-ANO (TAB-MUD-IDX)
                       MOVE '*' TO TAB-MUD-STATUS-FIM (TAB-MUD-IDX)
                       SET MUDANCA-ACHADA TO TRUE
                   ELSE
                       SET TABELA-ESTOURADA TO TRUE
                   END-IF
               END-IF.
               IF MUDANCA-ACHADA
                   IF WRK-ANO-MUDANCA = WRK-ANO-CENSO
                       MOVE 'S' TO TAB-MUD-NO-ANO (TAB-MUD-IDX)
                   ELSE
                       IF TAB-MUD-STATUS-FIM (TAB-MUD-IDX) = '*'
                           MOVE REG-AHS-STATUS-ANTES
                               TO TAB-MUD-STATUS-FIM (TAB-MUD-IDX)
                       END-IF
                   END-IF
               END-IF.
           0190-LER-ALUNO.
               READ ALUNO-MASTER
                   AT END SET FIM-MASTER TO TRUE
                   NOT AT END ADD 1 TO WRK-TOTAL-LIDOS
               END-READ.
      ******************************
      **** UM ALUNO DO CADASTRO POR VEZ: FICA DE FORA QUEM NAO
      **** CURSOU NEM MUDOU DE SITUACAO NO ANO; O RESTO E VALIDADO
      **** E VAI PARA O CENSO OU PARA A LISTA DE PENDENCIAS
      ******************************
           0200-PROCESSAR-ALUNO.
               PERFORM 0210-PROCURAR-TERMOS.
               PERFORM 0220-PROCURAR-MUDANCA.
               IF CURSOU-NO-ANO
                   OR (MUDANCA-ACHADA
                       AND TAB-MUD-NO-ANO (TAB-MUD-IDX) = 'S')
                   ADD 1 TO WRK-TOTAL-NO-ANO
                   PERFORM 0230-MONTAR-CENSO
                   PERFORM 0250-VALIDAR-ALUNO
                   IF WRK-QTD-PENDENCIAS = 0
                       PERFORM 0300-GRAVAR-CENSO
                   ELSE
                       ADD 1 TO WRK-TOTAL-PENDENTES
                   END-IF
               END-IF.
               PERFORM 0190-LER-ALUNO.
           0210-PROCURAR-TERMOS.
               MOVE 'N' TO WRK-HIS-SITUACAO.
               IF WRK-QTD-HIS > 0
                   SET TAB-HIS-IDX TO 1
                   SEARCH TAB-HIS
                       AT END CONTINUE
                       WHEN TAB-HIS-MATRICULA (TAB-HIS-IDX)
                           = REG-ALU-MATRICULA
                           SET CURSOU-NO-ANO TO TRUE
                   END-SEARCH
               END-IF.
           0220-PROCURAR-MUDANCA.
               MOVE 'N' TO WRK-MUD-SITUACAO.
               IF WRK-QTD-MUD > 0
                   SET TAB-MUD-IDX TO 1
                   SEARCH TAB-MUD
                       AT END CONTINUE
                       WHEN TAB-MUD-MATRICULA (TAB-MUD-IDX)
                           = REG-ALU-MATRICULA
                           SET MUDANCA-ACHADA TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** MONTA O REGISTRO 41: SITUACAO NO FIM DO ANO, ULTIMO TERMO
      **** COM OS CREDITOS DA GRADE, FREQUENCIA MEDIA E BOLSA
      ******************************
           0230-MONTAR-CENSO.
               MOVE SPACES TO WRK-CENSO-ALUNO.
               MOVE '41' TO WRK-CEN-TIPO-REG.
               MOVE WRK-ANO-CENSO-NUM TO WRK-CEN-ANO.
               MOVE REG-ALU-MATRICULA TO WRK-CEN-MATRICULA.
               MOVE REG-ALU-CPF TO WRK-CEN-CPF.
               MOVE REG-ALU-NOME TO WRK-CEN-NOME.
               MOVE REG-ALU-CURSO TO WRK-CEN-CURSO.
               MOVE REG-ALU-STATUS TO WRK-STATUS-ANO.
               IF MUDANCA-ACHADA
                   AND TAB-MUD-STATUS-FIM (TAB-MUD-IDX) NOT = '*'
                   MOVE TAB-MUD-STATUS-FIM (TAB-MUD-IDX)
                       TO WRK-STATUS-ANO
               END-IF.
               EVALUATE WRK-STATUS-ANO
                   WHEN 'F'
                       SET CEN-CONCLUINTE TO TRUE
                   WHEN 'T'
                       SET CEN-TRANSFERIDO TO TRUE
                   WHEN 'D'
                   WHEN 'C'
                   WHEN 'I'
                       SET CEN-DESISTENTE TO TRUE
                   WHEN OTHER
                       SET CEN-CURSANDO TO TRUE
               END-EVALUATE.
               MOVE ZEROS TO WRK-CEN-CREDITOS WRK-CEN-FREQ-PCT.
               IF CURSOU-NO-ANO
                   MOVE TAB-HIS-TERMO (TAB-HIS-IDX) TO WRK-CEN-TERMO
                   IF TAB-HIS-QTD-FREQ (TAB-HIS-IDX) > 0
                       DIVIDE TAB-HIS-SOMA-FREQ (TAB-HIS-IDX)
                           BY TAB-HIS-QTD-FREQ (TAB-HIS-IDX)
                           GIVING WRK-CEN-FREQ-PCT ROUNDED
                   END-IF
               END-IF.
               MOVE ZEROS TO WRK-CREDITOS-TERMO.
               MOVE 'N' TO WRK-CURSO-SITUACAO.
               PERFORM 0235-SOMAR-CREDITOS
                   VARYING WRK-CUR-SUB FROM 1 BY 1
                   UNTIL WRK-CUR-SUB > WRK-QTD-CUR.
               MOVE WRK-CREDITOS-TERMO TO WRK-CEN-CREDITOS.
               MOVE 'N' TO WRK-CEN-BOLSA.
               MOVE ZEROS TO WRK-CEN-PERC-BOLSA.
               PERFORM 0240-CONFERIR-BOLSA
                   VARYING WRK-BOL-SUB FROM 1 BY 1
                   UNTIL WRK-BOL-SUB > WRK-QTD-BOL.
           0235-SOMAR-CREDITOS.
               IF TAB-CUR-CURSO (WRK-CUR-SUB) = REG-ALU-CURSO
                   SET CURSO-NO-CATALOGO TO TRUE
                   IF TAB-CUR-TERMO (WRK-CUR-SUB) = WRK-CEN-TERMO
                       ADD TAB-CUR-CREDITOS (WRK-CUR-SUB)
                           TO WRK-CREDITOS-TERMO
                   END-IF
               END-IF.
      ******************************
      **** BOLSISTA NO ANO: BOLSA ATIVA INICIADA ATE O ANO, OU
      **** REVOGADA QUE COMECOU NO PROPRIO ANO; VALE O MAIOR
      **** PERCENTUAL
      ******************************
           0240-CONFERIR-BOLSA.
               IF TAB-BOL-MATRICULA (WRK-BOL-SUB) = REG-ALU-MATRICULA
                   AND TAB-BOL-TERMO-INI (WRK-BOL-SUB) (1:4)
                       NOT > WRK-ANO-CENSO
                   AND (TAB-BOL-STATUS (WRK-BOL-SUB) = 'A'
                       OR TAB-BOL-TERMO-INI (WRK-BOL-SUB) (1:4)
                           = WRK-ANO-CENSO)
                   SET CEN-BOLSISTA TO TRUE
                   IF TAB-BOL-PERCENTUAL (WRK-BOL-SUB)
                       > WRK-CEN-PERC-BOLSA
                       MOVE TAB-BOL-PERCENTUAL (WRK-BOL-SUB)
                           TO WRK-CEN-PERC-BOLSA
                   END-IF
               END-IF.
      ******************************
      **** DADOS OBRIGATORIOS DO CENSO: CADA FALTA SAI NUMA LINHA
      **** DO RELATORIO DE VALIDACAO
      ******************************
           0250-VALIDAR-ALUNO.
               MOVE ZEROS TO WRK-QTD-PENDENCIAS.
               IF REG-ALU-CPF IS NOT NUMERIC
                   OR REG-ALU-CPF = ZEROS
                   MOVE 'CPF AUSENTE OU INVALIDO' TO WRK-MOTIVO
                   PERFORM 0280-LISTAR-PENDENCIA
               END-IF.
               IF NOT CURSO-NO-CATALOGO
                   MOVE 'CURSO FORA DO CATALOGO' TO WRK-MOTIVO
                   PERFORM 0280-LISTAR-PENDENCIA
               END-IF.
               PERFORM 0260-PROCURAR-CADASTRO-CENSO.
               IF NOT TEM-CADASTRO-CENSO
                   MOVE 'SEM CADASTRO COMPLEMENTAR (CENSCAD)'
                       TO WRK-MOTIVO
                   PERFORM 0280-LISTAR-PENDENCIA
               ELSE
                   PERFORM 0270-VALIDAR-CADASTRO-CENSO
               END-IF.
           0260-PROCURAR-CADASTRO-CENSO.
               MOVE 'N' TO WRK-CCD-SITUACAO.
               IF WRK-QTD-CCD > 0
                   SET TAB-CCD-IDX TO 1
                   SEARCH TAB-CCD
                       AT END CONTINUE
                       WHEN TAB-CCD-REGISTRO (TAB-CCD-IDX) (1:6)
                           = WRK-CEN-MATRICULA
                           SET TEM-CADASTRO-CENSO TO TRUE
                           MOVE TAB-CCD-REGISTRO (TAB-CCD-IDX)
                               TO WRK-CADASTRO-CENSO
                   END-SEARCH
               END-IF.
           0270-VALIDAR-CADASTRO-CENSO.
               IF WRK-CCD-NASCIMENTO IS NOT NUMERIC
                   MOVE 'DATA DE NASCIMENTO AUSENTE' TO WRK-MOTIVO
                   PERFORM 0280-LISTAR-PENDENCIA
               ELSE
                   IF WRK-CCD-NASC-ANO < 1900
                       OR WRK-CCD-NASC-ANO > WRK-ANO-CENSO-NUM
                       OR WRK-CCD-NASC-MES < 1
                       OR WRK-CCD-NASC-MES > 12
                       OR WRK-CCD-NASC-DIA < 1
                       OR WRK-CCD-NASC-DIA > 31
                       MOVE 'DATA DE NASCIMENTO INVALIDA' TO WRK-MOTIVO
                       PERFORM 0280-LISTAR-PENDENCIA
                   ELSE
                       MOVE WRK-CCD-NASCIMENTO TO WRK-CEN-NASCIMENTO
                   END-IF
               END-IF.
               IF CCD-SEXO-VALIDO
                   MOVE WRK-CCD-SEXO TO WRK-CEN-SEXO
               ELSE
                   MOVE 'SEXO AUSENTE OU INVALIDO' TO WRK-MOTIVO
                   PERFORM 0280-LISTAR-PENDENCIA
               END-IF.
               IF CCD-COR-VALIDA
                   MOVE WRK-CCD-COR-RACA TO WRK-CEN-COR-RACA
               ELSE
                   MOVE 'COR/RACA AUSENTE OU INVALIDA' TO WRK-MOTIVO
                   PERFORM 0280-LISTAR-PENDENCIA
               END-IF.
               IF CCD-NACION-VALIDA
                   MOVE WRK-CCD-NACIONALIDADE TO WRK-CEN-NACIONALIDADE
               ELSE
                   MOVE 'NACIONALIDADE AUSENTE OU INVALIDA'
                       TO WRK-MOTIVO
                   PERFORM 0280-LISTAR-PENDENCIA
               END-IF.
           0280-LISTAR-PENDENCIA.
               ADD 1 TO WRK-QTD-PENDENCIAS.
               MOVE REG-ALU-MATRICULA TO WRK-LPD-MATRICULA.
               MOVE REG-ALU-NOME TO WRK-LPD-NOME.
               MOVE REG-ALU-CURSO TO WRK-LPD-CURSO.
               MOVE WRK-MOTIVO TO WRK-LPD-MOTIVO.
               WRITE LINHA-VAL FROM WRK-LINHA-PEND.
      ******************************
      **** GRAVA O REGISTRO 41 E CONTA POR SITUACAO
      ******************************
           0300-GRAVAR-CENSO.
               WRITE LINHA-CENSO FROM WRK-CENSO-ALUNO.
               ADD 1 TO WRK-TOTAL-EXPORTADOS.
               EVALUATE TRUE
                   WHEN CEN-CURSANDO
                       ADD 1 TO WRK-TOTAL-CURSANDO
                   WHEN CEN-CONCLUINTE
                       ADD 1 TO WRK-TOTAL-CONCLUINTE
                   WHEN CEN-TRANSFERIDO
                       ADD 1 TO WRK-TOTAL-TRANSFERIDO
                   WHEN CEN-DESISTENTE
                       ADD 1 TO WRK-TOTAL-DESISTENTE
               END-EVALUATE.
               IF CEN-BOLSISTA
                   ADD 1 TO WRK-TOTAL-BOLSISTAS
               END-IF.
      ******************************
      **** REGISTRO 49 DE FECHO, TOTAIS POR SITUACAO NO RELATORIO;
      **** ALUNO PENDENTE DEIXA O RUN COM RC 4
      ******************************
           0800-FINALIZAR.
               MOVE SPACES TO WRK-CENSO-ALUNO.
               MOVE '49' TO WRK-CFC-TIPO-REG.
               MOVE WRK-ANO-CENSO-NUM TO WRK-CFC-ANO.
               MOVE WRK-TOTAL-EXPORTADOS TO WRK-CFC-QTD-ALUNOS.
               WRITE LINHA-CENSO FROM WRK-CENSO-FECHO.
               CLOSE ALUNO-MASTER CENSO-OUT.
               MOVE SPACES TO LINHA-VAL.
               WRITE LINHA-VAL.
               MOVE WRK-TOTAL-NO-ANO TO WRK-QTD-ED.
               MOVE WRK-TOTAL-EXPORTADOS TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-PENDENTES TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'ALUNOS NO ANO: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   NO CENSO: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   PENDENTES: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-VAL FROM WRK-LINHA-TXT.
               MOVE WRK-TOTAL-CURSANDO TO WRK-QTD-ED.
               MOVE WRK-TOTAL-CONCLUINTE TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-TRANSFERIDO TO WRK-QTD-ED3.
               MOVE WRK-TOTAL-DESISTENTE TO WRK-QTD-ED4.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'CURSANDO: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   CONCLUINTES: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   TRANSFERIDOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      '   DESISTENTES: ' DELIMITED BY SIZE
                      WRK-QTD-ED4 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-VAL FROM WRK-LINHA-TXT.
               MOVE WRK-TOTAL-BOLSISTAS TO WRK-QTD-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'BOLSISTAS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-VAL FROM WRK-LINHA-TXT.
               DISPLAY 'PROGCEN: ANO ' WRK-ANO-CENSO ' - '
                   WRK-TOTAL-EXPORTADOS ' NO CENSO, '
                   WRK-TOTAL-PENDENTES ' PENDENTE(S)'.
               IF WRK-TOTAL-PENDENTES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGCEN' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-EXPORTADOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-PENDENTES TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-TERMOS-ANO TO WRK-CTL-HASH.
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
               MOVE 'PROGCEN' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGCEN' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-EXPORTADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
