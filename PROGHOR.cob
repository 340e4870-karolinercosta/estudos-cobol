           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGHOR.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: VALIDACAO E IMPRESSAO DO QUADRO DE HORARIOS. A
      *     GRADE CURRICULAR (CATCURSO) DIZ QUAIS DISCIPLINAS CORREM
      *     EM CADA TERMO DO CURSO, MAS NAO QUANDO NEM ONDE; O QUADRO
      *     (HORARIO, LAYOUT CPYHORA) DA A DISCIPLINA DO TERMO, O DIA
      *     DA SEMANA, O HORARIO, A SALA E O PROFESSOR, E O CADASTRO DE
      *     SALAS (SALAS) A CAPACIDADE. A TURMA E O CURSO + TERMO DO
      *     ROL DE REMATRICULA (MATRICUL, GRAVADO PELO PROGCOB82): OS
      *     ALUNOS DA TURMA CURSAM TODAS AS DISCIPLINAS DA GRADE DO
      *     TERMO. O RELATORIO DE CONFLITOS (HORCONF) APONTA:
      *     - PROFESSOR OU SALA COM DUAS AULAS NO MESMO DIA/HORARIO;
      *     - AULA COM MAIS ALUNOS DO QUE A CAPACIDADE DA SALA, OU EM
      *       SALA FORA DO CADASTRO;
      *     - TURMA COM DUAS DISCIPLINAS DO SEU TERMO NO MESMO
      *       DIA/HORARIO (TODOS OS ALUNOS DELA FICAM EM CHOQUE);
      *     - DISCIPLINA FORA DA GRADE DO TERMO E REGISTRO INVALIDO.
      *     EM SEGUIDA IMPRIME O QUADRO (HORGRADE) POR TURMA, POR
      *     PROFESSOR (NOME DO PROFMST) E POR SALA. COM CONFLITO O RUN
      *     TERMINA COM RC 4; SEM O QUADRO OU SEM O CATALOGO, OU COM
      *     TABELA ESTOURADA, PARA COM RC 8
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HORARIO-IN ASSIGN TO HORARIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HORARIO-STATUS.
               SELECT SALAS-IN ASSIGN TO SALAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SALAS-STATUS.
               SELECT CATALOGO-IN ASSIGN TO CATCURSO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CATALOGO-STATUS.
               SELECT MATRICULAS-IN ASSIGN TO MATRICUL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MATRICUL-STATUS.
               SELECT PROFESSOR-MASTER ASSIGN TO PROFMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRF-ID
                   FILE STATUS IS WRK-PROFMST-STATUS.
               SELECT RELATORIO-CONFLITOS ASSIGN TO HORCONF
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-GRADE ASSIGN TO HORGRADE
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
           FD  HORARIO-IN.
           01  LINHA-HORARIO PIC X(54).
           FD  SALAS-IN.
           01  LINHA-SALA PIC X(43).
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
           FD  MATRICULAS-IN.
           01  REG-MATRICULA-IN.
               02 REG-MAT-MATRICULA PIC 9(06).
               02 FILLER            PIC X(02).
               02 REG-MAT-NOME      PIC X(30).
               02 FILLER            PIC X(02).
               02 REG-MAT-CURSO     PIC X(20).
               02 FILLER            PIC X(02).
               02 REG-MAT-TERMO     PIC X(06).
           FD  PROFESSOR-MASTER.
           01  REG-PROFESSOR-MASTER.
               02 REG-PRF-ID          PIC X(06).
               02 REG-PRF-NOME        PIC X(40).
               02 REG-PRF-COORDENADOR PIC X(06).
               02 REG-PRF-USUARIO     PIC X(10).
               02 REG-PRF-STATUS      PIC X(01).
                   88 PRF-ATIVO       VALUE 'A'.
                   88 PRF-INATIVO     VALUE 'I'.
           FD  RELATORIO-CONFLITOS.
           01  LINHA-CONFLITO PIC X(132).
           FD  RELATORIO-GRADE.
           01  LINHA-GRADE PIC X(132).
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
           COPY CPYHORA.
           77 WRK-HORARIO-STATUS PIC X(02) VALUE '00'.
               88 HORARIO-OK VALUE '00'.
           77 WRK-SALAS-STATUS PIC X(02) VALUE '00'.
               88 SALAS-OK VALUE '00'.
           77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
               88 CATALOGO-OK VALUE '00'.
           77 WRK-MATRICUL-STATUS PIC X(02) VALUE '00'.
               88 MATRICUL-OK VALUE '00'.
           77 WRK-PROFMST-STATUS PIC X(02) VALUE '00'.
               88 PROFMST-OK VALUE '00'.
           77 WRK-PROFMST-ABERTO PIC X(01) VALUE 'N'.
               88 PROFMST-ABERTO VALUE 'S'.
           77 WRK-FIM-AUXILIAR PIC X(01) VALUE 'N'.
               88 FIM-AUXILIAR VALUE 'S'.
      ******************************
      **** NOMES DOS DIAS DA SEMANA (1 = DOMINGO)
      ******************************
           01 WRK-DIAS-SEMANA-LIT.
               02 FILLER PIC X(03) VALUE 'DOM'.
               02 FILLER PIC X(03) VALUE 'SEG'.
               02 FILLER PIC X(03) VALUE 'TER'.
               02 FILLER PIC X(03) VALUE 'QUA'.
               02 FILLER PIC X(03) VALUE 'QUI'.
               02 FILLER PIC X(03) VALUE 'SEX'.
               02 FILLER PIC X(03) VALUE 'SAB'.
           01 TAB-DIAS-SEMANA REDEFINES WRK-DIAS-SEMANA-LIT.
               02 TAB-DIA-NOME OCCURS 7 TIMES PIC X(03).
      ******************************
      **** CADASTRO DE SALAS
      ******************************
           77 WRK-QTD-SAL PIC 9(03) VALUE ZEROS.
           01 TAB-SALAS.
               02 TAB-SAL OCCURS 1 TO 300 TIMES
                  DEPENDING ON WRK-QTD-SAL
                  INDEXED BY TAB-SAL-IDX.
                   03 TAB-SAL-SALA       PIC X(06).
                   03 TAB-SAL-DESCRICAO  PIC X(30).
                   03 TAB-SAL-CAPACIDADE PIC 9(03).
      ******************************
      **** GRADE CURRICULAR: DISCIPLINAS DE CADA CURSO + TERMO
      ******************************
           77 WRK-QTD-CAT PIC 9(03) VALUE ZEROS.
           01 TAB-CATALOGO.
               02 TAB-CAT OCCURS 1 TO 800 TIMES
                  DEPENDING ON WRK-QTD-CAT
                  INDEXED BY TAB-CAT-IDX.
                   03 TAB-CAT-CURSO      PIC X(20).
                   03 TAB-CAT-TERMO      PIC X(06).
                   03 TAB-CAT-DISCIPLINA PIC X(20).
      ******************************
      **** TURMAS (CURSO + TERMO) DO ROL, COM A QUANTIDADE DE ALUNOS
      ******************************
           77 WRK-QTD-TUR PIC 9(03) VALUE ZEROS.
           01 TAB-TURMAS.
               02 TAB-TUR OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-TUR
                  INDEXED BY TAB-TUR-IDX.
                   03 TAB-TUR-CURSO  PIC X(20).
                   03 TAB-TUR-TERMO  PIC X(06).
                   03 TAB-TUR-ALUNOS PIC 9(05).
      ******************************
      **** AULAS DO QUADRO, COM OS ALUNOS APURADOS PELAS TURMAS
      ******************************
           77 WRK-QTD-HOR PIC 9(04) VALUE ZEROS.
           01 TAB-HORARIOS.
               02 TAB-HOR OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-HOR.
                   03 TAB-HOR-TERMO      PIC X(06).
                   03 TAB-HOR-DISCIPLINA PIC X(20).
                   03 TAB-HOR-DIA        PIC 9(01).
                   03 TAB-HOR-HORA       PIC X(05).
                   03 TAB-HOR-SALA       PIC X(06).
                   03 TAB-HOR-PROFESSOR  PIC X(06).
                   03 TAB-HOR-ALUNOS     PIC 9(05).
      ******************************
      **** PROFESSORES DO QUADRO, NA ORDEM EM QUE APARECEM
      ******************************
           77 WRK-QTD-PRF PIC 9(03) VALUE ZEROS.
           01 TAB-PROFESSORES.
               02 TAB-PRF OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-PRF
                  INDEXED BY TAB-PRF-IDX.
                   03 TAB-PRF-ID PIC X(06).
           77 WRK-I PIC 9(04) VALUE ZEROS.
           77 WRK-J PIC 9(04) VALUE ZEROS.
           77 WRK-K PIC 9(04) VALUE ZEROS.
           77 WRK-CHV-CURSO      PIC X(20) VALUE SPACES.
           77 WRK-CHV-TERMO      PIC X(06) VALUE SPACES.
           77 WRK-CHV-DISCIPLINA PIC X(20) VALUE SPACES.
           77 WRK-NA-GRADE PIC X(01) VALUE 'N'.
               88 DISCIPLINA-NA-GRADE VALUE 'S'.
           77 WRK-NAS-DUAS PIC X(01) VALUE 'N'.
               88 TURMA-NAS-DUAS VALUE 'S'.
           77 WRK-REGISTRO PIC X(01) VALUE 'S'.
               88 REGISTRO-VALIDO VALUE 'S'.
           77 WRK-TEM-AULA PIC X(01) VALUE 'N'.
               88 SECAO-TEM-AULA VALUE 'S'.
           77 WRK-CNF-TIPO    PIC X(24) VALUE SPACES.
           77 WRK-CNF-DIA     PIC X(03) VALUE SPACES.
           77 WRK-CNF-HORA    PIC X(05) VALUE SPACES.
           77 WRK-CNF-DETALHE PIC X(96) VALUE SPACES.
           77 WRK-NOME-PRF    PIC X(40) VALUE SPACES.
           77 WRK-LINHA-TXT   PIC X(132) VALUE SPACES.
           77 WRK-QTD-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED2     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-INVALIDOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ALUNOS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CONFLITOS  PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0400-APURAR-ALUNOS
                   PERFORM 0500-CONFERIR-CONFLITOS
                   PERFORM 0600-IMPRIMIR-QUADROS
                   PERFORM 0800-FINALIZAR
               END-IF.
               CLOSE RELATORIO-CONFLITOS RELATORIO-GRADE.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA SALAS, GRADE, ROL E QUADRO EM MEMORIA; SEM O
      **** QUADRO OU SEM A GRADE NAO HA O QUE CONFERIR: PARA COM 8
      ******************************
           0100-INICIALIZAR.
               OPEN OUTPUT RELATORIO-CONFLITOS RELATORIO-GRADE.
               MOVE 'CONFLITOS DO QUADRO DE HORARIOS' TO LINHA-CONFLITO.
               WRITE LINHA-CONFLITO.
               MOVE SPACES TO LINHA-CONFLITO.
               WRITE LINHA-CONFLITO.
               MOVE 'CONFLITO'  TO LINHA-CONFLITO (1:8).
               MOVE 'DIA'       TO LINHA-CONFLITO (26:3).
               MOVE 'HORA'      TO LINHA-CONFLITO (30:4).
               MOVE 'DETALHE'   TO LINHA-CONFLITO (37:7).
               WRITE LINHA-CONFLITO.
               MOVE ALL '-' TO LINHA-CONFLITO.
               WRITE LINHA-CONFLITO.
               MOVE 'QUADRO DE HORARIOS' TO LINHA-GRADE.
               WRITE LINHA-GRADE.
               PERFORM 0110-CARREGAR-SALAS.
               PERFORM 0120-CARREGAR-CATALOGO.
               IF RETURN-CODE = 0
                   PERFORM 0130-CARREGAR-ROL
               END-IF.
               IF RETURN-CODE = 0
                   PERFORM 0140-CARREGAR-HORARIO
               END-IF.
               OPEN INPUT PROFESSOR-MASTER.
               IF PROFMST-OK
                   SET PROFMST-ABERTO TO TRUE
               END-IF.
           0110-CARREGAR-SALAS.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT SALAS-IN.
               IF SALAS-OK
                   PERFORM 0111-LER-SALA UNTIL FIM-AUXILIAR
                   CLOSE SALAS-IN
               ELSE
                   MOVE 'CADASTRO DE SALAS NAO ABRIU - TODA SALA FICA '
                       TO LINHA-CONFLITO
                   MOVE 'FORA DO CADASTRO' TO LINHA-CONFLITO (47:16)
                   WRITE LINHA-CONFLITO
               END-IF.
           0111-LER-SALA.
               READ SALAS-IN INTO WRK-SALA
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       IF WRK-QTD-SAL < 300
                           ADD 1 TO WRK-QTD-SAL
                           MOVE WRK-SAL-SALA
                               TO TAB-SAL-SALA (WRK-QTD-SAL)
                           MOVE WRK-SAL-DESCRICAO
                               TO TAB-SAL-DESCRICAO (WRK-QTD-SAL)
                           IF WRK-SAL-CAPACIDADE IS NUMERIC
                               MOVE WRK-SAL-CAPACIDADE
                                   TO TAB-SAL-CAPACIDADE (WRK-QTD-SAL)
                           ELSE
                               MOVE ZEROS
                                   TO TAB-SAL-CAPACIDADE (WRK-QTD-SAL)
                           END-IF
                       ELSE
                           DISPLAY 'PROGHOR: TABELA DE SALAS CHEIA'
                           MOVE 8 TO RETURN-CODE
                           SET FIM-AUXILIAR TO TRUE
                       END-IF
               END-READ.
           0120-CARREGAR-CATALOGO.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT CATALOGO-IN.
               IF CATALOGO-OK
                   PERFORM 0121-LER-CATALOGO UNTIL FIM-AUXILIAR
                   CLOSE CATALOGO-IN
               ELSE
                   MOVE 'CATCURSO NAO ABRIU - NADA CONFERIDO'
                       TO LINHA-CONFLITO
                   WRITE LINHA-CONFLITO
                   DISPLAY 'PROGHOR: CATCURSO NAO ABRIU - STATUS '
                       WRK-CATALOGO-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
           0121-LER-CATALOGO.
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
                           DISPLAY 'PROGHOR: TABELA DO CATALOGO CHEIA'
                           MOVE 8 TO RETURN-CODE
                           SET FIM-AUXILIAR TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** AGRUPA O ROL DE REMATRICULA EM TURMAS (CURSO + TERMO);
      **** SEM O ROL NAO HA ALUNOS PARA CONFERIR CHOQUE NEM LOTACAO
      ******************************
           0130-CARREGAR-ROL.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT MATRICULAS-IN.
               IF MATRICUL-OK
                   PERFORM 0131-LER-MATRICULA UNTIL FIM-AUXILIAR
                   CLOSE MATRICULAS-IN
               ELSE
                   MOVE 'ROL MATRICUL NAO ABRIU - SEM CONFERENCIA DE '
                       TO LINHA-CONFLITO
                   MOVE 'ALUNOS' TO LINHA-CONFLITO (45:6)
                   WRITE LINHA-CONFLITO
               END-IF.
           0131-LER-MATRICULA.
               READ MATRICULAS-IN
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-ALUNOS
                       PERFORM 0132-CONTAR-NA-TURMA
               END-READ.
           0132-CONTAR-NA-TURMA.
               SET TAB-TUR-IDX TO 1.
               IF WRK-QTD-TUR > 0
                   SEARCH TAB-TUR
                       AT END PERFORM 0133-INCLUIR-TURMA
                       WHEN TAB-TUR-CURSO (TAB-TUR-IDX) = REG-MAT-CURSO
                        AND TAB-TUR-TERMO (TAB-TUR-IDX) = REG-MAT-TERMO
                           ADD 1 TO TAB-TUR-ALUNOS (TAB-TUR-IDX)
                   END-SEARCH
               ELSE
                   PERFORM 0133-INCLUIR-TURMA
               END-IF.
           0133-INCLUIR-TURMA.
               IF WRK-QTD-TUR < 500
                   ADD 1 TO WRK-QTD-TUR
                   MOVE REG-MAT-CURSO TO TAB-TUR-CURSO (WRK-QTD-TUR)
                   MOVE REG-MAT-TERMO TO TAB-TUR-TERMO (WRK-QTD-TUR)
                   MOVE 1 TO TAB-TUR-ALUNOS (WRK-QTD-TUR)
               ELSE
                   DISPLAY 'PROGHOR: TABELA DE TURMAS CHEIA'
                   MOVE 8 TO RETURN-CODE
                   SET FIM-AUXILIAR TO TRUE
               END-IF.
      ******************************
      **** CARREGA O QUADRO; REGISTRO SEM DIA 1-7, HORA, SALA OU
      **** PROFESSOR E RECUSADO COMO INVALIDO; DISCIPLINA FORA DA
      **** GRADE DO TERMO E APONTADA MAS A AULA ENTRA NO QUADRO
      ******************************
           0140-CARREGAR-HORARIO.
               MOVE 'N' TO WRK-FIM-AUXILIAR.
               OPEN INPUT HORARIO-IN.
               IF HORARIO-OK
                   PERFORM 0141-LER-HORARIO UNTIL FIM-AUXILIAR
                   CLOSE HORARIO-IN
               ELSE
                   MOVE 'QUADRO HORARIO NAO ABRIU - NADA CONFERIDO'
                       TO LINHA-CONFLITO
                   WRITE LINHA-CONFLITO
                   DISPLAY 'PROGHOR: HORARIO NAO ABRIU - STATUS '
                       WRK-HORARIO-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
           0141-LER-HORARIO.
               READ HORARIO-IN INTO WRK-HORARIO
                   AT END SET FIM-AUXILIAR TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-LIDOS
                       PERFORM 0142-VALIDAR-HORARIO
                       IF REGISTRO-VALIDO
                           PERFORM 0143-INCLUIR-HORARIO
                       END-IF
               END-READ.
           0142-VALIDAR-HORARIO.
               MOVE 'S' TO WRK-REGISTRO.
               IF WRK-HOR-DIA NOT NUMERIC
                   OR WRK-HOR-DIA = '0' OR WRK-HOR-DIA > '7'
                   OR WRK-HOR-HORA = SPACES
                   OR WRK-HOR-SALA = SPACES
                   OR WRK-HOR-PROFESSOR = SPACES
                   OR WRK-HOR-TERMO = SPACES
                   OR WRK-HOR-DISCIPLINA = SPACES
                   MOVE 'N' TO WRK-REGISTRO
                   ADD 1 TO WRK-TOTAL-INVALIDOS
                   MOVE 'REGISTRO INVALIDO' TO WRK-CNF-TIPO
                   MOVE SPACES TO WRK-CNF-DIA
                   MOVE WRK-HOR-HORA TO WRK-CNF-HORA
                   MOVE LINHA-HORARIO TO WRK-CNF-DETALHE
                   PERFORM 0590-GRAVAR-CONFLITO
               END-IF.
           0143-INCLUIR-HORARIO.
               IF WRK-QTD-HOR < 2000
                   ADD 1 TO WRK-QTD-HOR
                   MOVE WRK-HOR-TERMO
                       TO TAB-HOR-TERMO (WRK-QTD-HOR)
                   MOVE WRK-HOR-DISCIPLINA
                       TO TAB-HOR-DISCIPLINA (WRK-QTD-HOR)
                   MOVE WRK-HOR-DIA  TO TAB-HOR-DIA (WRK-QTD-HOR)
                   MOVE WRK-HOR-HORA TO TAB-HOR-HORA (WRK-QTD-HOR)
                   MOVE WRK-HOR-SALA TO TAB-HOR-SALA (WRK-QTD-HOR)
                   MOVE WRK-HOR-PROFESSOR
                       TO TAB-HOR-PROFESSOR (WRK-QTD-HOR)
                   MOVE ZEROS TO TAB-HOR-ALUNOS (WRK-QTD-HOR)
                   PERFORM 0144-ANOTAR-PROFESSOR
                   PERFORM 0145-CONFERIR-GRADE
               ELSE
                   DISPLAY 'PROGHOR: TABELA DO QUADRO CHEIA'
                   MOVE 8 TO RETURN-CODE
                   SET FIM-AUXILIAR TO TRUE
               END-IF.
           0144-ANOTAR-PROFESSOR.
               SET TAB-PRF-IDX TO 1.
               IF WRK-QTD-PRF > 0
                   SEARCH TAB-PRF
                       AT END PERFORM 0146-INCLUIR-PROFESSOR
                       WHEN TAB-PRF-ID (TAB-PRF-IDX) = WRK-HOR-PROFESSOR
                           CONTINUE
                   END-SEARCH
               ELSE
                   PERFORM 0146-INCLUIR-PROFESSOR
               END-IF.
           0146-INCLUIR-PROFESSOR.
               IF WRK-QTD-PRF < 500
                   ADD 1 TO WRK-QTD-PRF
                   MOVE WRK-HOR-PROFESSOR TO TAB-PRF-ID (WRK-QTD-PRF)
               ELSE
                   DISPLAY 'PROGHOR: TABELA DE PROFESSORES CHEIA'
                   MOVE 8 TO RETURN-CODE
                   SET FIM-AUXILIAR TO TRUE
               END-IF.
      ******************************
      **** A DISCIPLINA DA AULA TEM DE ESTAR NA GRADE DE ALGUM CURSO
      **** NAQUELE TERMO
      ******************************
           0145-CONFERIR-GRADE.
               MOVE 'N' TO WRK-NA-GRADE.
               IF WRK-QTD-CAT > 0
                   SET TAB-CAT-IDX TO 1
                   SEARCH TAB-CAT
                       AT END CONTINUE
                       WHEN TAB-CAT-TERMO (TAB-CAT-IDX) = WRK-HOR-TERMO
                        AND TAB-CAT-DISCIPLINA (TAB-CAT-IDX)
                            = WRK-HOR-DISCIPLINA
                           SET DISCIPLINA-NA-GRADE TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT DISCIPLINA-NA-GRADE
                   MOVE WRK-QTD-HOR TO WRK-I
                   MOVE 'DISCIPLINA FORA DA GRADE' TO WRK-CNF-TIPO
                   PERFORM 0580-MONTAR-DIA-HORA
                   MOVE SPACES TO WRK-CNF-DETALHE
                   STRING 'TERMO ' DELIMITED BY SIZE
                          WRK-HOR-TERMO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-HOR-DISCIPLINA DELIMITED BY SIZE
                          ' SALA ' DELIMITED BY SIZE
                          WRK-HOR-SALA DELIMITED BY SIZE
                          ' PROF ' DELIMITED BY SIZE
                          WRK-HOR-PROFESSOR DELIMITED BY SIZE
                          INTO WRK-CNF-DETALHE
                   PERFORM 0590-GRAVAR-CONFLITO
               END-IF.
      ******************************
      **** ALUNOS DE CADA AULA = SOMA DAS TURMAS DO TERMO CUJA GRADE
      **** TEM A DISCIPLINA
      ******************************
           0400-APURAR-ALUNOS.
               PERFORM 0410-APURAR-AULA
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-HOR.
           0410-APURAR-AULA.
               PERFORM 0420-SOMAR-TURMA
                   VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-QTD-TUR.
           0420-SOMAR-TURMA.
               IF TAB-TUR-TERMO (WRK-K) = TAB-HOR-TERMO (WRK-I)
                   MOVE TAB-TUR-CURSO (WRK-K)      TO WRK-CHV-CURSO
                   MOVE TAB-HOR-TERMO (WRK-I)      TO WRK-CHV-TERMO
                   MOVE TAB-HOR-DISCIPLINA (WRK-I) TO WRK-CHV-DISCIPLINA
                   PERFORM 0490-PROCURAR-NA-GRADE
                   IF DISCIPLINA-NA-GRADE
                       ADD TAB-TUR-ALUNOS (WRK-K)
                           TO TAB-HOR-ALUNOS (WRK-I)
                   END-IF
               END-IF.
      ******************************
      **** PROCURA CURSO + TERMO + DISCIPLINA NA GRADE CURRICULAR
      ******************************
           0490-PROCURAR-NA-GRADE.
               MOVE 'N' TO WRK-NA-GRADE.
               IF WRK-QTD-CAT > 0
                   SET TAB-CAT-IDX TO 1
                   SEARCH TAB-CAT
                       AT END CONTINUE
                       WHEN TAB-CAT-CURSO (TAB-CAT-IDX) = WRK-CHV-CURSO
                        AND TAB-CAT-TERMO (TAB-CAT-IDX) = WRK-CHV-TERMO
                        AND TAB-CAT-DISCIPLINA (TAB-CAT-IDX)
                            = WRK-CHV-DISCIPLINA
                           SET DISCIPLINA-NA-GRADE TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** LOTACAO DE CADA AULA CONTRA A SALA E CHOQUES ENTRE CADA
      **** PAR DE AULAS DO MESMO DIA/HORARIO
      ******************************
           0500-CONFERIR-CONFLITOS.
               PERFORM 0510-CONFERIR-SALA
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-HOR.
               PERFORM 0520-COMPARAR-AULA
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-HOR.
           0510-CONFERIR-SALA.
               PERFORM 0580-MONTAR-DIA-HORA.
               SET TAB-SAL-IDX TO 1.
               IF WRK-QTD-SAL = 0
                   PERFORM 0511-SALA-FORA-CADASTRO
               ELSE
                   SEARCH TAB-SAL
                       AT END PERFORM 0511-SALA-FORA-CADASTRO
                       WHEN TAB-SAL-SALA (TAB-SAL-IDX)
                           = TAB-HOR-SALA (WRK-I)
                           IF TAB-HOR-ALUNOS (WRK-I)
                               > TAB-SAL-CAPACIDADE (TAB-SAL-IDX)
                               PERFORM 0512-SALA-PEQUENA
                           END-IF
                   END-SEARCH
               END-IF.
           0511-SALA-FORA-CADASTRO.
               MOVE 'SALA FORA DO CADASTRO' TO WRK-CNF-TIPO.
               MOVE SPACES TO WRK-CNF-DETALHE.
               STRING 'SALA ' DELIMITED BY SIZE
                      TAB-HOR-SALA (WRK-I) DELIMITED BY SIZE
                      ' TERMO ' DELIMITED BY SIZE
                      TAB-HOR-TERMO (WRK-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-HOR-DISCIPLINA (WRK-I) DELIMITED BY SIZE
                      INTO WRK-CNF-DETALHE.
               PERFORM 0590-GRAVAR-CONFLITO.
           0512-SALA-PEQUENA.
               MOVE 'TURMA MAIOR QUE A SALA' TO WRK-CNF-TIPO.
               MOVE TAB-HOR-ALUNOS (WRK-I) TO WRK-QTD-ED.
               MOVE TAB-SAL-CAPACIDADE (TAB-SAL-IDX) TO WRK-QTD-ED2.
               MOVE SPACES TO WRK-CNF-DETALHE.
               STRING 'TERMO ' DELIMITED BY SIZE
                      TAB-HOR-TERMO (WRK-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-HOR-DISCIPLINA (WRK-I) DELIMITED BY SIZE
                      ' ALUNOS ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' SALA ' DELIMITED BY SIZE
                      TAB-HOR-SALA (WRK-I) DELIMITED BY SIZE
                      ' CAPACIDADE ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      INTO WRK-CNF-DETALHE.
               PERFORM 0590-GRAVAR-CONFLITO.
           0520-COMPARAR-AULA.
               PERFORM 0580-MONTAR-DIA-HORA.
               ADD 1 TO WRK-I GIVING WRK-J.
               PERFORM 0530-COMPARAR-PAR
                   VARYING WRK-J FROM WRK-J BY 1
                   UNTIL WRK-J > WRK-QTD-HOR.
           0530-COMPARAR-PAR.
               IF TAB-HOR-DIA (WRK-J) = TAB-HOR-DIA (WRK-I)
                   AND TAB-HOR-HORA (WRK-J) = TAB-HOR-HORA (WRK-I)
                   IF TAB-HOR-PROFESSOR (WRK-J)
                       = TAB-HOR-PROFESSOR (WRK-I)
                       MOVE 'PROFESSOR EM DUAS AULAS' TO WRK-CNF-TIPO
                       PERFORM 0535-DETALHAR-PAR
                   END-IF
                   IF TAB-HOR-SALA (WRK-J) = TAB-HOR-SALA (WRK-I)
                       MOVE 'SALA COM DUAS AULAS' TO WRK-CNF-TIPO
                       PERFORM 0535-DETALHAR-PAR
                   END-IF
                   IF TAB-HOR-TERMO (WRK-J) = TAB-HOR-TERMO (WRK-I)
                       AND TAB-HOR-DISCIPLINA (WRK-J)
                           NOT = TAB-HOR-DISCIPLINA (WRK-I)
                       PERFORM 0540-CONFERIR-TURMA
                           VARYING WRK-K FROM 1 BY 1
                           UNTIL WRK-K > WRK-QTD-TUR
                   END-IF
               END-IF.
           0535-DETALHAR-PAR.
               MOVE SPACES TO WRK-CNF-DETALHE.
               STRING TAB-HOR-TERMO (WRK-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-HOR-DISCIPLINA (WRK-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-HOR-SALA (WRK-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-HOR-PROFESSOR (WRK-I) DELIMITED BY SIZE
                      '  X  ' DELIMITED BY SIZE
                      TAB-HOR-TERMO (WRK-J) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-HOR-DISCIPLINA (WRK-J) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-HOR-SALA (WRK-J) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-HOR-PROFESSOR (WRK-J) DELIMITED BY SIZE
                      INTO WRK-CNF-DETALHE.
               PERFORM 0590-GRAVAR-CONFLITO.
      ******************************
      **** TURMA DO TERMO QUE CURSA AS DUAS DISCIPLINAS DO MESMO
      **** DIA/HORARIO: TODOS OS ALUNOS DELA FICAM EM CHOQUE
      ******************************
           0540-CONFERIR-TURMA.
               MOVE 'N' TO WRK-NAS-DUAS.
               IF TAB-TUR-TERMO (WRK-K) = TAB-HOR-TERMO (WRK-I)
                   MOVE TAB-TUR-CURSO (WRK-K)      TO WRK-CHV-CURSO
                   MOVE TAB-HOR-TERMO (WRK-I)      TO WRK-CHV-TERMO
                   MOVE TAB-HOR-DISCIPLINA (WRK-I) TO WRK-CHV-DISCIPLINA
                   PERFORM 0490-PROCURAR-NA-GRADE
                   IF DISCIPLINA-NA-GRADE
                       MOVE TAB-HOR-DISCIPLINA (WRK-J)
                           TO WRK-CHV-DISCIPLINA
                       PERFORM 0490-PROCURAR-NA-GRADE
                       IF DISCIPLINA-NA-GRADE
                           SET TURMA-NAS-DUAS TO TRUE
                       END-IF
                   END-IF
               END-IF.
               IF TURMA-NAS-DUAS
                   MOVE 'ALUNOS EM DUAS AULAS' TO WRK-CNF-TIPO
                   MOVE TAB-TUR-ALUNOS (WRK-K) TO WRK-QTD-ED
                   MOVE SPACES TO WRK-CNF-DETALHE
                   STRING 'TURMA ' DELIMITED BY SIZE
                          TAB-TUR-CURSO (WRK-K) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAB-TUR-TERMO (WRK-K) DELIMITED BY SIZE
                          ' (' DELIMITED BY SIZE
                          WRK-QTD-ED DELIMITED BY SIZE
                          ' ALUNOS) ' DELIMITED BY SIZE
                          TAB-HOR-DISCIPLINA (WRK-I) DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          TAB-HOR-DISCIPLINA (WRK-J) DELIMITED BY SIZE
                          INTO WRK-CNF-DETALHE
                   PERFORM 0590-GRAVAR-CONFLITO
               END-IF.
           0580-MONTAR-DIA-HORA.
               MOVE TAB-DIA-NOME (TAB-HOR-DIA (WRK-I)) TO WRK-CNF-DIA.
               MOVE TAB-HOR-HORA (WRK-I) TO WRK-CNF-HORA.
           0590-GRAVAR-CONFLITO.
               ADD 1 TO WRK-TOTAL-CONFLITOS.
               MOVE SPACES TO LINHA-CONFLITO.
               MOVE WRK-CNF-TIPO    TO LINHA-CONFLITO (1:24).
               MOVE WRK-CNF-DIA     TO LINHA-CONFLITO (26:3).
               MOVE WRK-CNF-HORA    TO LINHA-CONFLITO (30:5).
               MOVE WRK-CNF-DETALHE TO LINHA-CONFLITO (37:96).
               WRITE LINHA-CONFLITO.
      ******************************
      **** QUADRO POR TURMA, POR PROFESSOR E POR SALA (AS AULAS SAEM
      **** NA ORDEM DO ARQUIVO, CLASSIFICADO POR DIA E HORA)
      ******************************
           0600-IMPRIMIR-QUADROS.
               PERFORM 0610-IMPRIMIR-TURMA
                   VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-QTD-TUR.
               PERFORM 0620-IMPRIMIR-PROFESSOR
                   VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-QTD-PRF.
               PERFORM 0630-IMPRIMIR-SALA
                   VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-QTD-SAL.
           0610-IMPRIMIR-TURMA.
               MOVE TAB-TUR-ALUNOS (WRK-K) TO WRK-QTD-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'TURMA ' DELIMITED BY SIZE
                      TAB-TUR-CURSO (WRK-K) DELIMITED BY SIZE
                      ' TERMO ' DELIMITED BY SIZE
                      TAB-TUR-TERMO (WRK-K) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' ALUNO(S)' DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               PERFORM 0690-CABECALHO-SECAO.
               PERFORM 0611-AULA-DA-TURMA
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-HOR.
               PERFORM 0695-FECHAR-SECAO.
           0611-AULA-DA-TURMA.
               IF TAB-HOR-TERMO (WRK-I) = TAB-TUR-TERMO (WRK-K)
                   MOVE TAB-TUR-CURSO (WRK-K)      TO WRK-CHV-CURSO
                   MOVE TAB-HOR-TERMO (WRK-I)      TO WRK-CHV-TERMO
                   MOVE TAB-HOR-DISCIPLINA (WRK-I) TO WRK-CHV-DISCIPLINA
                   PERFORM 0490-PROCURAR-NA-GRADE
                   IF DISCIPLINA-NA-GRADE
                       PERFORM 0680-IMPRIMIR-AULA
                   END-IF
               END-IF.
           0620-IMPRIMIR-PROFESSOR.
               MOVE SPACES TO WRK-NOME-PRF.
               IF PROFMST-ABERTO
                   MOVE TAB-PRF-ID (WRK-K) TO REG-PRF-ID
                   READ PROFESSOR-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF PROFMST-OK
                       MOVE REG-PRF-NOME TO WRK-NOME-PRF
                   END-IF
               END-IF.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'PROFESSOR ' DELIMITED BY SIZE
                      TAB-PRF-ID (WRK-K) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-NOME-PRF DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               PERFORM 0690-CABECALHO-SECAO.
               PERFORM 0621-AULA-DO-PROFESSOR
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-HOR.
               PERFORM 0695-FECHAR-SECAO.
           0621-AULA-DO-PROFESSOR.
               IF TAB-HOR-PROFESSOR (WRK-I) = TAB-PRF-ID (WRK-K)
                   PERFORM 0680-IMPRIMIR-AULA
               END-IF.
           0630-IMPRIMIR-SALA.
               MOVE TAB-SAL-CAPACIDADE (WRK-K) TO WRK-QTD-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'SALA ' DELIMITED BY SIZE
                      TAB-SAL-SALA (WRK-K) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-SAL-DESCRICAO (WRK-K) DELIMITED BY SIZE
                      ' CAPACIDADE ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               PERFORM 0690-CABECALHO-SECAO.
               PERFORM 0631-AULA-DA-SALA
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-HOR.
               PERFORM 0695-FECHAR-SECAO.
           0631-AULA-DA-SALA.
               IF TAB-HOR-SALA (WRK-I) = TAB-SAL-SALA (WRK-K)
                   PERFORM 0680-IMPRIMIR-AULA
               END-IF.
           0680-IMPRIMIR-AULA.
               SET SECAO-TEM-AULA TO TRUE.
               MOVE TAB-HOR-ALUNOS (WRK-I) TO WRK-QTD-ED2.
               MOVE SPACES TO LINHA-GRADE.
               MOVE TAB-DIA-NOME (TAB-HOR-DIA (WRK-I))
                                          TO LINHA-GRADE (5:3).
               MOVE TAB-HOR-HORA (WRK-I)       TO LINHA-GRADE (10:5).
               MOVE TAB-HOR-TERMO (WRK-I)      TO LINHA-GRADE (17:6).
               MOVE TAB-HOR-DISCIPLINA (WRK-I) TO LINHA-GRADE (25:20).
               MOVE TAB-HOR-SALA (WRK-I)       TO LINHA-GRADE (47:6).
               MOVE TAB-HOR-PROFESSOR (WRK-I)  TO LINHA-GRADE (55:6).
               MOVE WRK-QTD-ED2                TO LINHA-GRADE (63:5).
               WRITE LINHA-GRADE.
           0690-CABECALHO-SECAO.
               MOVE 'N' TO WRK-TEM-AULA.
               MOVE SPACES TO LINHA-GRADE.
               WRITE LINHA-GRADE.
               WRITE LINHA-GRADE FROM WRK-LINHA-TXT.
               MOVE SPACES TO LINHA-GRADE.
               MOVE 'DIA'        TO LINHA-GRADE (5:3).
               MOVE 'HORA'       TO LINHA-GRADE (10:4).
               MOVE 'TERMO'      TO LINHA-GRADE (17:5).
               MOVE 'DISCIPLINA' TO LINHA-GRADE (25:10).
               MOVE 'SALA'       TO LINHA-GRADE (47:4).
               MOVE 'PROF'       TO LINHA-GRADE (55:4).
               MOVE 'ALUNOS'     TO LINHA-GRADE (63:6).
               WRITE LINHA-GRADE.
           0695-FECHAR-SECAO.
               IF NOT SECAO-TEM-AULA
                   MOVE '    SEM AULAS NO QUADRO' TO LINHA-GRADE
                   WRITE LINHA-GRADE
               END-IF.
           0800-FINALIZAR.
               IF PROFMST-ABERTO
                   CLOSE PROFESSOR-MASTER
               END-IF.
               MOVE WRK-TOTAL-CONFLITOS TO WRK-QTD-ED.
               MOVE WRK-QTD-HOR TO WRK-QTD-ED2.
               MOVE SPACES TO LINHA-CONFLITO.
               WRITE LINHA-CONFLITO.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'AULAS NO QUADRO: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   CONFLITOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-CONFLITO FROM WRK-LINHA-TXT.
               DISPLAY 'PROGHOR: ' WRK-QTD-ED2 ' AULA(S), '
                   WRK-QTD-ED ' CONFLITO(S)'.
               IF WRK-TOTAL-CONFLITOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGHOR' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               SUBTRACT WRK-TOTAL-INVALIDOS FROM WRK-TOTAL-LIDOS
                   GIVING WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-INVALIDOS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-ALUNOS TO WRK-CTL-HASH.
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
               MOVE 'PROGHOR' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGHOR' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-CTL-ACEITOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
