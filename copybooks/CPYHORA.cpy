      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUTS DO QUADRO DE HORARIOS DAS TURMAS, LIDOS PELA
      *     VALIDACAO DE HORARIO (PROGHOR):
      *     - HORARIO (HORARIO, MANTIDO PELA COORDENACAO): UMA AULA
      *       SEMANAL DA DISCIPLINA DO CATALOGO (CATCURSO) NO TERMO --
      *       DIA DA SEMANA (1 = DOMINGO ... 7 = SABADO), HORA DE
      *       INICIO DA AULA (HH:MM, O "TEMPO" DA GRADE), SALA E
      *       PROFESSOR (ID DO PROFMST);
      *     - CADASTRO DE SALAS (SALAS): SALA, DESCRICAO E CAPACIDADE
      *       DE ALUNOS SENTADOS
      *    DATA= 15/10/26
      ******************************
       01 WRK-HORARIO.
           02 WRK-HOR-TERMO      PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-HOR-DISCIPLINA PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-HOR-DIA        PIC X(01) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-HOR-HORA       PIC X(05) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-HOR-SALA       PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-HOR-PROFESSOR  PIC X(06) VALUE SPACES.
       01 WRK-SALA.
           02 WRK-SAL-SALA       PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-SAL-DESCRICAO  PIC X(30) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-SAL-CAPACIDADE PIC X(03) VALUE SPACES.
