      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUTS DO APROVEITAMENTO DE ESTUDOS (DISCIPLINA CURSADA E
      *     APROVADA EM OUTRA INSTITUICAO, CREDITADA AO ALUNO
      *     TRANSFERIDO SEM PASSAR PELO NOTAHIST):
      *     - PEDIDO (APROIN, GRAVADO PELA SECRETARIA): MATRICULA,
      *       DISCIPLINA DO CATCURSO, INSTITUICAO DE ORIGEM, NOTA
      *       OBTIDA LA E O USUARIO QUE PROPOE; SO VIRA CREDITO COM A
      *       APROVACAO DE SUPERVISOR NO APROAPRV, NO MESMO PASSO DAS
      *       EMENDAS DE NOTA (PROGCOB85);
      *     - CREDITO CONCEDIDO (APROVEIT, SO ACRESCIDO): UMA LINHA POR
      *       DISCIPLINA CREDITADA, COM CURSO/TERMO/CREDITOS DA GRADE,
      *       PROPONENTE E APROVADOR. O DIPLOMA (PROGCOB24) E O
      *       PRE-REQUISITO DA REMATRICULA (PROGCOB82) CONTAM A
      *       DISCIPLINA COMO APROVADA E O HISTORICO ESCOLAR A MOSTRA;
      *       ESTATISTICA, RANKING E BOLSA DE MERITO (PROGCOB21/22) NAO
      *       LEEM ESTE ARQUIVO
      *    DATA= 15/10/26
      ******************************
       01 WRK-MOV-APROVEITAMENTO.
           02 WRK-MAP-MATRICULA   PIC X(06) VALUE SPACES.
           02 WRK-MAP-MATR-NUM REDEFINES WRK-MAP-MATRICULA
                                  PIC 9(06).
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MAP-DISCIPLINA  PIC X(20) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MAP-INSTITUICAO PIC X(30) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MAP-NOTA        PIC 9(02)V9 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MAP-PROPONENTE  PIC X(10) VALUE SPACES.
       01 WRK-APROVEITAMENTO.
           02 WRK-APV-MATRICULA   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-APV-CURSO       PIC X(20) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-APV-TERMO       PIC X(06) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-APV-DISCIPLINA  PIC X(20) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-APV-CREDITOS    PIC 9(02) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-APV-INSTITUICAO PIC X(30) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-APV-NOTA        PIC 9(02)V9 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-APV-PROPONENTE  PIC X(10) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-APV-APROVADOR   PIC X(10) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-APV-DATA        PIC X(08) VALUE SPACES.
