      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUTS DO LANCAMENTO DE NOTAS PELO PROFESSOR,
      *     COMPARTILHADOS PELOS PROGRAMAS DE NOTA (PROGCOB08B,
      *     PROGCOB12) E PELO RELATORIO DE FOLHAS PENDENTES (PROGNPD):
      *     - ATRIBUICAO DE TURMA (ATRIBTUR, MANTIDO PELA COORDENACAO):
      *       TERMO + TURMA + DISCIPLINA + PROFESSOR (ID DO CADASTRO
      *       DE PROFESSORES PROFMST, MANTIDO PELO PROGPRF);
      *     - JANELA DE LANCAMENTO DO TERMO (JANNOTA): PRIMEIRO E
      *       ULTIMO DIA EM QUE A FOLHA DE NOTAS E ACEITA; DEPOIS DO
      *       PRAZO A CORRECAO SO ENTRA PELA EMENDA (PROGCOB85);
      *     - FOLHA RECEBIDA (NOTAREC, SO-ANEXA): CADA TURMA +
      *       DISCIPLINA DO TERMO QUE TEVE A FOLHA ACEITA, COM QUEM
      *       LANCOU, QUANDO LANCOU E QUANDO ENTROU NO HISTORICO
      *    DATA= 15/10/26
      ******************************
       01 WRK-ATRIBUICAO.
           02 WRK-ATR-TERMO      PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ATR-TURMA      PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ATR-DISCIPLINA PIC X(08) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ATR-PROFESSOR  PIC X(06) VALUE SPACES.
       01 WRK-JANELA-NOTAS.
           02 WRK-JAN-TERMO      PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-JAN-INICIO     PIC X(08) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-JAN-FIM        PIC X(08) VALUE SPACES.
       01 WRK-NOTA-RECEBIDA.
           02 WRK-NRC-TERMO      PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-NRC-TURMA      PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-NRC-DISCIPLINA PIC X(08) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-NRC-PROFESSOR  PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-NRC-DATA-LANC  PIC X(08) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-NRC-DATA-RECEB PIC X(08) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-NRC-PROGRAMA   PIC X(10) VALUE SPACES.
