      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUT DO HISTORICO DE MATRICULA/NOTAS COMPARTILHADO PELOS
      *     PROGRAMAS DE MEDIA DE ALUNO (PROGCOB07, PROGCOB08,
      *     PROGCOB12), GRAVADO (OPEN EXTEND) NO ARQUIVO NOTAHIST A
      *     CADA ALUNO PROCESSADO. GUARDA A MATRICULA/NOME/CURSO
      *     CONSULTADOS NO CADASTRO MESTRE ALUMST JUNTO COM O TERMO E
      *     O RESULTADO DO PERIODO, PARA QUE UM RELATORIO FUTURO POSSA
      *     MONTAR O HISTORICO DE VARIOS TERMOS DE UM MESMO ALUNO
      *    DATA= 09/08/26
      *    ALTERADO= 22/08/26 - KAROLINE
      *     GANHOU O PERCENTUAL DE FREQUENCIA DO TERMO
      *     (WRK-MTH-FREQ-PCT), APURADO PELOS PROGRAMAS DE NOTA A
      *     PARTIR DO ARQUIVO DE CHAMADA/FREQUENCIA (FREQIN), PARA O
      *     HISTORICO ESCOLAR (PROGCOB14) MOSTRAR A FREQUENCIA AO
      *     LADO DAS NOTAS; ZERO SIGNIFICA TERMO SEM APURACAO DE
      *     FREQUENCIA (PROGRAMAS ANTIGOS OU REGISTRO ANTERIOR A ESTA
      *     ALTERACAO). OS FD QUE GRAVAM/LEEM O NOTAHIST PASSARAM DE
      *     X(100) PARA X(120) PARA COMPORTAR O REGISTRO MAIOR
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU O PROFESSOR QUE LANCOU A FOLHA DE NOTAS (ID DO
      *     PROFMST) E A DATA DO LANCAMENTO, GRAVADOS PELO PROGCOB12; EM
      *     BRANCO NOS REGISTROS ANTERIORES E NOS PROGRAMAS QUE NAO
      *     RECEBEM FOLHA. O REGISTRO CONTINUA CABENDO NAS 120 POSICOES
      ******************************
       01 WRK-MATRICULA-HIST.
           02 WRK-MTH-MATRICULA PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-MTH-NOME      PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-MTH-CURSO     PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-MTH-TERMO     PIC X(06) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-MTH-NOTA1     PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-MTH-NOTA2     PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-MTH-MEDIA     PIC 9(03)V9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-MTH-SITUACAO  PIC X(14) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-MTH-FREQ-PCT  PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-MTH-PROFESSOR PIC X(06) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-MTH-DATA-LANC PIC X(08) VALUE SPACES.
