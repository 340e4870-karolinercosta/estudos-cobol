      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUTS DAS VAGAS DA REMATRICULA, COMPARTILHADOS PELO ROL
      *     DE REMATRICULA (PROGCOB82) E PELO PREENCHIMENTO DE VAGA
      *     CANCELADA (PROGESP):
      *     - VAGAS (VAGAS, MANTIDO PELA COORDENACAO): NUMERO MAXIMO
      *       DE ALUNOS DA DISCIPLINA DO CATALOGO NO TERMO; DISCIPLINA
      *       SEM REGISTRO NAO TEM LIMITE;
      *     - LISTA DE ESPERA (ESPERA): ALUNO QUE NAO COUBE NO ROL, NA
      *       ORDEM DE PRIORIDADE (R = REFAZ O TERMO REPROVADO, DEPOIS
      *       A = AVANCA, CADA GRUPO PELA MEDIA DO TERMO FECHADO), COM
      *       A DISCIPLINA QUE ESTAVA LOTADA;
      *     - CANCELAMENTO (CANCMAT, GRAVADO PELA SECRETARIA): ALUNO
      *       QUE DESISTIU DA VAGA DO ROL NO TERMO
      *    DATA= 15/10/26
      ******************************
       01 WRK-VAGA.
           02 WRK-VAG-TERMO      PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-VAG-DISCIPLINA PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-VAG-VAGAS      PIC 9(03) VALUE ZEROS.
       01 WRK-ESPERA.
           02 WRK-ESP-POSICAO    PIC 9(04) VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ESP-MATRICULA  PIC 9(06) VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ESP-NOME       PIC X(30) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ESP-CURSO      PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ESP-TERMO      PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ESP-PRIORIDADE PIC X(01) VALUE SPACES.
               88 ESP-REPETENTE  VALUE 'R'.
               88 ESP-AVANCO     VALUE 'A'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ESP-MEDIA      PIC 9(03)V9 VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-ESP-DISCIPLINA PIC X(20) VALUE SPACES.
       01 WRK-CANCELAMENTO.
           02 WRK-CAN-MATRICULA  PIC 9(06) VALUE ZEROS.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-CAN-TERMO      PIC X(06) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-CAN-DATA       PIC X(08) VALUE SPACES.
