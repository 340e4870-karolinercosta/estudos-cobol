      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUTS DO TRANCAMENTO E CANCELAMENTO DE MATRICULA
      *     (PROGTRC):
      *     - MOVIMENTO (TRCMOV, GRAVADO PELA SECRETARIA): S = TRANCA-
      *       MENTO, C = CANCELAMENTO, R = REATIVACAO DO ALUNO TRANCADO
      *       OU CANCELADO; DATA EFETIVA DA SAIDA (OU DA VOLTA) E O
      *       TERMO EM CURSO, CUJAS DISCIPLINAS EM ABERTO NO NOTAHIST
      *       FICAM TRANCADAS/CANCELADAS EM VEZ DE REPROVADAS;
      *     - REGISTRO DOS TRANCAMENTOS (TRCREG, ENTRA VELHO / SAI NOVO
      *       EM TRCNEW): UMA LINHA POR SAIDA, COM O ACERTO DA
      *       MENSALIDADE (COBRANCA CANCELADA, A DEVOLVER E SALDO A
      *       PAGAR) E A SITUACAO (V = VIGENTE, R = REATIVADO), QUE DA A
      *       DATA DA SAIDA PARA CONFERIR O PRAZO LEGAL DA REATIVACAO
      *    DATA= 15/10/26
      ******************************
       01 WRK-MOV-TRANCAMENTO.
           02 WRK-MTR-TIPO        PIC X(01) VALUE SPACES.
               88 MTR-TRANCAMENTO VALUE 'S'.
               88 MTR-CANCELAMENTO VALUE 'C'.
               88 MTR-REATIVACAO  VALUE 'R'.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MTR-MATRICULA   PIC X(06) VALUE SPACES.
           02 WRK-MTR-MATR-NUM REDEFINES WRK-MTR-MATRICULA
                                  PIC 9(06).
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MTR-DATA        PIC X(08) VALUE SPACES.
           02 WRK-MTR-DATA-NUM REDEFINES WRK-MTR-DATA.
               03 WRK-MTR-ANO     PIC 9(04).
               03 WRK-MTR-MES     PIC 9(02).
               03 WRK-MTR-DIA     PIC 9(02).
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MTR-TERMO       PIC X(06) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MTR-USUARIO     PIC X(10) VALUE SPACES.
       01 WRK-TRANCAMENTO.
           02 WRK-TRC-MATRICULA   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-TRC-TIPO        PIC X(01) VALUE SPACES.
               88 TRC-TRANCAMENTO VALUE 'S'.
               88 TRC-CANCELAMENTO VALUE 'C'.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-TRC-DATA        PIC X(08) VALUE SPACES.
           02 WRK-TRC-DATA-NUM REDEFINES WRK-TRC-DATA.
               03 WRK-TRC-ANO     PIC 9(04).
               03 WRK-TRC-MES     PIC 9(02).
               03 WRK-TRC-DIA     PIC 9(02).
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-TRC-TERMO       PIC X(06) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-TRC-CANCELADO   PIC 9(07)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-TRC-DEVOLVER    PIC 9(07)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-TRC-SALDO       PIC 9(07)V99 VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-TRC-SITUACAO    PIC X(01) VALUE 'V'.
               88 TRC-VIGENTE     VALUE 'V'.
               88 TRC-REATIVADO   VALUE 'R'.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-TRC-DATA-REATIV PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-TRC-USUARIO     PIC X(10) VALUE SPACES.
