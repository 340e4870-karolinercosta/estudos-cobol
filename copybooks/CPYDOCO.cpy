      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUTS DA EMISSAO DE DOCUMENTOS OFICIAIS (PROGDOC):
      *     - PEDIDO (DOCMOV, GRAVADO PELA SECRETARIA): M = DECLARACAO
      *       DE MATRICULA, H = CERTIDAO DE HISTORICO ESCOLAR, D =
      *       DIPLOMA (SO ALUNO DO DIPLOK), COM A MATRICULA; V =
      *       CONFERENCIA DE UM CODIGO DE VERIFICACAO APRESENTADO POR
      *       TERCEIRO (EMPRESA, OUTRA ESCOLA);
      *     - REGISTRO DE EMISSAO (DOCREG, SO ACRESCIDO): UMA LINHA
      *       POR DOCUMENTO EMITIDO, COM NUMERO SEQUENCIAL UNICO PARA
      *       TODOS OS TIPOS, O CODIGO DE VERIFICACAO IMPRESSO NO
      *       DOCUMENTO E, NO DIPLOMA, O LIVRO/FOLHA/REGISTRO DO LIVRO
      *       DE REGISTRO DE DIPLOMAS. CODIGO = TIPO + NUMERO + '-' +
      *       AUTENTICADOR CALCULADO SOBRE MATRICULA, DATA, HORA E
      *       NUMERO DA EMISSAO -- SO CONFERE SE A LINHA EXISTE AQUI
      *    DATA= 15/10/26
      ******************************
       01 WRK-MOV-DOCUMENTO.
           02 WRK-MDC-TIPO        PIC X(01) VALUE SPACES.
               88 MDC-DECLARACAO  VALUE 'M'.
               88 MDC-CERTIDAO    VALUE 'H'.
               88 MDC-DIPLOMA     VALUE 'D'.
               88 MDC-VERIFICACAO VALUE 'V'.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MDC-MATRICULA   PIC X(06) VALUE SPACES.
           02 WRK-MDC-MATR-NUM REDEFINES WRK-MDC-MATRICULA
                                  PIC 9(06).
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MDC-CODIGO      PIC X(16) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-MDC-USUARIO     PIC X(10) VALUE SPACES.
       01 WRK-DOCUMENTO-EMITIDO.
           02 WRK-DOC-NUMERO      PIC 9(07) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-TIPO        PIC X(01) VALUE SPACES.
               88 DOC-DECLARACAO  VALUE 'M'.
               88 DOC-CERTIDAO    VALUE 'H'.
               88 DOC-DIPLOMA     VALUE 'D'.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-MATRICULA   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-NOME        PIC X(30) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-CURSO       PIC X(20) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-DATA        PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-HORA        PIC X(08) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-CODIGO      PIC X(16) VALUE SPACES.
           02 WRK-DOC-CODIGO-R REDEFINES WRK-DOC-CODIGO.
               03 WRK-DOC-COD-TIPO   PIC X(01).
               03 WRK-DOC-COD-NUMERO PIC 9(07).
               03 WRK-DOC-COD-TRACO  PIC X(01).
               03 WRK-DOC-COD-AUTENT PIC 9(07).
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-LIVRO       PIC 9(03) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-FOLHA       PIC 9(03) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-REGISTRO    PIC 9(02) VALUE ZEROS.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-DOC-USUARIO     PIC X(10) VALUE SPACES.
