      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     LAYOUTS DO CENSO ESCOLAR ANUAL (PROGCEN, JOB PCOBCEN):
      *     - DADOS COMPLEMENTARES DO ALUNO (CENSCAD, MANTIDO PELA
      *       SECRETARIA): O QUE O CENSO EXIGE E O ALUMST NAO TEM --
      *       DATA DE NASCIMENTO (AAAAMMDD), SEXO (M/F), COR/RACA
      *       (0 A 5, 0 = NAO DECLARADA) E NACIONALIDADE (1 =
      *       BRASILEIRA, 2 = NATURALIZADO, 3 = ESTRANGEIRA);
      *     - ARQUIVO DE EXPORTACAO (CENSOUT), LARGURA FIXA SEM
      *       SEPARADORES COMO O LEIAUTE DO CENSO PEDE: REGISTRO 40
      *       (CABECALHO: ANO E INSTITUICAO), UM REGISTRO 41 POR
      *       ALUNO E O REGISTRO 49 (FECHO COM A QUANTIDADE DE 41).
      *       SITUACAO DO ALUNO NO ANO: 1 = CURSANDO, 2 = CONCLUINTE,
      *       3 = TRANSFERIDO, 4 = DESISTENTE
      *    DATA= 15/10/26
      ******************************
       01 WRK-CADASTRO-CENSO.
           02 WRK-CCD-MATRICULA     PIC 9(06) VALUE ZEROS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-CCD-NASCIMENTO    PIC X(08) VALUE SPACES.
           02 WRK-CCD-NASC-DATA REDEFINES WRK-CCD-NASCIMENTO.
               03 WRK-CCD-NASC-ANO  PIC 9(04).
               03 WRK-CCD-NASC-MES  PIC 9(02).
               03 WRK-CCD-NASC-DIA  PIC 9(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-CCD-SEXO          PIC X(01) VALUE SPACES.
               88 CCD-SEXO-VALIDO   VALUE 'M' 'F'.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-CCD-COR-RACA      PIC X(01) VALUE SPACES.
               88 CCD-COR-VALIDA    VALUE '0' THRU '5'.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-CCD-NACIONALIDADE PIC X(01) VALUE SPACES.
               88 CCD-NACION-VALIDA VALUE '1' THRU '3'.
       01 WRK-CENSO-ALUNO.
           02 WRK-CEN-TIPO-REG      PIC X(02) VALUE '41'.
           02 WRK-CEN-ANO           PIC 9(04) VALUE ZEROS.
           02 WRK-CEN-MATRICULA     PIC 9(06) VALUE ZEROS.
           02 WRK-CEN-CPF           PIC X(11) VALUE SPACES.
           02 WRK-CEN-NOME          PIC X(30) VALUE SPACES.
           02 WRK-CEN-NASCIMENTO    PIC X(08) VALUE SPACES.
           02 WRK-CEN-SEXO          PIC X(01) VALUE SPACES.
           02 WRK-CEN-COR-RACA      PIC X(01) VALUE SPACES.
           02 WRK-CEN-NACIONALIDADE PIC X(01) VALUE SPACES.
           02 WRK-CEN-CURSO         PIC X(20) VALUE SPACES.
           02 WRK-CEN-TERMO         PIC X(06) VALUE SPACES.
           02 WRK-CEN-CREDITOS      PIC 9(03) VALUE ZEROS.
           02 WRK-CEN-SITUACAO      PIC 9(01) VALUE ZEROS.
               88 CEN-CURSANDO      VALUE 1.
               88 CEN-CONCLUINTE    VALUE 2.
               88 CEN-TRANSFERIDO   VALUE 3.
               88 CEN-DESISTENTE    VALUE 4.
           02 WRK-CEN-FREQ-PCT      PIC 9(03) VALUE ZEROS.
           02 WRK-CEN-BOLSA         PIC X(01) VALUE 'N'.
               88 CEN-BOLSISTA      VALUE 'S'.
           02 WRK-CEN-PERC-BOLSA    PIC 9(03) VALUE ZEROS.
           02 FILLER                PIC X(09) VALUE SPACES.
       01 WRK-CENSO-CABECALHO REDEFINES WRK-CENSO-ALUNO.
           02 WRK-CCB-TIPO-REG      PIC X(02).
           02 WRK-CCB-ANO           PIC 9(04).
           02 WRK-CCB-INSTITUICAO   PIC X(30).
           02 WRK-CCB-DATA-GERACAO  PIC X(08).
           02 FILLER                PIC X(66).
       01 WRK-CENSO-FECHO REDEFINES WRK-CENSO-ALUNO.
           02 WRK-CFC-TIPO-REG      PIC X(02).
           02 WRK-CFC-ANO           PIC 9(04).
           02 WRK-CFC-QTD-ALUNOS    PIC 9(06).
           02 FILLER                PIC X(98).
