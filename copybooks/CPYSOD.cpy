      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     REGRA DE SEGREGACAO DE FUNCOES (ARQUIVO SODREGRA, MANTIDO
      *     PELA SEGURANCA): UM PAR DE OPCOES DO MENU PRINCIPAL
      *     (PROGCOB00) QUE O MESMO USUARIO NAO DEVE ACUMULAR, COM A
      *     DESCRICAO DO CONFLITO. A ORDEM DAS DUAS OPCOES NAO
      *     IMPORTA. QUEM TEM A OPCAO E DECIDIDO PELA MATRIZ PERMAT
      *     (NIVEL DO USUARIO ALCANCA O NIVEL MINIMO DA OPCAO), IGUAL
      *     AO MENU. LIDO PELO RELATORIO TRIMESTRAL PROGSOD
      *    DATA= 15/10/26
      ******************************
       01 WRK-REGRA-SOD.
           02 WRK-SOD-OPCAO-A       PIC 9(02) VALUE ZEROS.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-SOD-OPCAO-B       PIC 9(02) VALUE ZEROS.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-SOD-DESCRICAO     PIC X(40) VALUE SPACES.
