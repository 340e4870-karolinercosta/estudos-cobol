      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     CREDENCIAL DE SIGN-ON DO USUARIO (ARQUIVO USRSENHA,
      *     INDEXADO PELO ID DO USRMST). A SENHA NAO E MAIS GUARDADA:
      *     FICA SO O HASH DE SAL + FRASE DIGITADA + ID, QUE NAO SE
      *     DESFAZ; O SIGN-ON CALCULA O HASH DO QUE FOI DIGITADO COM O
      *     SAL DO USUARIO E COMPARA. A FRASE TEM DE 8 A 30 POSICOES.
      *     CADA REGISTRO GUARDA TAMBEM:
      *     - A DATA DA ULTIMA TROCA: PASSADOS OS DIAS DE VALIDADE DO
      *       PARMSUITE (CRITERIO 30/360) O SIGN-ON EXIGE TROCA NA
      *       HORA, COMO EXIGE QUANDO A TROCA OBRIGATORIA ESTA MARCADA
      *       (USUARIO NOVO, SENHA REDEFINIDA PELO ADMINISTRADOR);
      *     - AS FALHAS SEGUIDAS: AO CHEGAR NO LIMITE DO PARMSUITE O
      *       USUARIO FICA BLOQUEADO ATE O ADMINISTRADOR REDEFINIR A
      *       SENHA (PROGSEN); SIGN-ON CERTO ZERA A CONTAGEM;
      *     - SAL E HASH DAS ULTIMAS CINCO SENHAS, PARA RECUSAR A
      *       REPETICAO NA TROCA (QUANTAS CONTAM VEM DO PARMSUITE).
      *     O CAMPO REG-USR-SENHA DO USRMST FICOU EM BRANCO DESDE A
      *     CONVERSAO (PROGSNC). TODO PROGRAMA COM SIGN-ON REPETE A
      *     MESMA CONFERENCIA (PARAGRAFOS DE CONFERIR SENHA, TROCA E
      *     CALCULO DO HASH), COMO O PROGCOB10
      *    DATA= 15/10/26
      ******************************
       01 WRK-SENHA-USUARIO.
           02 WRK-SNH-ID            PIC X(10) VALUE SPACES.
           02 WRK-SNH-SAL           PIC X(08) VALUE SPACES.
           02 WRK-SNH-HASH          PIC X(18) VALUE SPACES.
           02 WRK-SNH-DATA-TROCA    PIC X(08) VALUE SPACES.
           02 WRK-SNH-TROCA-DATA REDEFINES WRK-SNH-DATA-TROCA.
               03 WRK-SNH-TROCA-ANO PIC 9(04).
               03 WRK-SNH-TROCA-MES PIC 9(02).
               03 WRK-SNH-TROCA-DIA PIC 9(02).
           02 WRK-SNH-TROCA-OBRIG   PIC X(01) VALUE 'S'.
               88 SNH-TROCA-OBRIGATORIA VALUE 'S'.
           02 WRK-SNH-FALHAS        PIC 9(02) VALUE ZEROS.
           02 WRK-SNH-BLOQUEIO      PIC X(01) VALUE 'N'.
               88 SNH-BLOQUEADA     VALUE 'S'.
               88 SNH-LIBERADA      VALUE 'N'.
           02 WRK-SNH-DATA-BLOQUEIO PIC X(08) VALUE SPACES.
           02 WRK-SNH-ANTERIORES OCCURS 5 TIMES.
               03 WRK-SNH-ANT-SAL   PIC X(08).
               03 WRK-SNH-ANT-HASH  PIC X(18).
           02 FILLER                PIC X(14) VALUE SPACES.
      ******************************
      **** AREA DO CALCULO DO HASH: DUAS SOMAS MODULARES SOBRE OS
      **** CODIGOS DOS CARACTERES DA ENTRADA, EM 64 VOLTAS
      ******************************
       01 WRK-HASH-SENHA.
           02 WRK-HSH-ENTRADA.
               03 WRK-HSH-SAL       PIC X(08).
               03 WRK-HSH-FRASE     PIC X(30).
               03 WRK-HSH-ID        PIC X(10).
           02 WRK-HSH-CODIGO-X.
               03 FILLER            PIC X(01) VALUE LOW-VALUE.
               03 WRK-HSH-CARACTER  PIC X(01) VALUE LOW-VALUE.
           02 WRK-HSH-CODIGO REDEFINES WRK-HSH-CODIGO-X
                                    PIC 9(04) COMP.
           02 WRK-HSH-POS           PIC 9(04) COMP VALUE ZEROS.
           02 WRK-HSH-VOLTA         PIC 9(04) COMP VALUE ZEROS.
           02 WRK-HSH-ACUM-A        PIC 9(09) COMP VALUE ZEROS.
           02 WRK-HSH-ACUM-B        PIC 9(09) COMP VALUE ZEROS.
           02 WRK-HSH-TRABALHO      PIC 9(13) COMP VALUE ZEROS.
           02 WRK-HSH-QUOCIENTE     PIC 9(13) COMP VALUE ZEROS.
           02 WRK-HSH-RESULTADO.
               03 WRK-HSH-RES-A     PIC 9(09).
               03 WRK-HSH-RES-B     PIC 9(09).
       01 WRK-SNH-HOJE.
           02 WRK-SNH-HOJE-ANO      PIC 9(04) VALUE ZEROS.
           02 WRK-SNH-HOJE-MES      PIC 9(02) VALUE ZEROS.
           02 WRK-SNH-HOJE-DIA      PIC 9(02) VALUE ZEROS.
       77 WRK-USRSENHA-STATUS PIC X(02) VALUE '00'.
           88 USRSENHA-OK       VALUE '00'.
           88 USRSENHA-NAO-ACHOU VALUE '23'.
       77 WRK-SENHA-NOVA      PIC X(30) VALUE SPACES.
       77 WRK-SENHA-CONFIRMA  PIC X(30) VALUE SPACES.
       77 WRK-SENHA-TAMANHO   PIC 9(02) VALUE ZEROS.
       77 WRK-SNH-SUB         PIC 9(01) VALUE ZEROS.
       77 WRK-SNH-DIAS        PIC S9(07) VALUE ZEROS.
       77 WRK-SNH-CONFERENCIA PIC X(01) VALUE 'N'.
           88 SENHA-CONFERIDA   VALUE 'S'.
       77 WRK-SNH-REPETICAO   PIC X(01) VALUE 'N'.
           88 SENHA-REPETIDA    VALUE 'S'.
