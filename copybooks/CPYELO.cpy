      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     ENCADEAMENTO DAS TRILHAS DE AUDITORIA (AUDSUITE, AUDLOG E
      *     CLIHIST), PARA QUE REGISTRO APAGADO, ALTERADO OU INSERIDO
      *     NA MAO DEIXE MARCA. CADA REGISTRO GRAVADO LEVA NO FIM UM
      *     SELO DE 50 POSICOES: O NUMERO SEQUENCIAL DELE NA TRILHA, O
      *     HASH DO REGISTRO ANTERIOR E O HASH DELE PROPRIO, CALCULADO
      *     SOBRE HASH ANTERIOR + SEQUENCIA + CONTEUDO. O ULTIMO
      *     NUMERO E O ULTIMO HASH DE CADA TRILHA FICAM NO ARQUIVO
      *     AUDELO (INDEXADO PELO NOME DA TRILHA), LIDO E REGRAVADO A
      *     CADA REGISTRO. O HASH E O MESMO DAS SENHAS (CPYSENHA), EM
      *     UMA VOLTA SO: DENUNCIA A ADULTERACAO, MAS NAO E CIFRA.
      *     TODO PROGRAMA QUE GRAVA UMA DAS TRES TRILHAS REPETE OS
      *     MESMOS PARAGRAFOS DE SELAR E ATUALIZAR O ELO; A CONFERENCIA
      *     DA CORRENTE E DO PROGELO
      *    DATA= 15/10/26
      ******************************
       01 WRK-ELO-ESTADO.
           02 WRK-EST-TRILHA        PIC X(08) VALUE SPACES.
           02 WRK-EST-ULT-SEQ       PIC 9(09) VALUE ZEROS.
           02 WRK-EST-ULT-HASH      PIC X(18) VALUE SPACES.
           02 WRK-EST-DATA          PIC X(08) VALUE SPACES.
           02 FILLER                PIC X(07) VALUE SPACES.
       01 WRK-ELO-SELO.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-SEL-SEQ           PIC 9(09) VALUE ZEROS.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-SEL-ANTERIOR      PIC X(18) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-SEL-HASH          PIC X(18) VALUE SPACES.
           02 FILLER                PIC X(02) VALUE SPACES.
      ******************************
      **** AREA DO CALCULO DO HASH DO ELO: ENTRADA E O HASH ANTERIOR,
      **** A SEQUENCIA E O REGISTRO (ATE 310 POSICOES, O CLIHIST)
      ******************************
       01 WRK-HASH-ELO.
           02 WRK-HEL-ENTRADA.
               03 WRK-HEL-ANTERIOR  PIC X(18).
               03 WRK-HEL-SEQ       PIC 9(09).
               03 WRK-HEL-REGISTRO  PIC X(310).
           02 WRK-HEL-TAMANHO       PIC 9(04) COMP VALUE ZEROS.
           02 WRK-HEL-CODIGO-X.
               03 FILLER            PIC X(01) VALUE LOW-VALUE.
               03 WRK-HEL-CARACTER  PIC X(01) VALUE LOW-VALUE.
           02 WRK-HEL-CODIGO REDEFINES WRK-HEL-CODIGO-X
                                    PIC 9(04) COMP.
           02 WRK-HEL-POS           PIC 9(04) COMP VALUE ZEROS.
           02 WRK-HEL-ACUM-A        PIC 9(09) COMP VALUE ZEROS.
           02 WRK-HEL-ACUM-B        PIC 9(09) COMP VALUE ZEROS.
           02 WRK-HEL-TRABALHO      PIC 9(13) COMP VALUE ZEROS.
           02 WRK-HEL-QUOCIENTE     PIC 9(13) COMP VALUE ZEROS.
           02 WRK-HEL-RESULTADO.
               03 WRK-HEL-RES-A     PIC 9(09).
               03 WRK-HEL-RES-B     PIC 9(09).
       77 WRK-AUDELO-STATUS PIC X(02) VALUE '00'.
           88 AUDELO-OK         VALUE '00'.
           88 AUDELO-AUSENTE    VALUE '35'.
       77 WRK-ELO-SITUACAO  PIC X(01) VALUE 'N'.
           88 ELO-NOVO          VALUE 'S'.
           88 ELO-EXISTENTE     VALUE 'N'.
           88 ELO-INDISPONIVEL  VALUE 'X'.
