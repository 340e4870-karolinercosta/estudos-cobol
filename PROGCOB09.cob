      *     (CONTRATO, MANTIDO PELO PROGCOB75) E CONSULTADO ANTES
      *     DA TABELA GERAL E O FRETE DE CONTRATO SAI AVISADO NA
      *     TELA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LAYOUT DO PRDMST GANHOU A SITUACAO DO PRODUTO NO FIM DO
      *     REGISTRO (REG-PRD-SITUACAO, MANTIDA PELO PROGCOB98). PRODUTO
      *     INATIVO OU AINDA AGUARDANDO APROVACAO DO PRECO NAO E
      *     COTADO: A CONSULTA AVISA 'PRODUTO INATIVO'
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE PRODUTOS (PRDMST) GANHOU O NCM DO PRODUTO
      *     (REG-PRD-NCM) NO FIM DO REGISTRO, QUE PASSOU DE 53 PARA 61
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CPF DOS CONTRATOS DE TARIFA POR CLIENTE FOI PARA 14
      *     POSICOES (CPF ENCOSTADO A ESQUERDA OU CNPJ)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PRODUTO-MASTER.
               02 REG-PRD-DESCRICAO PIC X(30).
               02 REG-PRD-PESO      PIC 9(05)V99.
               02 REG-PRD-VALOR     PIC 9(07)V99.
               02 REG-PRD-SITUACAO  PIC X(01).
                   88 PRD-ATIVO            VALUE 'A' ' '.
                   88 PRD-INATIVO          VALUE 'I'.
                   88 PRD-AGUARDANDO-PRECO VALUE 'P'.
               02 REG-PRD-NCM       PIC X(08).
           FD  TABELA-FRETE-IN.
           01  REG-FRT-IN.
               02 REG-FRT-UF      PIC X(02).
               02 REG-FRT-VIG-FIM PIC X(08).
           FD  CONTRATOS-IN.
           01  REG-CONTRATO-IN.
               02 REG-CTR-CPF     PIC X(14).
               02 REG-CTR-UF      PIC X(02).
               02 REG-CTR-ATE-KG  PIC 9(05)V99.
               02 REG-CTR-MULT    PIC 9(02)V99.
               02 REG-PARM-DIAS-CAMBIO      PIC 9(03).
               02 REG-PARM-CAMBIO-RIGIDO    PIC X(01).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           WORKING-STORAGE SECTION.
           COPY CPYPARM.
           COPY CPYFRT.
           COPY CPYCAMBIO.
           COPY CPYERRO.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYVALID.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 PRDMST-OK        VALUE '00'.
               88 UF-ENCONTRADA VALUE 'S'.
           77 WRK-PRODUTO-SITUACAO PIC X(01) VALUE 'N'.
               88 PRODUTO-ENCONTRADO VALUE 'S'.
               88 PRODUTO-INATIVO    VALUE 'I'.
           77 WRK-PRODUTO-COD  PIC 9(06) VALUE ZEROS.
           77 WRK-PRODUTO-DESC PIC X(30) VALUE SPACES.
           77 WRK-UF     PIC X(02) VALUE SPACES.
               02 TAB-CTR OCCURS 1 TO 200 TIMES
                  DEPENDING ON WRK-QTD-CTR
                  INDEXED BY TAB-CTR-IDX.
                   03 TAB-CTR-CPF     PIC X(14).
                   03 TAB-CTR-UF      PIC X(02).
                   03 TAB-CTR-ATE-KG  PIC 9(05)V99.
                   03 TAB-CTR-MULT    PIC 9(02)V99.
                   03 TAB-CTR-VIG-INI PIC X(08).
                   03 TAB-CTR-VIG-FIM PIC X(08).
           77 WRK-CPF-CLIENTE PIC X(14) VALUE SPACES.
           77 WRK-TARIFA-SITUACAO PIC X(01) VALUE 'N'.
               88 TARIFA-DE-CONTRATO VALUE 'S'.
           77 WRK-CUBFAT-STATUS PIC X(02) VALUE '00'.
               READ PRODUTO-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF PRDMST-OK AND PRD-ATIVO
                   SET PRODUTO-ENCONTRADO TO TRUE
                   MOVE REG-PRD-DESCRICAO TO WRK-PRODUTO-DESC
                   MOVE REG-PRD-PESO      TO WRK-PESO
               ELSE
                   MOVE SPACES TO WRK-PRODUTO-DESC
                   MOVE ZEROS  TO WRK-PESO WRK-VALOR
                   IF PRDMST-OK
                       SET PRODUTO-INATIVO TO TRUE
                   END-IF
               END-IF.
               CLOSE PRODUTO-MASTER.
      ******************************
                   END-IF
               END-IF.
           0400-EXIBIR-RESULTADO.
               EVALUATE TRUE
                   WHEN PRODUTO-INATIVO
                       DISPLAY 'PRODUTO INATIVO'
                   WHEN NOT PRODUTO-ENCONTRADO
                       DISPLAY 'PRODUTO NAO CADASTRADO'
                   WHEN UF-ENCONTRADA
                       DISPLAY 'VALOR DO FRETE+ PRODUTO '
                           WRK-FRETE-CONV ' ' WRK-MOEDA
                   WHEN OTHER
                       DISPLAY 'NAO HA ENTREGAS DISPONIVEIS NA UF/PESO'
               END-EVALUATE.
      ******************************
      **** GRAVA A TRILHA DE AUDITORIA DO RUN NO ARQUIVO COMPARTILHADO
      ******************************
                      WRK-TRANSP       DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               IF NOT PRODUTO-ENCONTRADO
                   IF PRODUTO-INATIVO
                       MOVE 'PRODUTO INATIVO' TO WRK-AUD-RESULTADO
                   ELSE
                       MOVE 'PRODUTO NAO CADASTRADO'
                           TO WRK-AUD-RESULTADO
                   END-IF
               ELSE
                   IF UF-ENCONTRADA
                       MOVE WRK-FRETE-CONV TO WRK-FRETE-CONV-ED
                           TO WRK-AUD-RESULTADO
                   END-IF
               END-IF.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** GRAVA O REGISTRO NA TRILHA AUDSUITE COM O SELO DE
      **** ENCADEAMENTO (SEQUENCIA, HASH ANTERIOR E HASH PROPRIO) NAS
      **** 50 POSICOES FINAIS E AVANCA O ELO DA TRILHA NO AUDELO
      ******************************
           0995-GRAVAR-TRILHA.
               MOVE 'AUDSUITE' TO WRK-EST-TRILHA.
               MOVE SPACES TO WRK-HEL-REGISTRO.
               MOVE WRK-AUDITORIA-SUITE TO WRK-HEL-REGISTRO.
               MOVE 100 TO WRK-HEL-TAMANHO.
               PERFORM 0996-SELAR-REGISTRO.
               MOVE WRK-AUDITORIA-SUITE TO LINHA-AUDITORIA-SUITE.
               MOVE WRK-ELO-SELO TO LINHA-AUDITORIA-SUITE (101:50).
               OPEN EXTEND AUDITORIA-SUITE.
               WRITE LINHA-AUDITORIA-SUITE.
               CLOSE AUDITORIA-SUITE.
               PERFORM 0999-ATUALIZAR-ELO.
           0996-SELAR-REGISTRO.
               SET ELO-EXISTENTE TO TRUE.
               MOVE ZEROS TO WRK-EST-ULT-SEQ.
               MOVE SPACES TO WRK-EST-ULT-HASH.
               OPEN I-O ELOS-TRILHA.
               IF AUDELO-AUSENTE
                   OPEN OUTPUT ELOS-TRILHA
                   CLOSE ELOS-TRILHA
                   OPEN I-O ELOS-TRILHA
               END-IF.
               IF AUDELO-OK
                   MOVE WRK-EST-TRILHA TO REG-ELO-TRILHA
                   READ ELOS-TRILHA INTO WRK-ELO-ESTADO
                       INVALID KEY SET ELO-NOVO TO TRUE
                   END-READ
               ELSE
                   SET ELO-INDISPONIVEL TO TRUE
                   DISPLAY 'AUDELO NAO ABRIU - STATUS '
                       WRK-AUDELO-STATUS ' - REGISTRO SEM ELO'
               END-IF.
               IF ELO-INDISPONIVEL
                   MOVE ZEROS TO WRK-SEL-SEQ
                   MOVE SPACES TO WRK-SEL-ANTERIOR
                   MOVE SPACES TO WRK-SEL-HASH
               ELSE
                   ADD 1 TO WRK-EST-ULT-SEQ
                   MOVE WRK-EST-ULT-SEQ TO WRK-SEL-SEQ
                   MOVE WRK-EST-ULT-SEQ TO WRK-HEL-SEQ
                   MOVE WRK-EST-ULT-HASH TO WRK-SEL-ANTERIOR
                   MOVE WRK-EST-ULT-HASH TO WRK-HEL-ANTERIOR
                   PERFORM 0997-CALCULAR-ELO
                   MOVE WRK-HEL-RESULTADO TO WRK-SEL-HASH
               END-IF.
           0997-CALCULAR-ELO.
               MOVE 5381 TO WRK-HEL-ACUM-A.
               MOVE 52711 TO WRK-HEL-ACUM-B.
               PERFORM 0998-MISTURAR-ELO
                   VARYING WRK-HEL-POS FROM 1 BY 1
                   UNTIL WRK-HEL-POS > WRK-HEL-TAMANHO + 27.
               MOVE WRK-HEL-ACUM-A TO WRK-HEL-RES-A.
               MOVE WRK-HEL-ACUM-B TO WRK-HEL-RES-B.
           0998-MISTURAR-ELO.
               MOVE WRK-HEL-ENTRADA (WRK-HEL-POS:1)
                   TO WRK-HEL-CARACTER.
               COMPUTE WRK-HEL-TRABALHO =
                   (WRK-HEL-ACUM-A * 33) + WRK-HEL-CODIGO
                   + WRK-HEL-POS.
               DIVIDE WRK-HEL-TRABALHO BY 999999937
                   GIVING WRK-HEL-QUOCIENTE
                   REMAINDER WRK-HEL-ACUM-A.
               COMPUTE WRK-HEL-TRABALHO =
                   (WRK-HEL-ACUM-B * 131)
                   + (WRK-HEL-CODIGO * WRK-HEL-POS) + WRK-HEL-ACUM-A.
               DIVIDE WRK-HEL-TRABALHO BY 999999929
                   GIVING WRK-HEL-QUOCIENTE
                   REMAINDER WRK-HEL-ACUM-B.
           0999-ATUALIZAR-ELO.
               IF NOT ELO-INDISPONIVEL
                   MOVE WRK-SEL-HASH TO WRK-EST-ULT-HASH
                   ACCEPT WRK-EST-DATA FROM DATE YYYYMMDD
                   IF ELO-NOVO
                       WRITE REG-ELO FROM WRK-ELO-ESTADO
                   ELSE
                       REWRITE REG-ELO FROM WRK-ELO-ESTADO
                   END-IF
                   CLOSE ELOS-TRILHA
               END-IF.
