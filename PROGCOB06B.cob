      *     EXCECOES; CENTRO EM BRANCO E ACEITO (CUSTO COMUM, QUE O
      *     RATEIO DO PROGCOB66 DISTRIBUI NO FIM DO MES). SEM O
      *     ARQUIVO CCUSTO A VALIDACAO E PULADA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     OS LANCAMENTOS MANUAIS AINDA SEM APROVACAO (FILA LANCPEN,
      *     MANTIDA PELO PROGLMN, LAYOUT CPYLMAN) SAEM NUMA SECAO
      *     PROPRIA DEPOIS DO BALANCETE, COM DOCUMENTO, CONTA, DATA,
      *     VALOR E DIGITADOR, FORA DO SALDO -- SO ENTRAM NO RAZAO
      *     DEPOIS DE APROVADOS. SEM O ARQUIVO LANCPEN A SECAO NAO SAI
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO LANCINT PASSOU A 85 POSICOES, COM A ORIGEM DO
      *     LANCAMENTO (CPYLORI) DEPOIS DO CENTRO DE CUSTO; A LEITURA
      *     CONTINUA SO COM OS 30 PRIMEIROS BYTES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   FILE STATUS IS WRK-CCUSTO-STATUS.
               SELECT LANCTOS-EXC ASSIGN TO LANCEXC
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PENDENTES-IN ASSIGN TO LANCPEN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCPEN-STATUS.
               SELECT RELATORIO-SALDO ASSIGN TO LANCRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-DATA ASSIGN TO CTLDATA
                   FILE STATUS IS WRK-REPROC-STATUS.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LCK-STATUS.
               02 FILLER           PIC X(01).
               02 REG-LANCTO-CCUSTO PIC X(04).
           FD  LANCTOS-INTERFACE.
           01  REG-LANCTO-INTERFACE PIC X(85).
           FD  PERIODOS-IN.
           01  REG-PERIODO-IN.
               02 REG-PER-COMPETENCIA PIC X(06).
           01  LINHA-CENTRO-CUSTO PIC X(40).
           FD  LANCTOS-EXC.
           01  LINHA-LANCTO-EXC PIC X(60).
           FD  PENDENTES-IN.
           01  LINHA-PENDENTE PIC X(60).
           FD  RELATORIO-SALDO.
           01  LINHA-SALDO PIC X(100).
           FD  CONTROLE-DATA.
           01  REG-REPROCESSO.
               02 REG-REP-FLAG PIC X(01).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           77 WRK-REPROC-STATUS PIC X(02) VALUE '00'.
               88 REPROC-OK VALUE '00'.
           COPY CPYAUDIT.
           COPY CPYELO.

           COPY CPYPARM.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
           77 WRK-CENTRO-SITUACAO PIC X(01) VALUE 'N'.
               88 CENTRO-INVALIDO VALUE 'S'.
           77 WRK-TOTAL-EXC-CENTRO PIC 9(06) VALUE ZEROS.
      ******************************
      **** LANCAMENTOS MANUAIS AINDA SEM APROVACAO (FILA LANCPEN DO
      **** PROGLMN): LISTADOS NO FIM, FORA DO SALDO
      ******************************
           COPY CPYLMAN.
           77 WRK-LANCPEN-STATUS PIC X(02) VALUE '00'.
               88 LANCPEN-OK VALUE '00'.
           77 WRK-FIM-PENDENTES PIC X(01) VALUE 'N'.
               88 FIM-PENDENTES VALUE 'S'.
           77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
           77 WRK-SOMA-PENDENTES PIC S9(11) VALUE ZEROS COMP-3.
           77 WRK-LANCINT-STATUS PIC X(02) VALUE '00'.
               88 LANCINT-OK VALUE '00'.
           77 WRK-FIM-INTERFACE PIC X(01) VALUE 'N'.
                          INTO WRK-LINHA-SALDO
               END-IF.
               WRITE LINHA-SALDO FROM WRK-LINHA-SALDO.
               PERFORM 0350-IMPRIMIR-PENDENTES.
           0340-IMPRIMIR-TOTAL-EMPRESA.
               SET TAB-EMP-IDX TO WRK-EMP-IMPR.
               MOVE TAB-EMP-SALDO (TAB-EMP-IDX) TO WRK-EMP-SALDO-ED.
               WRITE LINHA-SALDO FROM WRK-LINHA-SALDO.
               ADD 1 TO WRK-IMPR-IDX.
      ******************************
      **** LANCAMENTOS MANUAIS PENDENTES DE APROVACAO: NAO ENTRAM NO
      **** SALDO, MAS O BALANCETE MOSTRA O QUE ESTA PARADO NA FILA,
      **** POIS O FECHAMENTO (PROGCOB30) NAO RODA COM PENDENTE
      ******************************
           0350-IMPRIMIR-PENDENTES.
               OPEN INPUT PENDENTES-IN.
               IF LANCPEN-OK
                   READ PENDENTES-IN INTO WRK-LANCTO-MANUAL
                       AT END SET FIM-PENDENTES TO TRUE
                   END-READ
                   PERFORM 0360-IMPRIMIR-PENDENTE UNTIL FIM-PENDENTES
                   CLOSE PENDENTES-IN
               END-IF.
               IF WRK-TOTAL-PENDENTES > 0
                   MOVE WRK-SOMA-PENDENTES TO WRK-GERAL-SALDO-ED
                   MOVE SPACES TO WRK-LINHA-SALDO
                   STRING 'PERNAS PENDENTES ' DELIMITED BY SIZE
                          WRK-TOTAL-PENDENTES DELIMITED BY SIZE
                          '  SOMA ' DELIMITED BY SIZE
                          WRK-GERAL-SALDO-ED DELIMITED BY SIZE
                          '  *** FECHAMENTO BLOQUEADO ***'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-SALDO
                   WRITE LINHA-SALDO FROM WRK-LINHA-SALDO
               END-IF.
           0360-IMPRIMIR-PENDENTE.
               IF LMN-PENDENTE
                   IF WRK-TOTAL-PENDENTES = 0
                       MOVE SPACES TO LINHA-SALDO
                       WRITE LINHA-SALDO
                       MOVE SPACES TO WRK-LINHA-SALDO
                       STRING 'LANCAMENTOS PENDENTES DE APROVACAO '
                                  DELIMITED BY SIZE
                              '(FORA DO SALDO)' DELIMITED BY SIZE
                              INTO WRK-LINHA-SALDO
                       WRITE LINHA-SALDO FROM WRK-LINHA-SALDO
                       MOVE SPACES TO WRK-LINHA-SALDO
                       STRING 'DOCUMENTO  EMP CONTA  DATA     '
                                  DELIMITED BY SIZE
                              '     VALOR  DIGITADOR' DELIMITED BY SIZE
                              INTO WRK-LINHA-SALDO
                       WRITE LINHA-SALDO FROM WRK-LINHA-SALDO
                   END-IF
                   ADD 1 TO WRK-TOTAL-PENDENTES
                   ADD WRK-LMN-VALOR TO WRK-SOMA-PENDENTES
                   MOVE WRK-LMN-VALOR TO WRK-LANCTO-ED
                   MOVE SPACES TO WRK-LINHA-SALDO
                   STRING WRK-LMN-DOCUMENTO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-LMN-EMPRESA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-LMN-CONTA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-LMN-DATA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-LANCTO-ED DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-LMN-USUARIO DELIMITED BY SIZE
                          INTO WRK-LINHA-SALDO
                   WRITE LINHA-SALDO FROM WRK-LINHA-SALDO
               END-IF.
               READ PENDENTES-IN INTO WRK-LANCTO-MANUAL
                   AT END SET FIM-PENDENTES TO TRUE
               END-READ.
      ******************************
      **** ACUMULA O SALDO DA CONTA NO TOTAL DA SUA EMPRESA
      ******************************
           0330-SOMAR-EMPRESA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE 'RUN JA COMPLETO NA DATA' TO WRK-AUD-ENTRADA.
               MOVE 'REPROCESSO AUTORIZADO' TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0885-GRAVAR-CONTROLE-DATA.
               MOVE SPACES TO WRK-CONTROLE-DATA.
               MOVE 'PROGCOB06B' TO WRK-BDT-PROGRAMA.
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
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
