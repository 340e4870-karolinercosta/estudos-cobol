      *     A OPERACAO NO AUDSUITE. O TITULO BAIXADO CONTINUA NO
      *     ARQUIVO, CONSULTAVEL PARA O RELATORIO FISCAL
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NA PROPOSTA DE BAIXA POR PERDA FOI
      *     PARA 14 POSICOES (CPF OU CNPJ)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LANCAMENTO DAS PERDAS NO LANCINT PASSOU A LEVAR A ORIGEM
      *     (CPYLORI): O PROGRAMA E O PRIMEIRO E O ULTIMO TITULO BAIXADO
      *     POR PERDA, COM A QUANTIDADE DE TITULOS
      *    ALTERADO= 15/10/26 - KAROLINE
      *     SEGREGACAO DE FUNCOES: A APROVACAO DA BAIXA PASSOU A TRAZER
      *     O ID DE QUEM RECOMENDOU A PERDA (ANALISTA DE COBRANCA,
      *     REG-APR-PROPONENTE). APROVACAO SEM PROPONENTE OU DADA PELO
      *     PROPRIO PROPONENTE E RECUSADA E SAI NAS RECUSADAS
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS) E O TITULO E
      *     ATUALIZADO NO PROPRIO ARQUIVO (REWRITE), SEM A COPIA
      *     RECNEW E O PASSO DE DEVOLUCAO NO JCL
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT PROPOSTAS-OUT ASSIGN TO PERDPROP
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT APROVACOES-IN ASSIGN TO PERDAPRV
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT RELATORIO-PERDA ASSIGN TO PERDRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
               02 REG-USR-NIVEL  PIC 9(02).
               02 REG-USR-STATUS PIC X(01).
           FD  CONTAS-RECEBER.
           01  LINHA-RECEBIVEL.
               02 REG-RCB-CHAVE.
                   03 REG-RCB-CPF        PIC X(14).
                   03 FILLER             PIC X(02).
                   03 REG-RCB-REFERENCIA PIC X(20).
               02 FILLER                 PIC X(25).
               02 REG-RCB-VENCIMENTO     PIC X(08).
               02 FILLER                 PIC X(02).
               02 REG-RCB-STATUS         PIC X(01).
               02 FILLER                 PIC X(68).
           FD  PROPOSTAS-OUT.
           01  REG-PROPOSTA-OUT.
               02 REG-PRO-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-PRO-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-PRO-VALOR      PIC 9(09)V99.
               02 FILLER             PIC X(02).
               02 REG-APR-REFERENCIA PIC X(20).
               02 REG-APR-USUARIO    PIC X(10).
               02 REG-APR-DECISAO    PIC X(01).
               02 REG-APR-PROPONENTE PIC X(10).
           FD  LANCAMENTOS-INT.
           01  REG-LANCTO-INT.
               02 REG-LCI-CONTA PIC X(06).
               02 REG-LCI-EMPRESA PIC X(03).
               02 FILLER        PIC X(01).
               02 REG-LCI-CCUSTO PIC X(04).
               02 REG-LCI-ORIGEM.
                   03 REG-LCI-PROGRAMA    PIC X(10).
                   03 REG-LCI-DOC-INICIAL PIC X(20).
                   03 REG-LCI-DOC-FINAL   PIC X(20).
                   03 REG-LCI-QTD-DOCS    PIC 9(05).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  RELATORIO-PERDA.
           01  LINHA-PERDA PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYRECEB.
           COPY CPYPARM.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYCTRL.
           COPY CPYLORI.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               END-IF.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-PERDA.
               IF MODO-PROPOSTA
                   OPEN INPUT CONTAS-RECEBER
                        OUTPUT PROPOSTAS-OUT
                   MOVE 'PROPOSTA DE BAIXA POR PERDA' TO LINHA-PERDA
               ELSE
                   OPEN I-O CONTAS-RECEBER
                   MOVE 'EXECUCAO DE BAIXA POR PERDA' TO LINHA-PERDA
               END-IF.
               WRITE LINHA-PERDA.
               END-READ.
      ******************************
      **** CARREGA AS APROVACOES E CONFERE O NIVEL DO APROVADOR NO
      **** USRMST: APROVACAO DE QUEM NAO E SUPERVISOR E RECUSADA,
      **** COMO A SEM PROPONENTE OU DADA PELO PROPRIO PROPONENTE
      ******************************
           0120-CARREGAR-APROVACOES.
               OPEN INPUT USUARIOS-MASTER.
               CLOSE USUARIOS-MASTER.
           0130-VALIDAR-APROVACAO.
               IF REG-APR-DECISAO = 'S'
                   AND (REG-APR-PROPONENTE = SPACES
                   OR REG-APR-PROPONENTE = REG-APR-USUARIO)
                   ADD 1 TO WRK-TOTAL-RECUSADAS
                   DISPLAY 'APROVACAO RECUSADA (PROPONENTE): '
                       REG-APR-USUARIO ' ' REG-APR-REFERENCIA
               END-IF.
               IF REG-APR-DECISAO = 'S'
                   AND REG-APR-PROPONENTE NOT = SPACES
                   AND REG-APR-PROPONENTE NOT = REG-APR-USUARIO
                   MOVE REG-APR-USUARIO TO REG-USR-ID
                   READ USUARIOS-MASTER
                       INVALID KEY CONTINUE
                   END-IF
               END-IF.
               IF MODO-EXECUCAO
                   REWRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
                   WRK-TOTAL-TITULO
                   * (100 - WRK-PARM-PERC-PERDA) / 100.
               ADD WRK-PERDA-LANCADA TO WRK-TOTAL-PERDA.
               MOVE WRK-RCB-REFERENCIA TO WRK-ORI-DOCUMENTO.
               IF WRK-ORI-QTD-DOCS = 0
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
               END-IF.
               MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL.
               ADD 1 TO WRK-ORI-QTD-DOCS.
               MOVE WRK-PERDA-LANCADA TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-PERDA.
               STRING 'BAIXADO  ' DELIMITED BY SIZE
               IF MODO-PROPOSTA
                   CLOSE PROPOSTAS-OUT
               ELSE
                   PERFORM 0310-GRAVAR-LANCAMENTO
                   PERFORM 0320-GRAVAR-AUDITORIA
               END-IF.
                       ZERO - WRK-TOTAL-PERDA
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FIN' TO REG-LCI-CCUSTO
                   MOVE 'PROGCOB72' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   CLOSE LANCAMENTOS-INT
               END-IF.
               STRING 'BAIXADOS ' DELIMITED BY SIZE
                      WRK-BAIXADOS-ED DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
               COMPUTE WRK-RUN-ACEITOS =
                   WRK-TOTAL-PROPOSTOS + WRK-TOTAL-BAIXADOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
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
