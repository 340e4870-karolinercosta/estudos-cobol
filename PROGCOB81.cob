      *     MEDIO) E LANCADO NO RAZAO (CONTA ESTOQ) E A OPERACAO
      *     INTEIRA FICA CARIMBADA NO AUDSUITE
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A CONTAGEM PASSA A CARIMBAR A DATA NO ABCMST DA
      *     CLASSIFICACAO ABC (PROGABC), QUE PROGRAMA A CONTAGEM CICLICA
      *     POR CLASSE (A TODO MES, B A CADA 90 DIAS, C A CADA 180); A
      *     LINHA DO RELATORIO MOSTRA A CLASSE DO PRODUTO. SEM ABCMST A
      *     CONCILIACAO SEGUE COMO ANTES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LANCAMENTO DO AJUSTE DE INVENTARIO NO LANCINT PASSOU A
      *     LEVAR A ORIGEM (CPYLORI): O PROGRAMA E O PRIMEIRO E O ULTIMO
      *     PRODUTO AJUSTADO, COM A QUANTIDADE DE PRODUTOS
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-EST-CHAVE
                   FILE STATUS IS WRK-ESTQMST-STATUS.
               SELECT ABC-MASTER ASSIGN TO ABCMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ABC-CODIGO
                   FILE STATUS IS WRK-ABCMST-STATUS.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT RELATORIO-INV ASSIGN TO INVRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
                                       SIGN IS LEADING SEPARATE.
               02 REG-EST-PONTO-REPOS PIC 9(05).
               02 REG-EST-CUSTO-MEDIO PIC 9(07)V99.
           FD  ABC-MASTER.
           01  REG-ABC.
               02 REG-ABC-CODIGO        PIC 9(06).
               02 REG-ABC-CLASSE        PIC X(01).
               02 REG-ABC-CONSUMO       PIC 9(11)V99.
               02 REG-ABC-ULT-SAIDA     PIC X(08).
               02 REG-ABC-DIAS-PARADO   PIC 9(05).
               02 REG-ABC-PERC-PROVISAO PIC 9(03).
               02 REG-ABC-PROVISAO      PIC 9(11)V99.
               02 REG-ABC-DATA-INCLUSAO PIC X(08).
               02 REG-ABC-DATA-CLASSIF  PIC X(08).
               02 REG-ABC-ULT-CONTAGEM  PIC X(08).
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
           FD  RELATORIO-INV.
           01  LINHA-INV PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYCTRL.
           COPY CPYLORI.
           77 WRK-AJAPRV-STATUS PIC X(02) VALUE '00'.
               88 AJAPRV-OK VALUE '00'.
           77 WRK-ESTQMST-STATUS PIC X(02) VALUE '00'.
               88 ESTQMST-OK VALUE '00'.
           77 WRK-ABCMST-STATUS PIC X(02) VALUE '00'.
               88 ABCMST-OK VALUE '00'.
           77 WRK-ABCMST-ABERTO PIC X(01) VALUE 'N'.
               88 ABCMST-FOI-ABERTO VALUE 'S'.
           77 WRK-CLASSE-ABC PIC X(01) VALUE SPACES.
           77 WRK-FIM-CONTAGEM PIC X(01) VALUE 'N'.
               88 FIM-CONTAGEM VALUE 'S'.
           77 WRK-FIM-APROVACOES PIC X(01) VALUE 'N'.
           77 WRK-TOTAL-DIVERGENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-AJUSTES    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-LIVRO  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CLASSE-A   PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0110-CARREGAR-APROVACOES.
               OPEN I-O ESTOQUE-MASTER.
               OPEN I-O ABC-MASTER.
               IF ABCMST-OK
                   SET ABCMST-FOI-ABERTO TO TRUE
               END-IF.
               OPEN INPUT CONTAGEM-IN
                    OUTPUT RELATORIO-INV.
               MOVE 'CONCILIACAO DO INVENTARIO FISICO' TO LINHA-INV.
                   INVALID KEY CONTINUE
               END-READ.
               IF ESTQMST-OK
                   PERFORM 0250-CARIMBAR-CONTAGEM
                   PERFORM 0210-AVALIAR-DIVERGENCIA
               ELSE
                   ADD 1 TO WRK-TOTAL-SEM-LIVRO
                      WRK-CLASSE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-APROVADO DELIMITED BY SIZE
                      ' ABC ' DELIMITED BY SIZE
                      WRK-CLASSE-ABC DELIMITED BY SIZE
                      INTO WRK-LINHA-INV.
               WRITE LINHA-INV FROM WRK-LINHA-INV.
      ******************************
               COMPUTE WRK-VALOR-AJUSTE =
                   WRK-DIFERENCA * REG-EST-CUSTO-MEDIO.
               ADD WRK-VALOR-AJUSTE TO WRK-TOTAL-AJUSTADO.
               MOVE REG-EST-CODIGO TO WRK-ORI-DOCUMENTO.
               IF WRK-ORI-QTD-DOCS = 0
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
               END-IF.
               MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL.
               ADD 1 TO WRK-ORI-QTD-DOCS.
      ******************************
      **** CARIMBA A DATA DA CONTAGEM NO ABCMST, PARA A LISTA DE
      **** CONTAGEM CICLICA DO PROGABC (A TODO MES, B 90 E C 180
      **** DIAS), E TRAZ A CLASSE DO PRODUTO PARA O RELATORIO
      ******************************
           0250-CARIMBAR-CONTAGEM.
               MOVE SPACES TO WRK-CLASSE-ABC.
               IF ABCMST-FOI-ABERTO
                   MOVE REG-CNT-CODIGO TO REG-ABC-CODIGO
                   READ ABC-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF ABCMST-OK
                       MOVE REG-ABC-CLASSE TO WRK-CLASSE-ABC
                       MOVE WRK-DATA-HOJE TO REG-ABC-ULT-CONTAGEM
                       REWRITE REG-ABC
                           INVALID KEY CONTINUE
                       END-REWRITE
                       IF REG-ABC-CLASSE = 'A'
                           ADD 1 TO WRK-TOTAL-CLASSE-A
                       END-IF
                   END-IF
               END-IF.
           0300-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'PRODUTOS CONTADOS   : ' WRK-TOTAL-CONTADOS.
               DISPLAY 'DIVERGENCIAS        : ' WRK-TOTAL-DIVERGENTES.
               DISPLAY 'AJUSTES APLICADOS   : ' WRK-TOTAL-AJUSTES.
               DISPLAY 'SEM LINHA DE LIVRO  : ' WRK-TOTAL-SEM-LIVRO.
               DISPLAY 'CONTADOS CLASSE A   : ' WRK-TOTAL-CLASSE-A.
               CLOSE CONTAGEM-IN ESTOQUE-MASTER RELATORIO-INV.
               IF ABCMST-FOI-ABERTO
                   CLOSE ABC-MASTER
               END-IF.
               PERFORM 0310-GRAVAR-LANCAMENTO.
               PERFORM 0320-GRAVAR-AUDITORIA.
               PERFORM 0900-GRAVAR-CONTROLE.
                       WRK-TOTAL-AJUSTADO
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FRT' TO REG-LCI-CCUSTO
                   MOVE 'PROGCOB81' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   CLOSE LANCAMENTOS-INT
               END-IF.
                      ' DIVERG ' DELIMITED BY SIZE
                      WRK-TOTAL-DIVERGENTES DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
               MOVE WRK-TOTAL-CONTADOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-AJUSTES TO WRK-RUN-ACEITOS.
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
