      *     CUSTO (FIN) NO FIM DO REGISTRO, VALIDADO PELO RAZAO
      *     (PROGCOB06B) CONTRA O CADASTRO CCUSTO E CONSUMIDO PELO
      *     RATEIO E RESULTADO POR CENTRO DE CUSTO (PROGCOB66)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O FD DO FORNMST GANHOU CNPJ, DADOS BANCARIOS E SITUACAO,
      *     MANTIDOS PELO NOVO PROGFOR: O DETALHE DA REMESSA LEVA BANCO,
      *     AGENCIA E CONTA DO FORNECEDOR NO FIM E TITULO DE FORNECEDOR
      *     BLOQUEADO FICA RETIDO EM ABERTO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     TITULO DE TRIBUTO RETIDO NA FONTE PELA CONFERENCIA DE FATURA
      *     (CODIGO DO TRIBUTO NO CPYPAGAR) NAO ENTRA NA REMESSA: PASSA
      *     DIRETO PARA O ARQUIVO NOVO, EM ABERTO, PARA SER RECOLHIDO
      *     POR GUIA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A REMESSA PASSOU A SER GERADA EM DOIS MODOS (ACCEPT, VIA
      *     SYSIN NO BATCH), COMO A BAIXA POR PERDA DO PROGCOB72: NO
      *     MODO P (PROPOSTA) OS TITULOS QUE SERIAM PAGOS VAO PARA O
      *     PAGPROP COM A QUANTIDADE DE APROVADORES EXIGIDA; NO MODO L
      *     (LIBERACAO) SO ENTRA NA REMESSA O TITULO APROVADO NO PAGAPRV
      *     POR APROVADOR ATIVO NO USRMST COM NIVEL DE SUPERVISOR OU
      *     MELHOR -- UM ATE O LIMITE DE ALCADA DO PARMSUITE, DOIS
      *     DISTINTOS ACIMA DELE. TITULO SEM APROVACAO OU NEGADO FICA EM
      *     ABERTO PARA O PROXIMO RUN. CADA APROVACAO VAI PARA O
      *     AUDSUITE COM USUARIO, DATA E HORA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     DESCONTO POR PAGAMENTO ANTECIPADO: TITULO COM PERCENTUAL E
      *     DATA LIMITE DE DESCONTO (GRAVADOS PELA CONFERENCIA DE FATURA
      *     PROGCOB53) SAI PELO LIQUIDO DO DESCONTO ENQUANTO O PRAZO
      *     ESTIVER ABERTO, E O TITULO QUE VENCE FORA DO HORIZONTE E
      *     PROPOSTO ANTES DO VENCIMENTO QUANDO O DESCONTO SUPERA O
      *     CUSTO DO DINHEIRO DO PARMSUITE. O DESCONTO TOMADO FICA NO
      *     TITULO E O TOTAL E LANCADO NO RAZAO NA CONTA DESCOB. FD DO
      *     APAGAR EM X(120)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     OS LANCAMENTOS DA REMESSA NO LANCINT (PAGFOR E DESCOB)
      *     PASSARAM A LEVAR A ORIGEM (CPYLORI): O PROGRAMA E O PRIMEIRO
      *     E O ULTIMO TITULO DO APAGAR REMETIDO NO RUN, COM A
      *     QUANTIDADE DE TITULOS
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT PARAMETROS-IN ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT USUARIOS-MASTER ASSIGN TO USRMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT CONTAS-PAGAR ASSIGN TO APAGAR
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTAS-PAGAR-OUT ASSIGN TO APGNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REMESSA-PAG-OUT ASSIGN TO PAGREM
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PROPOSTAS-OUT ASSIGN TO PAGPROP
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT APROVACOES-IN ASSIGN TO PAGAPRV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APRV-STATUS.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT RELATORIO-APROV ASSIGN TO PAGRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
               02 REG-PARM-RETENCAO-TRILHA PIC 9(03).
               02 REG-PARM-RC-PCT-REJ      PIC 9(03).
               02 REG-PARM-DIAS-PAGTO      PIC 9(03).
               02 REG-PARM-PERC-ORCAMENTO  PIC 9(03).
               02 REG-PARM-TOLER-PAGTO     PIC 9(03)V99.
               02 REG-PARM-DIAS-NEGATIV    PIC 9(03).
               02 REG-PARM-DIAS-PERDA      PIC 9(04).
               02 REG-PARM-MARGEM-FREQ     PIC 9(02).
               02 REG-PARM-PCT-SLA         PIC 9(03).
               02 REG-PARM-GERACOES-BKP    PIC 9(02).
               02 REG-PARM-DIAS-OBSOLETO   PIC 9(04).
               02 REG-PARM-DIAS-CONSUMO    PIC 9(03).
               02 REG-PARM-FATOR-SEGURANCA PIC 9(01)V99.
               02 REG-PARM-DIAS-COBERTURA  PIC 9(03).
               02 REG-PARM-LIMITE-APROV-PAG PIC 9(07)V99.
               02 REG-PARM-TAXA-CAIXA      PIC 9(02)V99.
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID     PIC X(10).
               02 REG-USR-NOME   PIC X(30).
               02 REG-USR-NIVEL  PIC 9(02).
               02 REG-USR-STATUS PIC X(01).
                   88 USR-ATIVO   VALUE 'A'.
                   88 USR-INATIVO VALUE 'I'.
               02 REG-USR-SENHA  PIC X(08).
           FD  CONTAS-PAGAR.
           01  LINHA-PAGAVEL PIC X(120).
           FD  CONTAS-PAGAR-OUT.
           01  LINHA-PAGAVEL-OUT PIC X(120).
           FD  FORNECEDOR-MASTER.
           01  REG-FORNECEDOR.
               02 REG-FOR-CODIGO    PIC X(04).
               02 REG-FOR-NOME      PIC X(30).
               02 REG-FOR-MATERIAIS PIC X(10).
               02 REG-FOR-PRAZO     PIC 9(03).
               02 REG-FOR-CNPJ      PIC X(14).
               02 REG-FOR-BANCO     PIC X(03).
               02 REG-FOR-AGENCIA   PIC X(05).
               02 REG-FOR-CONTA     PIC X(12).
               02 REG-FOR-SITUACAO  PIC X(01).
                   88 FOR-BLOQUEADO VALUE 'B'.
           FD  REMESSA-PAG-OUT.
           01  LINHA-REMESSA PIC X(100).
           FD  PROPOSTAS-OUT.
           01  REG-PROPOSTA-OUT.
               02 REG-PRO-FORNECEDOR  PIC X(04).
               02 FILLER              PIC X(02).
               02 REG-PRO-REFERENCIA  PIC X(20).
               02 FILLER              PIC X(02).
               02 REG-PRO-VALOR       PIC 9(09)V99.
               02 FILLER              PIC X(02).
               02 REG-PRO-VENCIMENTO  PIC X(08).
               02 FILLER              PIC X(02).
               02 REG-PRO-APROVADORES PIC 9(01).
               02 FILLER              PIC X(02).
               02 REG-PRO-DESCONTO    PIC 9(09)V99.
           FD  APROVACOES-IN.
           01  REG-APROVACAO-IN.
               02 REG-APR-FORNECEDOR PIC X(04).
               02 REG-APR-REFERENCIA PIC X(20).
               02 REG-APR-USUARIO    PIC X(10).
               02 REG-APR-DECISAO    PIC X(01).
               02 REG-APR-DATA-HORA  PIC X(14).
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
           FD  RELATORIO-APROV.
           01  LINHA-APROV PIC X(100).
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  TRAVA-SUITE.
           COPY CPYPARM.
           COPY CPYCTRL.
           COPY CPYCAB.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYLORI.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-APRV-STATUS PIC X(02) VALUE '00'.
               88 APRV-OK VALUE '00'.
           77 WRK-FIM-APROVACOES PIC X(01) VALUE 'N'.
               88 FIM-APROVACOES VALUE 'S'.
           77 WRK-MODO PIC X(01) VALUE 'P'.
               88 MODO-PROPOSTA  VALUE 'P'.
               88 MODO-LIBERACAO VALUE 'L'.
           77 WRK-FIM-PAGAVEIS PIC X(01) VALUE 'N'.
               88 FIM-PAGAVEIS VALUE 'S'.
           77 WRK-FIM-FORNECEDORES PIC X(01) VALUE 'N'.
               88 FIM-FORNECEDORES VALUE 'S'.
      ******************************
      **** CADASTRO DE FORNECEDORES EM MEMORIA (NOME E CONTA DE
      **** CREDITO NO DETALHE DA REMESSA, BLOQUEIO DE PAGAMENTO)
      ******************************
           77 WRK-QTD-FORN PIC 9(03) VALUE ZEROS.
           01 TAB-FORNECEDORES.
               02 TAB-FOR OCCURS 1 TO 100 TIMES
                  DEPENDING ON WRK-QTD-FORN
                  INDEXED BY TAB-FOR-IDX.
                   03 TAB-FOR-CODIGO   PIC X(04).
                   03 TAB-FOR-NOME     PIC X(30).
                   03 TAB-FOR-BANCO    PIC X(03).
                   03 TAB-FOR-AGENCIA  PIC X(05).
                   03 TAB-FOR-CONTA    PIC X(12).
                   03 TAB-FOR-SITUACAO PIC X(01).
           77 WRK-FORN-SITUACAO PIC X(01) VALUE SPACES.
               88 FORNECEDOR-BLOQUEADO VALUE 'B'.
      ******************************
      **** APROVACOES VALIDADAS EM MEMORIA (MODO LIBERACAO): SO
      **** ENTRA APROVADOR ATIVO NO USRMST COM NIVEL DE SUPERVISOR
      **** OU MELHOR; DECISAO N SEGURA O TITULO NO RUN
      ******************************
           77 WRK-QTD-APR PIC 9(04) VALUE ZEROS.
           01 TAB-APROVACOES.
               02 TAB-APR OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-APR
                  INDEXED BY TAB-APR-IDX.
                   03 TAB-APR-FORNECEDOR PIC X(04).
                   03 TAB-APR-REFERENCIA PIC X(20).
                   03 TAB-APR-USUARIO    PIC X(10).
                   03 TAB-APR-DECISAO    PIC X(01).
           77 WRK-APR-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-APROV-EXIGIDAS  PIC 9(01) VALUE ZEROS.
           77 WRK-QTD-APROVADORES PIC 9(01) VALUE ZEROS.
           77 WRK-PRIMEIRO-APROVADOR PIC X(10) VALUE SPACES.
           77 WRK-PAGTO-NEGADO PIC X(01) VALUE 'N'.
               88 PAGTO-NEGADO VALUE 'S'.
           01 WRK-HORA-AGORA.
               02 WRK-HORA-HHMMSS PIC X(06) VALUE SPACES.
               02 FILLER          PIC X(02) VALUE SPACES.
           77 WRK-SITUACAO-LISTA PIC X(09) VALUE SPACES.
           77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-DESCONTO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      ******************************
      **** ANTECIPACAO COM DESCONTO: TITULO FORA DO HORIZONTE COM O
      **** PRAZO DE DESCONTO AINDA ABERTO E PAGO NO RUN QUANDO O
      **** DESCONTO SUPERA O CUSTO DO DINHEIRO PELOS DIAS
      **** ANTECIPADOS (CRITERIO COMERCIAL 30/360)
      ******************************
           77 WRK-PAGAR-NO-RUN PIC X(01) VALUE 'N'.
               88 PAGAR-NO-RUN VALUE 'S'.
           77 WRK-ANTECIPADO PIC X(01) VALUE 'N'.
               88 PAGTO-ANTECIPADO VALUE 'S'.
           01 WRK-DATA-HOJE.
               02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
               02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-VENC.
               02 WRK-VENC-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-VENC-MES PIC 9(02) VALUE ZEROS.
               02 WRK-VENC-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-ANTECIP PIC S9(05) VALUE ZEROS COMP-3.
           77 WRK-VALOR-DESCONTO PIC 9(09)V99 VALUE ZEROS.
           77 WRK-CUSTO-CAIXA PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TOTAL-DESCONTO PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-ANTECIPADOS PIC 9(06) VALUE ZEROS.
           77 WRK-REMETIDOS-ED PIC 9(06) VALUE ZEROS.
           77 WRK-LINHA-APROV PIC X(100) VALUE SPACES.
      ******************************
      **** REGISTROS DA REMESSA DE PAGAMENTO (HEADER 0 / DETALHE 1 /
      **** TRAILER 9)
               02 WRK-RMD-NOME       PIC X(30) VALUE SPACES.
               02 WRK-RMD-VENCIMENTO PIC X(08) VALUE SPACES.
               02 WRK-RMD-VALOR      PIC 9(11)  VALUE ZEROS.
               02 WRK-RMD-BANCO      PIC X(03) VALUE SPACES.
               02 WRK-RMD-AGENCIA    PIC X(05) VALUE SPACES.
               02 WRK-RMD-CONTA      PIC X(12) VALUE SPACES.
           01 WRK-REMESSA-TRAILER.
               02 WRK-RMT-TIPO     PIC X(01) VALUE '9'.
               02 WRK-RMT-QTDE     PIC 9(06) VALUE ZEROS.
           77 WRK-DUMMY-DIV   PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-LIDOS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REMETIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RETIDOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PROPOSTOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADAS PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               DISPLAY 'MODO (P=PROPOSTA L=LIBERACAO)'.
               ACCEPT WRK-MODO FROM CONSOLE.
               IF NOT MODO-PROPOSTA AND NOT MODO-LIBERACAO
                   DISPLAY 'MODO INVALIDO: ' WRK-MODO
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0990-REGISTRAR-FIM
                   STOP RUN
               END-IF.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0100-INICIALIZAR.
               IF MODO-LIBERACAO
                   PERFORM 0130-CARREGAR-APROVACOES
               END-IF.
               PERFORM 0200-PROCESSAR UNTIL FIM-PAGAVEIS.
               PERFORM 0300-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O HORIZONTE DE PAGAMENTO EM DIAS, O NIVEL DE
      **** SUPERVISOR E O LIMITE DE ALCADA DO ARQUIVO DE PARAMETROS,
      **** SE EXISTIR; DO CONTRARIO VALEM OS DEFAULTS DO CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
                               MOVE REG-PARM-DIAS-PAGTO
                                   TO WRK-PARM-DIAS-PAGTO
                           END-IF
                           IF REG-PARM-NIVEL-SUPERVISOR IS NUMERIC
                               MOVE REG-PARM-NIVEL-SUPERVISOR
                                   TO WRK-PARM-NIVEL-SUPERVISOR
                           END-IF
                           IF REG-PARM-LIMITE-APROV-PAG IS NUMERIC
                               AND REG-PARM-LIMITE-APROV-PAG > 0
                               MOVE REG-PARM-LIMITE-APROV-PAG
                                   TO WRK-PARM-LIMITE-APROV-PAG
                           END-IF
                           IF REG-PARM-TAXA-CAIXA IS NUMERIC
                               MOVE REG-PARM-TAXA-CAIXA
                                   TO WRK-PARM-TAXA-CAIXA
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
               PERFORM 0105-CALCULAR-LIMITE.
               PERFORM 0110-CARREGAR-FORNECEDORES.
               OPEN INPUT CONTAS-PAGAR
                    OUTPUT RELATORIO-APROV.
               IF MODO-PROPOSTA
                   OPEN OUTPUT PROPOSTAS-OUT
                   MOVE 'PROPOSTA DE PAGAMENTO A FORNECEDOR'
                       TO LINHA-APROV
               ELSE
                   OPEN OUTPUT CONTAS-PAGAR-OUT
                               REMESSA-PAG-OUT
                   MOVE CAB-EMPRESA  TO WRK-RMH-EMPRESA
                   MOVE WRK-DATA-RUN TO WRK-RMH-DATA
                   MOVE 1 TO WRK-RMH-SEQUENCIA
                   WRITE LINHA-REMESSA FROM WRK-REMESSA-HEADER
                   MOVE 'LIBERACAO DE PAGAMENTO A FORNECEDOR'
                       TO LINHA-APROV
               END-IF.
               WRITE LINHA-APROV.
               READ CONTAS-PAGAR INTO WRK-PAGAVEL
                   AT END SET FIM-PAGAVEIS TO TRUE
               END-READ.
               ADD 1 TO WRK-QTD-FORN.
               MOVE REG-FOR-CODIGO TO TAB-FOR-CODIGO (WRK-QTD-FORN).
               MOVE REG-FOR-NOME   TO TAB-FOR-NOME   (WRK-QTD-FORN).
               MOVE REG-FOR-BANCO  TO TAB-FOR-BANCO  (WRK-QTD-FORN).
               MOVE REG-FOR-AGENCIA
                   TO TAB-FOR-AGENCIA (WRK-QTD-FORN).
               MOVE REG-FOR-CONTA  TO TAB-FOR-CONTA  (WRK-QTD-FORN).
               MOVE REG-FOR-SITUACAO
                   TO TAB-FOR-SITUACAO (WRK-QTD-FORN).
               READ FORNECEDOR-MASTER
                   AT END SET FIM-FORNECEDORES TO TRUE
               END-READ.
      ******************************
      **** CARREGA AS APROVACOES DO PAGAMENTO (PAGAPRV: FORNECEDOR +
      **** REFERENCIA + ID DO APROVADOR + DECISAO S/N + DATA E HORA
      **** DA DECISAO), CONFERE O APROVADOR NO USRMST E REGISTRA
      **** CADA UMA, ACEITA OU RECUSADA, NA TRILHA DE AUDITORIA
      ******************************
           0130-CARREGAR-APROVACOES.
               OPEN INPUT USUARIOS-MASTER.
               OPEN INPUT APROVACOES-IN.
               IF APRV-OK
                   READ APROVACOES-IN
                       AT END SET FIM-APROVACOES TO TRUE
                   END-READ
                   PERFORM 0140-VALIDAR-APROVACAO
                       UNTIL FIM-APROVACOES OR WRK-QTD-APR >= 2000
                   CLOSE APROVACOES-IN
               END-IF.
               CLOSE USUARIOS-MASTER.
      ******************************
      **** APROVADOR SEM CADASTRO, INATIVO OU COM NIVEL ABAIXO DE
      **** SUPERVISOR E RECUSADO; A DECISAO VALIDA (S OU N) ENTRA NA
      **** TABELA PARA A CONFERENCIA DA ALCADA DO TITULO
      ******************************
           0140-VALIDAR-APROVACAO.
               MOVE REG-APR-USUARIO TO REG-USR-ID.
               READ USUARIOS-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               EVALUATE TRUE
                   WHEN NOT USRMST-OK OR NOT USR-ATIVO
                       ADD 1 TO WRK-TOTAL-RECUSADAS
                       MOVE 'RECUSADA - USUARIO INVALIDO'
                           TO WRK-AUD-RESULTADO
                   WHEN REG-USR-NIVEL > WRK-PARM-NIVEL-SUPERVISOR
                       ADD 1 TO WRK-TOTAL-RECUSADAS
                       MOVE 'RECUSADA - NIVEL INSUFICIENTE'
                           TO WRK-AUD-RESULTADO
                   WHEN REG-APR-DECISAO NOT = 'S'
                        AND REG-APR-DECISAO NOT = 'N'
                       ADD 1 TO WRK-TOTAL-RECUSADAS
                       MOVE 'RECUSADA - DECISAO INVALIDA'
                           TO WRK-AUD-RESULTADO
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-APR
                       MOVE REG-APR-FORNECEDOR
                           TO TAB-APR-FORNECEDOR (WRK-QTD-APR)
                       MOVE REG-APR-REFERENCIA
                           TO TAB-APR-REFERENCIA (WRK-QTD-APR)
                       MOVE REG-APR-USUARIO
                           TO TAB-APR-USUARIO (WRK-QTD-APR)
                       MOVE REG-APR-DECISAO
                           TO TAB-APR-DECISAO (WRK-QTD-APR)
                       IF REG-APR-DECISAO = 'S'
                           MOVE 'PAGAMENTO APROVADO'
                               TO WRK-AUD-RESULTADO
                       ELSE
                           MOVE 'PAGAMENTO NEGADO'
                               TO WRK-AUD-RESULTADO
                       END-IF
               END-EVALUATE.
               IF WRK-AUD-RESULTADO (1:8) = 'RECUSADA'
                   DISPLAY 'APROVACAO RECUSADA: ' REG-APR-USUARIO
                       ' ' REG-APR-FORNECEDOR ' ' REG-APR-REFERENCIA
               END-IF.
               PERFORM 0150-GRAVAR-AUDITORIA-APROV.
               READ APROVACOES-IN
                   AT END SET FIM-APROVACOES TO TRUE
               END-READ.
      ******************************
      **** UMA LINHA NA TRILHA POR APROVACAO: ID DO APROVADOR E O
      **** TITULO NA ENTRADA, DATA E HORA DA DECISAO (OU DO RUN,
      **** SE A DECISAO VIER SEM ELA) E O RESULTADO
      ******************************
           0150-GRAVAR-AUDITORIA-APROV.
               MOVE 'PROGCOB54' TO WRK-AUD-PROGRAMA.
               IF REG-APR-DATA-HORA = SPACES
                   ACCEPT WRK-HORA-AGORA FROM TIME
                   MOVE SPACES TO WRK-AUD-DATA-HORA
                   STRING WRK-DATA-RUN DELIMITED BY SIZE
                          WRK-HORA-HHMMSS DELIMITED BY SIZE
                          INTO WRK-AUD-DATA-HORA
               ELSE
                   MOVE REG-APR-DATA-HORA TO WRK-AUD-DATA-HORA
               END-IF.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING REG-APR-USUARIO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-APR-FORNECEDOR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-APR-REFERENCIA DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** TITULO EM ABERTO COM VENCIMENTO DENTRO DO HORIZONTE E
      **** LISTADO NA PROPOSTA (MODO P) OU, NA LIBERACAO (MODO L),
      **** VIRA DETALHE DA REMESSA E E REGRAVADO COMO ENVIADO SE
      **** TIVER AS APROVACOES DA ALCADA; SEM ELAS FICA EM ABERTO
      **** PARA O PROXIMO RUN. NA LIBERACAO OS DEMAIS TITULOS
      **** PASSAM DIRETO PARA O ARQUIVO NOVO. TITULO DE FORNECEDOR
      **** BLOQUEADO NO CADASTRO (PROGFOR) NAO E PAGO: FICA EM ABERTO
      **** E SAI LISTADO, PARA VOLTAR A REMESSA QUANDO O BLOQUEIO
      **** CAIR. TITULO DE TRIBUTO RETIDO NA FONTE (CODIGO DO
      **** TRIBUTO PREENCHIDO) NAO VAI AO FORNECEDOR: E RECOLHIDO
      **** POR GUIA, PELA APURACAO MENSAL DE RETENCOES (PROGRET)
      ******************************
           0200-PROCESSAR.
               ADD 1 TO WRK-TOTAL-LIDOS.
               IF PAG-ABERTO AND PAG-TITULO-FORNECEDOR
                   PERFORM 0202-AVALIAR-VENCIMENTO
               ELSE
                   MOVE 'N' TO WRK-PAGAR-NO-RUN
               END-IF.
               IF PAGAR-NO-RUN
                   PERFORM 0220-NOME-FORNECEDOR
                   IF FORNECEDOR-BLOQUEADO
                       ADD 1 TO WRK-TOTAL-RETIDOS
                       DISPLAY 'TITULO RETIDO, FORNECEDOR BLOQUEADO: '
                           WRK-PAG-FORNECEDOR ' ' WRK-PAG-REFERENCIA
                   ELSE
                       PERFORM 0205-DEFINIR-ALCADA
                       IF MODO-PROPOSTA
                           PERFORM 0230-GRAVAR-PROPOSTA
                       ELSE
                           PERFORM 0240-AVALIAR-LIBERACAO
                       END-IF
                   END-IF
               END-IF.
               IF MODO-LIBERACAO
                   WRITE LINHA-PAGAVEL-OUT FROM WRK-PAGAVEL
               END-IF.
               READ CONTAS-PAGAR INTO WRK-PAGAVEL
                   AT END SET FIM-PAGAVEIS TO TRUE
               END-READ.
      ******************************
      **** TITULO VENCENDO NO HORIZONTE E PAGO NO RUN, COM O DESCONTO
      **** SE O PRAZO DELE AINDA ESTIVER ABERTO; FORA DO HORIZONTE SO
      **** E PAGO (ANTECIPADO) QUANDO O DESCONTO SUPERA O CUSTO DO
      **** DINHEIRO DO PARMSUITE PELOS DIAS QUE FALTAM AO VENCIMENTO
      ******************************
           0202-AVALIAR-VENCIMENTO.
               MOVE 'N' TO WRK-PAGAR-NO-RUN WRK-ANTECIPADO.
               MOVE ZEROS TO WRK-VALOR-DESCONTO.
               IF WRK-PAG-VENCIMENTO NOT > WRK-DATA-LIMITE
                   SET PAGAR-NO-RUN TO TRUE
               END-IF.
               IF WRK-PAG-PERC-DESC IS NUMERIC
                   AND WRK-PAG-PERC-DESC > 0
                   AND WRK-PAG-DATA-DESC NOT < WRK-DATA-RUN
                   COMPUTE WRK-VALOR-DESCONTO ROUNDED =
                       WRK-PAG-VALOR * WRK-PAG-PERC-DESC / 100
                   IF NOT PAGAR-NO-RUN
                       PERFORM 0203-CALCULAR-CUSTO-CAIXA
                       IF WRK-VALOR-DESCONTO > WRK-CUSTO-CAIXA
                           SET PAGAR-NO-RUN TO TRUE
                           SET PAGTO-ANTECIPADO TO TRUE
                       ELSE
                           MOVE ZEROS TO WRK-VALOR-DESCONTO
                       END-IF
                   END-IF
               END-IF.
           0203-CALCULAR-CUSTO-CAIXA.
               MOVE WRK-DATA-RUN TO WRK-DATA-HOJE.
               MOVE WRK-PAG-VENCIMENTO TO WRK-DATA-VENC.
               COMPUTE WRK-DIAS-ANTECIP =
                   ((WRK-VENC-ANO - WRK-HOJE-ANO) * 360) +
                   ((WRK-VENC-MES - WRK-HOJE-MES) * 30) +
                   (WRK-VENC-DIA - WRK-HOJE-DIA).
               COMPUTE WRK-CUSTO-CAIXA ROUNDED =
                   WRK-PAG-VALOR * WRK-PARM-TAXA-CAIXA / 100
                   * WRK-DIAS-ANTECIP / 30.
      ******************************
      **** ALCADA: ATE O LIMITE DO PARMSUITE BASTA UM APROVADOR;
      **** ACIMA DELE SAO EXIGIDOS DOIS APROVADORES DISTINTOS
      ******************************
           0205-DEFINIR-ALCADA.
               IF WRK-PAG-VALOR > WRK-PARM-LIMITE-APROV-PAG
                   MOVE 2 TO WRK-APROV-EXIGIDAS
               ELSE
                   MOVE 1 TO WRK-APROV-EXIGIDAS
               END-IF.
           0210-GRAVAR-DETALHE.
               ADD 1 TO WRK-TOTAL-REMETIDOS.
               ADD 1 TO WRK-SEQ-DETALHE.
               MOVE WRK-PAG-REFERENCIA TO WRK-RMD-REFERENCIA.
               MOVE WRK-PAG-FORNECEDOR TO WRK-RMD-FORNECEDOR.
               MOVE WRK-PAG-VENCIMENTO TO WRK-RMD-VENCIMENTO.
               COMPUTE WRK-VALOR-CENTAVOS =
                   (WRK-PAG-VALOR - WRK-VALOR-DESCONTO) * 100.
               MOVE WRK-VALOR-CENTAVOS TO WRK-RMD-VALOR.
               ADD WRK-VALOR-CENTAVOS TO WRK-TOTAL-CENTAVOS.
               WRITE LINHA-REMESSA FROM WRK-REMESSA-DETALHE.
               MOVE WRK-VALOR-DESCONTO TO WRK-PAG-VALOR-DESC.
               ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESCONTO.
               IF PAGTO-ANTECIPADO
                   ADD 1 TO WRK-TOTAL-ANTECIPADOS
               END-IF.
               MOVE WRK-PAG-REFERENCIA TO WRK-ORI-DOCUMENTO.
               IF WRK-ORI-QTD-DOCS = 0
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
               END-IF.
               MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL.
               ADD 1 TO WRK-ORI-QTD-DOCS.
      ******************************
      **** PROPOSTA: O TITULO VAI PARA O PAGPROP COM A QUANTIDADE DE
      **** APROVADORES EXIGIDA, BASE DA DECISAO DOS APROVADORES
      ******************************
           0230-GRAVAR-PROPOSTA.
               ADD 1 TO WRK-TOTAL-PROPOSTOS.
               COMPUTE WRK-VALOR-CENTAVOS =
                   (WRK-PAG-VALOR - WRK-VALOR-DESCONTO) * 100.
               ADD WRK-VALOR-CENTAVOS TO WRK-TOTAL-CENTAVOS.
               ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESCONTO.
               IF PAGTO-ANTECIPADO
                   ADD 1 TO WRK-TOTAL-ANTECIPADOS
               END-IF.
               MOVE SPACES TO REG-PROPOSTA-OUT.
               MOVE WRK-PAG-FORNECEDOR TO REG-PRO-FORNECEDOR.
               MOVE WRK-PAG-REFERENCIA TO REG-PRO-REFERENCIA.
               MOVE WRK-PAG-VALOR      TO REG-PRO-VALOR.
               MOVE WRK-PAG-VENCIMENTO TO REG-PRO-VENCIMENTO.
               MOVE WRK-APROV-EXIGIDAS TO REG-PRO-APROVADORES.
               MOVE WRK-VALOR-DESCONTO TO REG-PRO-DESCONTO.
               WRITE REG-PROPOSTA-OUT.
               MOVE ZEROS TO WRK-QTD-APROVADORES.
               IF PAGTO-ANTECIPADO
                   MOVE 'ANTECIPA ' TO WRK-SITUACAO-LISTA
               ELSE
                   MOVE 'PROPOSTO ' TO WRK-SITUACAO-LISTA
               END-IF.
               PERFORM 0260-LISTAR-TITULO.
      ******************************
      **** LIBERACAO: CONTA OS APROVADORES DISTINTOS DO TITULO; COM
      **** A ALCADA ATENDIDA E SEM NEGATIVA O TITULO E REMETIDO
      ******************************
           0240-AVALIAR-LIBERACAO.
               MOVE ZEROS TO WRK-QTD-APROVADORES.
               MOVE SPACES TO WRK-PRIMEIRO-APROVADOR.
               MOVE 'N' TO WRK-PAGTO-NEGADO.
               PERFORM 0250-CONFERIR-APROVACAO
                   VARYING WRK-APR-IDX FROM 1 BY 1
                   UNTIL WRK-APR-IDX > WRK-QTD-APR.
               IF PAGTO-NEGADO
                   ADD 1 TO WRK-TOTAL-PENDENTES
                   MOVE 'NEGADO   ' TO WRK-SITUACAO-LISTA
               ELSE
                   IF WRK-QTD-APROVADORES NOT < WRK-APROV-EXIGIDAS
                       PERFORM 0210-GRAVAR-DETALHE
                       SET PAG-ENVIADO-BANCO TO TRUE
                       MOVE 'LIBERADO ' TO WRK-SITUACAO-LISTA
                   ELSE
                       ADD 1 TO WRK-TOTAL-PENDENTES
                       MOVE 'PENDENTE ' TO WRK-SITUACAO-LISTA
                   END-IF
               END-IF.
               PERFORM 0260-LISTAR-TITULO.
           0250-CONFERIR-APROVACAO.
               IF TAB-APR-FORNECEDOR (WRK-APR-IDX) = WRK-PAG-FORNECEDOR
                   AND TAB-APR-REFERENCIA (WRK-APR-IDX)
                       = WRK-PAG-REFERENCIA
                   IF TAB-APR-DECISAO (WRK-APR-IDX) = 'N'
                       SET PAGTO-NEGADO TO TRUE
                   ELSE
                       IF WRK-QTD-APROVADORES = 0
                           MOVE 1 TO WRK-QTD-APROVADORES
                           MOVE TAB-APR-USUARIO (WRK-APR-IDX)
                               TO WRK-PRIMEIRO-APROVADOR
                       ELSE
                           IF TAB-APR-USUARIO (WRK-APR-IDX)
                               NOT = WRK-PRIMEIRO-APROVADOR
                               MOVE 2 TO WRK-QTD-APROVADORES
                           END-IF
                       END-IF
                   END-IF
               END-IF.
           0260-LISTAR-TITULO.
               MOVE WRK-PAG-VALOR TO WRK-VALOR-ED.
               MOVE WRK-VALOR-DESCONTO TO WRK-DESCONTO-ED.
               MOVE SPACES TO WRK-LINHA-APROV.
               STRING WRK-SITUACAO-LISTA DELIMITED BY SIZE
                      WRK-PAG-FORNECEDOR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PAG-REFERENCIA DELIMITED BY SIZE
                      ' VENC ' DELIMITED BY SIZE
                      WRK-PAG-VENCIMENTO DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' APROV ' DELIMITED BY SIZE
                      WRK-QTD-APROVADORES DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-APROV-EXIGIDAS DELIMITED BY SIZE
                      ' DESC ' DELIMITED BY SIZE
                      WRK-DESCONTO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-APROV.
               WRITE LINHA-APROV FROM WRK-LINHA-APROV.
      ******************************
      **** NOME, CONTA DE CREDITO E SITUACAO DO FORNECEDOR NO
      **** CADASTRO; CODIGO SEM CADASTRO (OU SEM DADOS BANCARIOS
      **** APROVADOS) SAI COM OS CAMPOS EM BRANCO (O BANCO DEVOLVE,
      **** MAS A REMESSA NAO PODE PARAR POR UM CADASTRO FALTANDO)
      ******************************
           0220-NOME-FORNECEDOR.
               MOVE SPACES TO WRK-RMD-NOME WRK-RMD-BANCO
                              WRK-RMD-AGENCIA WRK-RMD-CONTA
                              WRK-FORN-SITUACAO.
               IF WRK-QTD-FORN > 0
                   SET TAB-FOR-IDX TO 1
                   SEARCH TAB-FOR
                           = WRK-PAG-FORNECEDOR
                           MOVE TAB-FOR-NOME (TAB-FOR-IDX)
                               TO WRK-RMD-NOME
                           MOVE TAB-FOR-BANCO (TAB-FOR-IDX)
                               TO WRK-RMD-BANCO
                           MOVE TAB-FOR-AGENCIA (TAB-FOR-IDX)
                               TO WRK-RMD-AGENCIA
                           MOVE TAB-FOR-CONTA (TAB-FOR-IDX)
                               TO WRK-RMD-CONTA
                           MOVE TAB-FOR-SITUACAO (TAB-FOR-IDX)
                               TO WRK-FORN-SITUACAO
                   END-SEARCH
               END-IF.
           0300-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'TITULOS LIDOS       : ' WRK-TOTAL-LIDOS.
               DISPLAY 'TITULOS PROPOSTOS   : ' WRK-TOTAL-PROPOSTOS.
               DISPLAY 'TITULOS REMETIDOS   : ' WRK-TOTAL-REMETIDOS.
               DISPLAY 'SEM APROVACAO       : ' WRK-TOTAL-PENDENTES.
               DISPLAY 'ANTECIPADOS C/ DESC.: ' WRK-TOTAL-ANTECIPADOS.
               MOVE WRK-TOTAL-DESCONTO TO WRK-DESCONTO-ED.
               DISPLAY 'DESCONTO OBTIDO     : ' WRK-DESCONTO-ED.
               DISPLAY 'TITULOS RETIDOS     : ' WRK-TOTAL-RETIDOS.
               DISPLAY 'APROVACOES RECUSADAS: ' WRK-TOTAL-RECUSADAS.
               CLOSE CONTAS-PAGAR RELATORIO-APROV.
               IF MODO-PROPOSTA
                   CLOSE PROPOSTAS-OUT
               ELSE
                   MOVE WRK-SEQ-DETALHE  TO WRK-RMT-QTDE
                   MOVE WRK-TOTAL-CENTAVOS TO WRK-RMT-TOTAL
                   WRITE LINHA-REMESSA FROM WRK-REMESSA-TRAILER
                   CLOSE CONTAS-PAGAR-OUT REMESSA-PAG-OUT
                   PERFORM 0310-GRAVAR-LANCAMENTO
                   PERFORM 0320-GRAVAR-AUDITORIA
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** LANCA A SAIDA DE CAIXA DO RUN NO ARQUIVO DE INTERFACE DO
      **** RAZAO (CONTA PAGFOR, VALOR NEGATIVO, ARREDONDADO PARA
      **** REAIS INTEIROS COMO O LANCAMENTO DO RAZAO EXIGE), PELO
      **** LIQUIDO DOS DESCONTOS TOMADOS; O TOTAL DE DESCONTO OBTIDO
      **** VAI PARA A CONTA DESCOB (RECEITA, VALOR POSITIVO). OS DOIS
      **** LEVAM COMO ORIGEM O PRIMEIRO E O ULTIMO TITULO REMETIDO
      ******************************
           0310-GRAVAR-LANCAMENTO.
               IF WRK-TOTAL-REMETIDOS > 0
                   OPEN EXTEND LANCAMENTOS-INT
                   MOVE SPACES TO REG-LANCTO-INT
                   MOVE 'PAGFOR' TO REG-LCI-CONTA
                   MOVE WRK-DATA-RUN TO REG-LCI-DATA
                   COMPUTE REG-LCI-VALOR ROUNDED =
                       0 - (WRK-TOTAL-CENTAVOS / 100)
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FIN' TO REG-LCI-CCUSTO
                   MOVE 'PROGCOB54' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   IF WRK-TOTAL-DESCONTO > 0
                       MOVE 'DESCOB' TO REG-LCI-CONTA
                       COMPUTE REG-LCI-VALOR ROUNDED =
                           WRK-TOTAL-DESCONTO
                       WRITE REG-LANCTO-INT
                   END-IF
                   CLOSE LANCAMENTOS-INT
               END-IF.
      ******************************
      **** REGISTRA A LIBERACAO DA REMESSA NA TRILHA DE AUDITORIA
      ******************************
           0320-GRAVAR-AUDITORIA.
               MOVE 'PROGCOB54' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-HORA-AGORA FROM TIME.
               MOVE SPACES TO WRK-AUD-DATA-HORA.
               STRING WRK-DATA-RUN DELIMITED BY SIZE
                      WRK-HORA-HHMMSS DELIMITED BY SIZE
                      INTO WRK-AUD-DATA-HORA.
               MOVE 'PAGAPRV' TO WRK-AUD-ENTRADA.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               MOVE WRK-TOTAL-REMETIDOS TO WRK-REMETIDOS-ED.
               STRING 'REMESSA LIBERADA ' DELIMITED BY SIZE
                      WRK-REMETIDOS-ED DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGCOB54' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS     TO WRK-CTL-LIDOS.
               COMPUTE WRK-CTL-ACEITOS =
                   WRK-TOTAL-PROPOSTOS + WRK-TOTAL-REMETIDOS.
               MOVE WRK-TOTAL-RECUSADAS TO WRK-CTL-REJEITADOS.
               COMPUTE WRK-CTL-HASH = WRK-TOTAL-CENTAVOS / 100.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               OPEN EXTEND CONTROLE-LOTE.
               MOVE WRK-TOTAL-LIDOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-REMETIDOS TO WRK-RUN-ACEITOS.
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
