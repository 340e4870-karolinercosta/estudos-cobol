           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGINT.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL
      *     (JOB PCOBSEMN). CONFERE SE AS REFERENCIAS ENTRE OS
      *     ARQUIVOS SE SUSTENTAM: CPF DO TITULO DO RECEBIV NO
      *     CLIMST (E SE O CLIENTE NAO FOI ANONIMIZADO PELO
      *     PROGCOB29), REFERENCIA DO EMBARQUE NO RECEBIV, PRODUTO
      *     DO SALDO DO ESTQMST NO PRDMST, MATRICULA DO NOTAHIST NO
      *     ALUMST, FORNECEDOR DO APAGAR NO FORNMST E CONTA DO
      *     LANCINT NO PLANCTA. AS REGRAS QUE RODAM E O NUMERO DE
      *     AMOSTRAS VEM DO ARQUIVO INTREGRA (COPYBOOK CPYINTEG); SEM
      *     ELE RODAM TODAS. O INTRPT TRAZ, POR REGRA, OS REGISTROS
      *     LIDOS, OS ORFAOS E UMA AMOSTRA DELES. MASTER COM CHAVE E
      *     LIDO DIRETO PELA CHAVE; ARQUIVO SEQUENCIAL PAI E CARREGADO
      *     EM TABELA. RC 4 = HA ORFAO. RC 8 = REGRA QUE NAO PODE SER
      *     CONFERIDA (ARQUIVO AUSENTE OU TABELA CHEIA)
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REGRAS-IN ASSIGN TO INTREGRA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INTREGRA-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-RECEBIV-STATUS.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-EMBARQ-STATUS.
               SELECT ESTOQUE-MASTER ASSIGN TO ESTQMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EST-CHAVE
                   FILE STATUS IS WRK-ESTQMST-STATUS.
               SELECT PRODUTO-MASTER ASSIGN TO PRDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRD-CODIGO
                   FILE STATUS IS WRK-PRDMST-STATUS.
               SELECT NOTAHIST-IN ASSIGN TO NOTAHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NOTAHIST-STATUS.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT CONTAS-PAGAR ASSIGN TO APAGAR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APAGAR-STATUS.
               SELECT FORNECEDOR-MASTER ASSIGN TO FORNMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FORNMST-STATUS.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCINT-STATUS.
               SELECT PLANO-CONTAS ASSIGN TO PLANCTA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PLANCTA-STATUS.
               SELECT RELATORIO-INT ASSIGN TO INTRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LCK-STATUS.
               SELECT SENHA-TRAVA ASSIGN TO LCKPASS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PASS-STATUS.
               SELECT ESTADO-RUN ASSIGN TO RUNSTAT
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
           FD  REGRAS-IN.
           01  REG-REGRA-IN PIC X(53).
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
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 REG-CLI-NOME     PIC X(40).
               02 REG-CLI-ENDERECO PIC X(40).
               02 REG-CLI-UF       PIC X(02).
               02 REG-CLI-STATUS   PIC X(01).
                   88 CLI-ATIVO    VALUE 'A'.
                   88 CLI-INATIVO  VALUE 'I'.
               02 REG-CLI-CEP      PIC X(08).
               02 REG-CLI-DATA-ULT-MOV PIC X(08).
               02 REG-CLI-LIMITE-CRED  PIC 9(09)V99.
               02 REG-CLI-EMPRESA      PIC X(03).
               02 REG-CLI-VENDEDOR     PIC X(04).
               02 REG-CLI-TIPO-PESSOA  PIC X(01).
                   88 CLI-PESSOA-JURIDICA VALUE 'J'.
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  ESTOQUE-MASTER.
           01  REG-ESTOQUE.
               02 REG-EST-CHAVE.
                   03 REG-EST-CODIGO   PIC 9(06).
                   03 REG-EST-DEPOSITO PIC X(02).
               02 REG-EST-SALDO       PIC S9(07)
                                       SIGN IS LEADING SEPARATE.
               02 REG-EST-PONTO-REPOS PIC 9(05).
               02 REG-EST-CUSTO-MEDIO PIC 9(07)V99.
           FD  PRODUTO-MASTER.
           01  REG-PRODUTO.
               02 REG-PRD-CODIGO    PIC 9(06).
               02 REG-PRD-DESCRICAO PIC X(30).
               02 REG-PRD-PESO      PIC 9(05)V99.
               02 REG-PRD-VALOR     PIC 9(07)V99.
               02 REG-PRD-SITUACAO  PIC X(01).
               02 REG-PRD-NCM       PIC X(08).
           FD  NOTAHIST-IN.
           01  REG-HIST-IN PIC X(120).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  CONTAS-PAGAR.
           01  LINHA-PAGAVEL PIC X(120).
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
           FD  LANCAMENTOS-INT.
           01  REG-LANCTO-INT.
               02 REG-LCI-CONTA PIC X(06).
               02 REG-LCI-DATA  PIC X(08).
               02 REG-LCI-VALOR PIC S9(07) SIGN IS LEADING SEPARATE.
               02 REG-LCI-EMPRESA PIC X(03).
               02 FILLER        PIC X(01).
               02 REG-LCI-CCUSTO PIC X(04).
               02 REG-LCI-ORIGEM.
                   03 REG-LCI-PROGRAMA    PIC X(10).
                   03 REG-LCI-DOC-INICIAL PIC X(20).
                   03 REG-LCI-DOC-FINAL   PIC X(20).
                   03 REG-LCI-QTD-DOCS    PIC 9(05).
           FD  PLANO-CONTAS.
           01  LINHA-PLANO-CONTA PIC X(60).
           FD  RELATORIO-INT.
           01  LINHA-INT PIC X(100).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYCTRL.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYCAB.
           COPY CPYINTEG.
           COPY CPYRECEB.
           COPY CPYEMB.
           COPY CPYMATRI.
           COPY CPYPAGAR.
           COPY CPYPLANO.
           77 WRK-INTREGRA-STATUS PIC X(02) VALUE '00'.
               88 INTREGRA-OK VALUE '00'.
           77 WRK-RECEBIV-STATUS PIC X(02) VALUE '00'.
               88 RECEBIV-OK VALUE '00'.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK VALUE '00'.
           77 WRK-EMBARQ-STATUS PIC X(02) VALUE '00'.
               88 EMBARQ-OK VALUE '00'.
           77 WRK-ESTQMST-STATUS PIC X(02) VALUE '00'.
               88 ESTQMST-OK VALUE '00'.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 PRDMST-OK VALUE '00'.
           77 WRK-NOTAHIST-STATUS PIC X(02) VALUE '00'.
               88 NOTAHIST-OK VALUE '00'.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-APAGAR-STATUS PIC X(02) VALUE '00'.
               88 APAGAR-OK VALUE '00'.
           77 WRK-FORNMST-STATUS PIC X(02) VALUE '00'.
               88 FORNMST-OK VALUE '00'.
           77 WRK-LANCINT-STATUS PIC X(02) VALUE '00'.
               88 LANCINT-OK VALUE '00'.
           77 WRK-PLANCTA-STATUS PIC X(02) VALUE '00'.
               88 PLANCTA-OK VALUE '00'.
           77 WRK-FIM-REGRAS PIC X(01) VALUE 'N'.
               88 FIM-REGRAS VALUE 'S'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-FIM-CARGA PIC X(01) VALUE 'N'.
               88 FIM-CARGA VALUE 'S'.
           77 WRK-ACHOU-PAI PIC X(01) VALUE 'N'.
               88 PAI-ACHADO VALUE 'S'.
           77 WRK-MARCA-ANONIMO PIC X(40)
               VALUE '*** ANONIMIZADO LGPD ***'.
      ******************************
      **** REGRAS CONHECIDAS, COM O QUE O INTREGRA LIGOU OU DESLIGOU,
      **** E O RESULTADO DE CADA UMA. SITUACAO: C = CONFERIDA,
      **** A = ARQUIVO AUSENTE, T = TABELA DO PAI CHEIA
      ******************************
           77 WRK-QTD-REGRAS PIC 9(02) VALUE 7.
           77 WRK-REGRA-IDX PIC 9(02) VALUE ZEROS.
           01 TAB-REGRAS-INT.
               02 TAB-INT OCCURS 7 TIMES
                  INDEXED BY TAB-INT-IDX.
                   03 TAB-INT-CODIGO    PIC X(06).
                   03 TAB-INT-ATIVA     PIC X(01).
                   03 TAB-INT-AMOSTRAS  PIC 9(03).
                   03 TAB-INT-DESCRICAO PIC X(40).
                   03 TAB-INT-LIDOS     PIC 9(08).
                   03 TAB-INT-ORFAOS    PIC 9(08).
                   03 TAB-INT-SITUACAO  PIC X(01).
                       88 INT-CONFERIDA      VALUE 'C'.
                       88 INT-ARQ-AUSENTE    VALUE 'A'.
                       88 INT-TABELA-CHEIA   VALUE 'T'.
      ******************************
      **** TABELAS DOS ARQUIVOS PAI SEQUENCIAIS: REFERENCIAS DOS
      **** TITULOS DO RECEBIV, FORNECEDORES DO FORNMST E CONTAS DO
      **** PLANCTA
      ******************************
           77 WRK-QTD-TITULOS PIC 9(04) VALUE ZEROS.
           01 TAB-TITULOS.
               02 TAB-TIT OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-TITULOS
                  INDEXED BY TAB-TIT-IDX.
                   03 TAB-TIT-REFERENCIA PIC X(20).
           77 WRK-QTD-FORNECEDORES PIC 9(04) VALUE ZEROS.
           01 TAB-FORNECEDORES.
               02 TAB-FOR OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-FORNECEDORES
                  INDEXED BY TAB-FOR-IDX.
                   03 TAB-FOR-CODIGO PIC X(04).
           77 WRK-QTD-CONTAS PIC 9(04) VALUE ZEROS.
           01 TAB-CONTAS.
               02 TAB-CTA OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-CONTAS
                  INDEXED BY TAB-CTA-IDX.
                   03 TAB-CTA-CONTA PIC X(06).
           77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
               88 TABELA-CHEIA VALUE 'S'.
      ******************************
      **** ORFAO DA VEZ (CHAVE E DETALHE DA AMOSTRA) E ARQUIVO QUE
      **** NAO ABRIU
      ******************************
           77 WRK-ORF-CHAVE   PIC X(22) VALUE SPACES.
           77 WRK-ORF-DETALHE PIC X(70) VALUE SPACES.
           77 WRK-ARQ-FALHA   PIC X(08) VALUE SPACES.
           77 WRK-ARQ-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-LINHA-INT   PIC X(100) VALUE SPACES.
           77 WRK-SITUACAO-ED PIC X(30) VALUE SPACES.
           77 WRK-TOTAL-LIDOS      PIC 9(08) VALUE ZEROS.
           77 WRK-TOTAL-ORFAOS     PIC 9(08) VALUE ZEROS.
           77 WRK-TOTAL-CONFERIDAS PIC 9(02) VALUE ZEROS.
           77 WRK-TOTAL-FALHAS     PIC 9(02) VALUE ZEROS.
           77 WRK-QTD-ED  PIC ZZ.ZZZ.ZZ9.
           77 WRK-QTD-ED2 PIC ZZ.ZZZ.ZZ9.
           77 WRK-AMOSTRA-ED PIC ZZ9.
           77 WRK-SALDO-ED PIC -Z.ZZZ.ZZ9.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-EXECUTAR-REGRA
                   VARYING WRK-REGRA-IDX FROM 1 BY 1
                   UNTIL WRK-REGRA-IDX > WRK-QTD-REGRAS.
               PERFORM 0800-FINALIZAR.
               CLOSE RELATORIO-INT.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CABECALHO DO RELATORIO, REGRAS PADRAO E LEITURA DO
      **** INTREGRA
      ******************************
           0100-INICIALIZAR.
               OPEN OUTPUT RELATORIO-INT.
               MOVE 'INTEGRIDADE REFERENCIAL - SEMANAL'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               MOVE 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO WRK-LINHA-INT.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-INT.
               WRITE LINHA-INT FROM WRK-LINHA-INT.
               MOVE SPACES TO WRK-LINHA-INT.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '  PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-INT.
               WRITE LINHA-INT FROM WRK-LINHA-INT.
               PERFORM 0110-MONTAR-REGRAS.
               PERFORM 0120-CARREGAR-REGRAS.
      ******************************
      **** REGRAS PADRAO: TODAS ATIVAS, COM 10 AMOSTRAS
      ******************************
           0110-MONTAR-REGRAS.
               MOVE 'RECCLI' TO TAB-INT-CODIGO (1).
               MOVE 'TITULO DO RECEBIV SEM CLIENTE NO CLIMST'
                   TO TAB-INT-DESCRICAO (1).
               MOVE 'RECANO' TO TAB-INT-CODIGO (2).
               MOVE 'TITULO DO RECEBIV DE CLIENTE ANONIMIZADO'
                   TO TAB-INT-DESCRICAO (2).
               MOVE 'EMBREC' TO TAB-INT-CODIGO (3).
               MOVE 'EMBARQUE DO EMBARQ SEM TITULO NO RECEBIV'
                   TO TAB-INT-DESCRICAO (3).
               MOVE 'ESTPRD' TO TAB-INT-CODIGO (4).
               MOVE 'SALDO DO ESTQMST SEM PRODUTO NO PRDMST'
                   TO TAB-INT-DESCRICAO (4).
               MOVE 'NOTALU' TO TAB-INT-CODIGO (5).
               MOVE 'NOTA DO NOTAHIST SEM ALUNO NO ALUMST'
                   TO TAB-INT-DESCRICAO (5).
               MOVE 'PAGFOR' TO TAB-INT-CODIGO (6).
               MOVE 'TITULO DO APAGAR SEM FORNECEDOR NO FORNMST'
                   TO TAB-INT-DESCRICAO (6).
               MOVE 'LANPLA' TO TAB-INT-CODIGO (7).
               MOVE 'LANCAMENTO DO LANCINT SEM CONTA NO PLANCTA'
                   TO TAB-INT-DESCRICAO (7).
               PERFORM 0115-PADRAO-REGRA
                   VARYING WRK-REGRA-IDX FROM 1 BY 1
                   UNTIL WRK-REGRA-IDX > WRK-QTD-REGRAS.
           0115-PADRAO-REGRA.
               MOVE 'S' TO TAB-INT-ATIVA (WRK-REGRA-IDX).
               MOVE 10 TO TAB-INT-AMOSTRAS (WRK-REGRA-IDX).
               MOVE ZEROS TO TAB-INT-LIDOS (WRK-REGRA-IDX).
               MOVE ZEROS TO TAB-INT-ORFAOS (WRK-REGRA-IDX).
               MOVE SPACES TO TAB-INT-SITUACAO (WRK-REGRA-IDX).
      ******************************
      **** INTREGRA PRESENTE E COM LINHAS: SO RODAM AS REGRAS
      **** LISTADAS COMO ATIVAS, COM AS AMOSTRAS E A DESCRICAO DA
      **** LINHA. CODIGO DESCONHECIDO E AVISADO E IGNORADO
      ******************************
           0120-CARREGAR-REGRAS.
               OPEN INPUT REGRAS-IN.
               IF INTREGRA-OK
                   READ REGRAS-IN INTO WRK-REGRA-INTEGRIDADE
                       AT END SET FIM-REGRAS TO TRUE
                   END-READ
                   IF NOT FIM-REGRAS
                       PERFORM 0126-DESLIGAR-REGRA
                           VARYING WRK-REGRA-IDX FROM 1 BY 1
                           UNTIL WRK-REGRA-IDX > WRK-QTD-REGRAS
                       MOVE 'REGRAS CONFORME O ARQUIVO INTREGRA'
                           TO LINHA-INT
                       WRITE LINHA-INT
                   END-IF
                   PERFORM 0125-LER-REGRA
                       UNTIL FIM-REGRAS
                   CLOSE REGRAS-IN
               ELSE
                   MOVE 'SEM ARQUIVO INTREGRA - TODAS AS REGRAS, 10 '
                       TO LINHA-INT
                   MOVE 'AMOSTRAS CADA' TO LINHA-INT (44:13)
                   WRITE LINHA-INT
               END-IF.
           0125-LER-REGRA.
               SET TAB-INT-IDX TO 1.
               SEARCH TAB-INT
                   AT END
                       MOVE SPACES TO WRK-LINHA-INT
                       STRING 'REGRA DESCONHECIDA NO INTREGRA: '
                                  DELIMITED BY SIZE
                              WRK-INT-CODIGO DELIMITED BY SIZE
                              ' - IGNORADA' DELIMITED BY SIZE
                              INTO WRK-LINHA-INT
                       WRITE LINHA-INT FROM WRK-LINHA-INT
                   WHEN TAB-INT-CODIGO (TAB-INT-IDX) = WRK-INT-CODIGO
                       IF INT-REGRA-ATIVA OR INT-REGRA-INATIVA
                           MOVE WRK-INT-ATIVA
                               TO TAB-INT-ATIVA (TAB-INT-IDX)
                       END-IF
                       IF WRK-INT-AMOSTRAS IS NUMERIC
                           MOVE WRK-INT-AMOSTRAS
                               TO TAB-INT-AMOSTRAS (TAB-INT-IDX)
                       END-IF
                       IF WRK-INT-DESCRICAO NOT = SPACES
                           MOVE WRK-INT-DESCRICAO
                               TO TAB-INT-DESCRICAO (TAB-INT-IDX)
                       END-IF
               END-SEARCH.
               READ REGRAS-IN INTO WRK-REGRA-INTEGRIDADE
                   AT END SET FIM-REGRAS TO TRUE
               END-READ.
           0126-DESLIGAR-REGRA.
               MOVE 'N' TO TAB-INT-ATIVA (WRK-REGRA-IDX).
      ******************************
      **** RODA UMA REGRA ATIVA: CABECALHO, CONFERENCIA DOS
      **** REGISTROS E RODAPE COM OS TOTAIS DA REGRA
      ******************************
           0200-EXECUTAR-REGRA.
               IF TAB-INT-ATIVA (WRK-REGRA-IDX) = 'S'
                   SET INT-CONFERIDA (WRK-REGRA-IDX) TO TRUE
                   MOVE SPACES TO LINHA-INT
                   WRITE LINHA-INT
                   MOVE SPACES TO WRK-LINHA-INT
                   STRING 'REGRA ' DELIMITED BY SIZE
                          TAB-INT-CODIGO (WRK-REGRA-IDX)
                              DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          TAB-INT-DESCRICAO (WRK-REGRA-IDX)
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-INT
                   WRITE LINHA-INT FROM WRK-LINHA-INT
                   EVALUATE TAB-INT-CODIGO (WRK-REGRA-IDX)
                       WHEN 'RECCLI'
                       WHEN 'RECANO'
                           PERFORM 0300-CONFERIR-RECEBIV
                       WHEN 'EMBREC'
                           PERFORM 0350-CONFERIR-EMBARQ
                       WHEN 'ESTPRD'
                           PERFORM 0400-CONFERIR-ESTOQUE
                       WHEN 'NOTALU'
                           PERFORM 0450-CONFERIR-NOTAS
                       WHEN 'PAGFOR'
                           PERFORM 0500-CONFERIR-APAGAR
                       WHEN 'LANPLA'
                           PERFORM 0550-CONFERIR-LANCINT
                   END-EVALUATE
                   PERFORM 0220-RODAPE-REGRA
               END-IF.
           0220-RODAPE-REGRA.
               MOVE TAB-INT-LIDOS (WRK-REGRA-IDX) TO WRK-QTD-ED.
               MOVE TAB-INT-ORFAOS (WRK-REGRA-IDX) TO WRK-QTD-ED2.
               MOVE SPACES TO WRK-LINHA-INT.
               EVALUATE TRUE
                   WHEN INT-ARQ-AUSENTE (WRK-REGRA-IDX)
                       MOVE '  REGRA NAO CONFERIDA' TO WRK-LINHA-INT
                   WHEN INT-TABELA-CHEIA (WRK-REGRA-IDX)
                       MOVE '  REGRA NAO CONFERIDA' TO WRK-LINHA-INT
                   WHEN OTHER
                       STRING '  LIDOS: ' DELIMITED BY SIZE
                              WRK-QTD-ED DELIMITED BY SIZE
                              '   ORFAOS: ' DELIMITED BY SIZE
                              WRK-QTD-ED2 DELIMITED BY SIZE
                              INTO WRK-LINHA-INT
                       IF TAB-INT-ORFAOS (WRK-REGRA-IDX) >
                           TAB-INT-AMOSTRAS (WRK-REGRA-IDX)
                           MOVE TAB-INT-AMOSTRAS (WRK-REGRA-IDX)
                               TO WRK-AMOSTRA-ED
                           MOVE '   (LISTADOS OS PRIMEIROS '
                               TO WRK-LINHA-INT (43:26)
                           MOVE WRK-AMOSTRA-ED
                               TO WRK-LINHA-INT (69:3)
                           MOVE ')' TO WRK-LINHA-INT (72:1)
                       END-IF
               END-EVALUATE.
               WRITE LINHA-INT FROM WRK-LINHA-INT.
               ADD TAB-INT-LIDOS (WRK-REGRA-IDX) TO WRK-TOTAL-LIDOS.
               ADD TAB-INT-ORFAOS (WRK-REGRA-IDX) TO WRK-TOTAL-ORFAOS.
               IF INT-CONFERIDA (WRK-REGRA-IDX)
                   ADD 1 TO WRK-TOTAL-CONFERIDAS
               ELSE
                   ADD 1 TO WRK-TOTAL-FALHAS
               END-IF.
      ******************************
      **** CONTA O ORFAO DA REGRA E, DENTRO DO NUMERO DE AMOSTRAS,
      **** LISTA A CHAVE E O DETALHE DELE
      ******************************
           0250-REGISTRAR-ORFAO.
               ADD 1 TO TAB-INT-ORFAOS (WRK-REGRA-IDX).
               IF TAB-INT-ORFAOS (WRK-REGRA-IDX) NOT >
                   TAB-INT-AMOSTRAS (WRK-REGRA-IDX)
                   MOVE SPACES TO WRK-LINHA-INT
                   STRING '    ' DELIMITED BY SIZE
                          WRK-ORF-CHAVE DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-ORF-DETALHE DELIMITED BY SIZE
                          INTO WRK-LINHA-INT
                   WRITE LINHA-INT FROM WRK-LINHA-INT
               END-IF.
      ******************************
      **** ARQUIVO DA REGRA NAO ABRIU: A REGRA FICA SEM CONFERENCIA
      **** E O RUN TERMINA COM RC 8
      ******************************
           0260-ARQUIVO-AUSENTE.
               SET INT-ARQ-AUSENTE (WRK-REGRA-IDX) TO TRUE.
               MOVE SPACES TO WRK-LINHA-INT.
               STRING '  ARQUIVO ' DELIMITED BY SIZE
                      WRK-ARQ-FALHA DELIMITED BY SIZE
                      ' NAO ABRIU - STATUS ' DELIMITED BY SIZE
                      WRK-ARQ-STATUS DELIMITED BY SIZE
                      INTO WRK-LINHA-INT.
               WRITE LINHA-INT FROM WRK-LINHA-INT.
               DISPLAY 'PROGINT: ' WRK-ARQ-FALHA ' NAO ABRIU - STATUS '
                   WRK-ARQ-STATUS ' - REGRA '
                   TAB-INT-CODIGO (WRK-REGRA-IDX) ' NAO CONFERIDA'.
      ******************************
      **** TABELA DO ARQUIVO PAI ESTOUROU: COMPARAR COM UMA TABELA
      **** INCOMPLETA DARIA ORFAO FALSO, ENTAO A REGRA NAO E CONFERIDA
      ******************************
           0270-TABELA-CHEIA.
               SET INT-TABELA-CHEIA (WRK-REGRA-IDX) TO TRUE.
               MOVE SPACES TO WRK-LINHA-INT.
               STRING '  TABELA DO ' DELIMITED BY SIZE
                      WRK-ARQ-FALHA DELIMITED BY SIZE
                      ' CHEIA - AUMENTAR A TABELA DO PROGINT'
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-INT.
               WRITE LINHA-INT FROM WRK-LINHA-INT.
               DISPLAY 'PROGINT: TABELA DO ' WRK-ARQ-FALHA
                   ' CHEIA - REGRA ' TAB-INT-CODIGO (WRK-REGRA-IDX)
                   ' NAO CONFERIDA'.
      ******************************
      **** RECCLI E RECANO: CADA TITULO DO RECEBIV PROCURADO NO
      **** CLIMST PELO CPF. RECCLI LISTA O CPF QUE NAO EXISTE;
      **** RECANO O CLIENTE QUE O EXPURGO LGPD JA ANONIMIZOU
      ******************************
           0300-CONFERIR-RECEBIV.
               OPEN INPUT CONTAS-RECEBER.
               IF NOT RECEBIV-OK
                   MOVE 'RECEBIV' TO WRK-ARQ-FALHA
                   MOVE WRK-RECEBIV-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0260-ARQUIVO-AUSENTE
               ELSE
                   OPEN INPUT CLIENTE-MASTER
                   IF NOT CLIMST-OK
                       MOVE 'CLIMST' TO WRK-ARQ-FALHA
                       MOVE WRK-CLIMST-STATUS TO WRK-ARQ-STATUS
                       PERFORM 0260-ARQUIVO-AUSENTE
                   ELSE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0305-LER-RECEBIVEL
                       PERFORM 0310-CONFERIR-TITULO
                           UNTIL FIM-ARQUIVO
                       CLOSE CLIENTE-MASTER
                   END-IF
                   CLOSE CONTAS-RECEBER
               END-IF.
           0305-LER-RECEBIVEL.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0310-CONFERIR-TITULO.
               ADD 1 TO TAB-INT-LIDOS (WRK-REGRA-IDX).
               MOVE WRK-RCB-CPF TO REG-CLI-CPF.
               MOVE 'S' TO WRK-ACHOU-PAI.
               READ CLIENTE-MASTER
                   INVALID KEY MOVE 'N' TO WRK-ACHOU-PAI
               END-READ.
               MOVE WRK-RCB-CPF TO WRK-ORF-CHAVE.
               MOVE SPACES TO WRK-ORF-DETALHE.
               STRING 'REF ' DELIMITED BY SIZE
                      WRK-RCB-REFERENCIA DELIMITED BY SIZE
                      '  VENC ' DELIMITED BY SIZE
                      WRK-RCB-VENCIMENTO DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      WRK-RCB-STATUS DELIMITED BY SIZE
                      INTO WRK-ORF-DETALHE.
               IF TAB-INT-CODIGO (WRK-REGRA-IDX) = 'RECCLI'
                   IF NOT PAI-ACHADO
                       PERFORM 0250-REGISTRAR-ORFAO
                   END-IF
               ELSE
                   IF PAI-ACHADO
                       AND REG-CLI-NOME = WRK-MARCA-ANONIMO
                       PERFORM 0250-REGISTRAR-ORFAO
                   END-IF
               END-IF.
               PERFORM 0305-LER-RECEBIVEL.
      ******************************
      **** EMBREC: REFERENCIAS DOS TITULOS DO RECEBIV EM TABELA E
      **** CADA EMBARQUE PROCURADO NELA PELA REFERENCIA (O PROGCOB09B
      **** GRAVA NO EMBARQUE A REFERENCIA DO TITULO)
      ******************************
           0350-CONFERIR-EMBARQ.
               OPEN INPUT CONTAS-RECEBER.
               IF NOT RECEBIV-OK
                   MOVE 'RECEBIV' TO WRK-ARQ-FALHA
                   MOVE WRK-RECEBIV-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0260-ARQUIVO-AUSENTE
               ELSE
                   MOVE 'N' TO WRK-TABELA-CHEIA
                   MOVE ZEROS TO WRK-QTD-TITULOS
                   MOVE 'N' TO WRK-FIM-CARGA
                   READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                       AT END SET FIM-CARGA TO TRUE
                   END-READ
                   PERFORM 0355-CARREGAR-TITULO
                       UNTIL FIM-CARGA
                   CLOSE CONTAS-RECEBER
                   IF TABELA-CHEIA
                       MOVE 'RECEBIV' TO WRK-ARQ-FALHA
                       PERFORM 0270-TABELA-CHEIA
                   ELSE
                       PERFORM 0360-VARRER-EMBARQ
                   END-IF
               END-IF.
           0355-CARREGAR-TITULO.
               IF WRK-QTD-TITULOS < 5000
                   ADD 1 TO WRK-QTD-TITULOS
                   MOVE WRK-RCB-REFERENCIA
                       TO TAB-TIT-REFERENCIA (WRK-QTD-TITULOS)
                   READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                       AT END SET FIM-CARGA TO TRUE
                   END-READ
               ELSE
                   SET TABELA-CHEIA TO TRUE
                   SET FIM-CARGA TO TRUE
               END-IF.
           0360-VARRER-EMBARQ.
               OPEN INPUT EMBARQUES-IN.
               IF NOT EMBARQ-OK
                   MOVE 'EMBARQ' TO WRK-ARQ-FALHA
                   MOVE WRK-EMBARQ-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0260-ARQUIVO-AUSENTE
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   READ EMBARQUES-IN INTO WRK-EMBARQUE
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0365-CONFERIR-EMBARQUE
                       UNTIL FIM-ARQUIVO
                   CLOSE EMBARQUES-IN
               END-IF.
           0365-CONFERIR-EMBARQUE.
               ADD 1 TO TAB-INT-LIDOS (WRK-REGRA-IDX).
               MOVE 'N' TO WRK-ACHOU-PAI.
               IF WRK-QTD-TITULOS > 0
                   SET TAB-TIT-IDX TO 1
                   SEARCH TAB-TIT
                       AT END CONTINUE
                       WHEN TAB-TIT-REFERENCIA (TAB-TIT-IDX)
                           = WRK-EMB-REFERENCIA
                           SET PAI-ACHADO TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT PAI-ACHADO
                   MOVE WRK-EMB-REFERENCIA TO WRK-ORF-CHAVE
                   MOVE SPACES TO WRK-ORF-DETALHE
                   STRING 'CPF ' DELIMITED BY SIZE
                          WRK-EMB-CPF DELIMITED BY SIZE
                          '  STATUS ' DELIMITED BY SIZE
                          WRK-EMB-STATUS DELIMITED BY SIZE
                          '  PREVISTA ' DELIMITED BY SIZE
                          WRK-EMB-DATA-PREVISTA DELIMITED BY SIZE
                          INTO WRK-ORF-DETALHE
                   PERFORM 0250-REGISTRAR-ORFAO
               END-IF.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** ESTPRD: CADA SALDO DO ESTQMST PROCURADO NO PRDMST PELO
      **** CODIGO DO PRODUTO
      ******************************
           0400-CONFERIR-ESTOQUE.
               OPEN INPUT ESTOQUE-MASTER.
               IF NOT ESTQMST-OK
                   MOVE 'ESTQMST' TO WRK-ARQ-FALHA
                   MOVE WRK-ESTQMST-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0260-ARQUIVO-AUSENTE
               ELSE
                   OPEN INPUT PRODUTO-MASTER
                   IF NOT PRDMST-OK
                       MOVE 'PRDMST' TO WRK-ARQ-FALHA
                       MOVE WRK-PRDMST-STATUS TO WRK-ARQ-STATUS
                       PERFORM 0260-ARQUIVO-AUSENTE
                   ELSE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0405-LER-ESTOQUE
                       PERFORM 0410-CONFERIR-SALDO
                           UNTIL FIM-ARQUIVO
                       CLOSE PRODUTO-MASTER
                   END-IF
                   CLOSE ESTOQUE-MASTER
               END-IF.
           0405-LER-ESTOQUE.
               READ ESTOQUE-MASTER
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
               IF NOT ESTQMST-OK
                   SET FIM-ARQUIVO TO TRUE
               END-IF.
           0410-CONFERIR-SALDO.
               ADD 1 TO TAB-INT-LIDOS (WRK-REGRA-IDX).
               MOVE REG-EST-CODIGO TO REG-PRD-CODIGO.
               READ PRODUTO-MASTER
                   INVALID KEY
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING REG-EST-CODIGO DELIMITED BY SIZE
                              ' DEP ' DELIMITED BY SIZE
                              REG-EST-DEPOSITO DELIMITED BY SIZE
                              INTO WRK-ORF-CHAVE
                       MOVE REG-EST-SALDO TO WRK-SALDO-ED
                       MOVE SPACES TO WRK-ORF-DETALHE
                       STRING 'SALDO ' DELIMITED BY SIZE
                              WRK-SALDO-ED DELIMITED BY SIZE
                              INTO WRK-ORF-DETALHE
                       PERFORM 0250-REGISTRAR-ORFAO
               END-READ.
               PERFORM 0405-LER-ESTOQUE.
      ******************************
      **** NOTALU: CADA NOTA DO NOTAHIST PROCURADA NO ALUMST PELA
      **** MATRICULA
      ******************************
           0450-CONFERIR-NOTAS.
               OPEN INPUT NOTAHIST-IN.
               IF NOT NOTAHIST-OK
                   MOVE 'NOTAHIST' TO WRK-ARQ-FALHA
                   MOVE WRK-NOTAHIST-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0260-ARQUIVO-AUSENTE
               ELSE
                   OPEN INPUT ALUNO-MASTER
                   IF NOT ALUMST-OK
                       MOVE 'ALUMST' TO WRK-ARQ-FALHA
                       MOVE WRK-ALUMST-STATUS TO WRK-ARQ-STATUS
                       PERFORM 0260-ARQUIVO-AUSENTE
                   ELSE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       READ NOTAHIST-IN INTO WRK-MATRICULA-HIST
                           AT END SET FIM-ARQUIVO TO TRUE
                       END-READ
                       PERFORM 0455-CONFERIR-NOTA
                           UNTIL FIM-ARQUIVO
                       CLOSE ALUNO-MASTER
                   END-IF
                   CLOSE NOTAHIST-IN
               END-IF.
           0455-CONFERIR-NOTA.
               ADD 1 TO TAB-INT-LIDOS (WRK-REGRA-IDX).
               MOVE WRK-MTH-MATRICULA TO REG-ALU-MATRICULA.
               READ ALUNO-MASTER
                   INVALID KEY
                       MOVE WRK-MTH-MATRICULA TO WRK-ORF-CHAVE
                       MOVE SPACES TO WRK-ORF-DETALHE
                       STRING WRK-MTH-NOME DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WRK-MTH-CURSO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WRK-MTH-TERMO DELIMITED BY SIZE
                              INTO WRK-ORF-DETALHE
                       PERFORM 0250-REGISTRAR-ORFAO
               END-READ.
               READ NOTAHIST-IN INTO WRK-MATRICULA-HIST
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** PAGFOR: FORNECEDORES DO FORNMST EM TABELA E CADA TITULO
      **** DO APAGAR PROCURADO NELA (O TITULO DE TRIBUTO RETIDO
      **** LEVA O FORNECEDOR DA FATURA DE ORIGEM E TAMBEM CONTA)
      ******************************
           0500-CONFERIR-APAGAR.
               OPEN INPUT FORNECEDOR-MASTER.
               IF NOT FORNMST-OK
                   MOVE 'FORNMST' TO WRK-ARQ-FALHA
                   MOVE WRK-FORNMST-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0260-ARQUIVO-AUSENTE
               ELSE
                   MOVE 'N' TO WRK-TABELA-CHEIA
                   MOVE ZEROS TO WRK-QTD-FORNECEDORES
                   MOVE 'N' TO WRK-FIM-CARGA
                   READ FORNECEDOR-MASTER
                       AT END SET FIM-CARGA TO TRUE
                   END-READ
                   PERFORM 0505-CARREGAR-FORNECEDOR
                       UNTIL FIM-CARGA
                   CLOSE FORNECEDOR-MASTER
                   IF TABELA-CHEIA
                       MOVE 'FORNMST' TO WRK-ARQ-FALHA
                       PERFORM 0270-TABELA-CHEIA
                   ELSE
                       PERFORM 0510-VARRER-APAGAR
                   END-IF
               END-IF.
           0505-CARREGAR-FORNECEDOR.
               IF WRK-QTD-FORNECEDORES < 2000
                   ADD 1 TO WRK-QTD-FORNECEDORES
                   MOVE REG-FOR-CODIGO
                       TO TAB-FOR-CODIGO (WRK-QTD-FORNECEDORES)
                   READ FORNECEDOR-MASTER
                       AT END SET FIM-CARGA TO TRUE
                   END-READ
               ELSE
                   SET TABELA-CHEIA TO TRUE
                   SET FIM-CARGA TO TRUE
               END-IF.
           0510-VARRER-APAGAR.
               OPEN INPUT CONTAS-PAGAR.
               IF NOT APAGAR-OK
                   MOVE 'APAGAR' TO WRK-ARQ-FALHA
                   MOVE WRK-APAGAR-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0260-ARQUIVO-AUSENTE
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   READ CONTAS-PAGAR INTO WRK-PAGAVEL
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0515-CONFERIR-PAGAVEL
                       UNTIL FIM-ARQUIVO
                   CLOSE CONTAS-PAGAR
               END-IF.
           0515-CONFERIR-PAGAVEL.
               ADD 1 TO TAB-INT-LIDOS (WRK-REGRA-IDX).
               MOVE 'N' TO WRK-ACHOU-PAI.
               IF WRK-QTD-FORNECEDORES > 0
                   SET TAB-FOR-IDX TO 1
                   SEARCH TAB-FOR
                       AT END CONTINUE
                       WHEN TAB-FOR-CODIGO (TAB-FOR-IDX)
                           = WRK-PAG-FORNECEDOR
                           SET PAI-ACHADO TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT PAI-ACHADO
                   MOVE WRK-PAG-FORNECEDOR TO WRK-ORF-CHAVE
                   MOVE SPACES TO WRK-ORF-DETALHE
                   STRING 'REF ' DELIMITED BY SIZE
                          WRK-PAG-REFERENCIA DELIMITED BY SIZE
                          '  VENC ' DELIMITED BY SIZE
                          WRK-PAG-VENCIMENTO DELIMITED BY SIZE
                          '  STATUS ' DELIMITED BY SIZE
                          WRK-PAG-STATUS DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-PAG-TRIBUTO DELIMITED BY SIZE
                          INTO WRK-ORF-DETALHE
                   PERFORM 0250-REGISTRAR-ORFAO
               END-IF.
               READ CONTAS-PAGAR INTO WRK-PAGAVEL
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** LANPLA: CONTAS DO PLANCTA EM TABELA E CADA LANCAMENTO DO
      **** LANCINT PROCURADO NELA PELA CONTA
      ******************************
           0550-CONFERIR-LANCINT.
               OPEN INPUT PLANO-CONTAS.
               IF NOT PLANCTA-OK
                   MOVE 'PLANCTA' TO WRK-ARQ-FALHA
                   MOVE WRK-PLANCTA-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0260-ARQUIVO-AUSENTE
               ELSE
                   MOVE 'N' TO WRK-TABELA-CHEIA
                   MOVE ZEROS TO WRK-QTD-CONTAS
                   MOVE 'N' TO WRK-FIM-CARGA
                   READ PLANO-CONTAS INTO WRK-PLANO-CONTA
                       AT END SET FIM-CARGA TO TRUE
                   END-READ
                   PERFORM 0555-CARREGAR-CONTA
                       UNTIL FIM-CARGA
                   CLOSE PLANO-CONTAS
                   IF TABELA-CHEIA
                       MOVE 'PLANCTA' TO WRK-ARQ-FALHA
                       PERFORM 0270-TABELA-CHEIA
                   ELSE
                       PERFORM 0560-VARRER-LANCINT
                   END-IF
               END-IF.
           0555-CARREGAR-CONTA.
               IF WRK-QTD-CONTAS < 2000
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE WRK-PLC-CONTA TO TAB-CTA-CONTA (WRK-QTD-CONTAS)
                   READ PLANO-CONTAS INTO WRK-PLANO-CONTA
                       AT END SET FIM-CARGA TO TRUE
                   END-READ
               ELSE
                   SET TABELA-CHEIA TO TRUE
                   SET FIM-CARGA TO TRUE
               END-IF.
           0560-VARRER-LANCINT.
               OPEN INPUT LANCAMENTOS-INT.
               IF NOT LANCINT-OK
                   MOVE 'LANCINT' TO WRK-ARQ-FALHA
                   MOVE WRK-LANCINT-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0260-ARQUIVO-AUSENTE
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   READ LANCAMENTOS-INT
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0565-CONFERIR-LANCAMENTO
                       UNTIL FIM-ARQUIVO
                   CLOSE LANCAMENTOS-INT
               END-IF.
           0565-CONFERIR-LANCAMENTO.
               ADD 1 TO TAB-INT-LIDOS (WRK-REGRA-IDX).
               MOVE 'N' TO WRK-ACHOU-PAI.
               IF WRK-QTD-CONTAS > 0
                   SET TAB-CTA-IDX TO 1
                   SEARCH TAB-CTA
                       AT END CONTINUE
                       WHEN TAB-CTA-CONTA (TAB-CTA-IDX) = REG-LCI-CONTA
                           SET PAI-ACHADO TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT PAI-ACHADO
                   MOVE REG-LCI-CONTA TO WRK-ORF-CHAVE
                   MOVE SPACES TO WRK-ORF-DETALHE
                   STRING 'DATA ' DELIMITED BY SIZE
                          REG-LCI-DATA DELIMITED BY SIZE
                          '  EMPRESA ' DELIMITED BY SIZE
                          REG-LCI-EMPRESA DELIMITED BY SIZE
                          '  ORIGEM ' DELIMITED BY SIZE
                          REG-LCI-PROGRAMA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          REG-LCI-DOC-INICIAL DELIMITED BY SIZE
                          INTO WRK-ORF-DETALHE
                   PERFORM 0250-REGISTRAR-ORFAO
               END-IF.
               READ LANCAMENTOS-INT
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** RESUMO POR REGRA, TOTAIS E TRILHA. REGRA QUE NAO PODE
      **** SER CONFERIDA DA RC 8; SENAO, HAVENDO ORFAO, RC 4
      ******************************
           0800-FINALIZAR.
               MOVE SPACES TO LINHA-INT.
               WRITE LINHA-INT.
               MOVE ALL '=' TO LINHA-INT.
               WRITE LINHA-INT.
               MOVE 'REGRA   SITUACAO' TO LINHA-INT.
               MOVE 'LIDOS' TO LINHA-INT (45:5).
               MOVE 'ORFAOS' TO LINHA-INT (56:6).
               WRITE LINHA-INT.
               PERFORM 0810-RESUMIR-REGRA
                   VARYING WRK-REGRA-IDX FROM 1 BY 1
                   UNTIL WRK-REGRA-IDX > WRK-QTD-REGRAS.
               MOVE WRK-TOTAL-LIDOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-ORFAOS TO WRK-QTD-ED2.
               MOVE SPACES TO LINHA-INT.
               MOVE 'TOTAL' TO LINHA-INT.
               MOVE WRK-QTD-ED TO LINHA-INT (40:10).
               MOVE WRK-QTD-ED2 TO LINHA-INT (52:10).
               WRITE LINHA-INT.
               MOVE 'PROGINT' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'REGRAS ' DELIMITED BY SIZE
                      WRK-TOTAL-CONFERIDAS DELIMITED BY SIZE
                      ' NAO CONFERIDAS ' DELIMITED BY SIZE
                      WRK-TOTAL-FALHAS DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               STRING 'ORFAOS ' DELIMITED BY SIZE
                      WRK-TOTAL-ORFAOS DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
               DISPLAY 'PROGINT: ' WRK-TOTAL-CONFERIDAS
                   ' REGRA(S) CONFERIDA(S), ' WRK-TOTAL-FALHAS
                   ' NAO CONFERIDA(S), ' WRK-TOTAL-ORFAOS
                   ' ORFAO(S)'.
               IF WRK-TOTAL-FALHAS > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-TOTAL-ORFAOS > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
           0810-RESUMIR-REGRA.
               EVALUATE TRUE
                   WHEN TAB-INT-ATIVA (WRK-REGRA-IDX) NOT = 'S'
                       MOVE 'DESLIGADA NO INTREGRA' TO WRK-SITUACAO-ED
                   WHEN INT-ARQ-AUSENTE (WRK-REGRA-IDX)
                       MOVE 'SEM CONFERENCIA - ARQ AUSENTE'
                           TO WRK-SITUACAO-ED
                   WHEN INT-TABELA-CHEIA (WRK-REGRA-IDX)
                       MOVE 'SEM CONFERENCIA - TABELA CHEIA'
                           TO WRK-SITUACAO-ED
                   WHEN TAB-INT-ORFAOS (WRK-REGRA-IDX) > 0
                       MOVE 'COM ORFAOS' TO WRK-SITUACAO-ED
                   WHEN OTHER
                       MOVE 'OK' TO WRK-SITUACAO-ED
               END-EVALUATE.
               MOVE TAB-INT-LIDOS (WRK-REGRA-IDX) TO WRK-QTD-ED.
               MOVE TAB-INT-ORFAOS (WRK-REGRA-IDX) TO WRK-QTD-ED2.
               MOVE SPACES TO LINHA-INT.
               MOVE TAB-INT-CODIGO (WRK-REGRA-IDX) TO LINHA-INT (1:6).
               MOVE WRK-SITUACAO-ED TO LINHA-INT (9:30).
               MOVE WRK-QTD-ED TO LINHA-INT (40:10).
               MOVE WRK-QTD-ED2 TO LINHA-INT (52:10).
               WRITE LINHA-INT.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGINT' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               SUBTRACT WRK-TOTAL-ORFAOS FROM WRK-TOTAL-LIDOS
                   GIVING WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-ORFAOS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-CONFERIDAS TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-CTL-EMPRESA.
               OPEN EXTEND CONTROLE-LOTE.
               WRITE LINHA-CONTROLE FROM WRK-CONTROLE-LOTE.
               CLOSE CONTROLE-LOTE.
      ******************************
      **** TRAVA DA SUITE: COM O TOKEN TOMADO (PROGCOB44) SO RODA
      **** QUEM APRESENTA A SENHA DO STREAM (LCKPASS); RUN AVULSO
      **** DURANTE A NOITE E RECUSADO COM 16 (LIBERACAO FORCADA E
      **** SO DO SUPERVISOR, PELO PROGCOB93)
      ******************************
           0975-CONFERIR-TRAVA.
               OPEN INPUT TRAVA-SUITE.
               IF TRAVA-ARQ-OK
                   READ TRAVA-SUITE INTO WRK-TRAVA-SUITE
                       AT END CONTINUE
                   END-READ
                   CLOSE TRAVA-SUITE
               END-IF.
               IF WRK-LCK-DETENTOR NOT = SPACES
                   OPEN INPUT SENHA-TRAVA
                   IF SENHA-ARQ-OK
                       READ SENHA-TRAVA INTO WRK-SENHA-TRAVA
                           AT END CONTINUE
                       END-READ
                       CLOSE SENHA-TRAVA
                   END-IF
                   IF WRK-SENHA-TRAVA NOT = WRK-TRAVA-SUITE
                       DISPLAY 'SUITE TRAVADA POR ' WRK-LCK-DETENTOR
                           ' DESDE ' WRK-LCK-DATA ' ' WRK-LCK-HORA
                           ' - RUN RECUSADO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE INICIO/FIM DO PASSO NO ARQUIVO DE
      **** ESTADO DO STREAM (RUNSTAT), PARA O CONSELHEIRO DE
      **** RESTART (PROGCOB42)
      ******************************
           0980-REGISTRAR-INICIO.
               PERFORM 0975-CONFERIR-TRAVA.
               MOVE 'PROGINT' TO WRK-RUN-PROGRAMA.
               MOVE 'INI' TO WRK-RUN-EVENTO.
               ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-RUN-RESULTADO.
               MOVE ZEROS TO WRK-RUN-LIDOS WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
           0985-GRAVAR-ESTADO-RUN.
               ACCEPT WRK-RUN-HORA FROM TIME.
               OPEN EXTEND ESTADO-RUN.
               WRITE LINHA-ESTADO-RUN FROM WRK-ESTADO-RUN.
               CLOSE ESTADO-RUN.
           0990-REGISTRAR-FIM.
               MOVE 'PROGINT' TO WRK-RUN-PROGRAMA.
               MOVE 'FIM' TO WRK-RUN-EVENTO.
               ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD.
               IF RETURN-CODE = 0
                   MOVE 'OK' TO WRK-RUN-RESULTADO
               ELSE
                   MOVE RETURN-CODE TO WRK-RUN-RC-ED
                   MOVE SPACES TO WRK-RUN-RESULTADO
                   STRING 'RC ' DELIMITED BY SIZE
                          WRK-RUN-RC-ED DELIMITED BY SIZE
                          INTO WRK-RUN-RESULTADO
               END-IF.
               MOVE WRK-TOTAL-LIDOS TO WRK-RUN-LIDOS.
               SUBTRACT WRK-TOTAL-ORFAOS FROM WRK-TOTAL-LIDOS
                   GIVING WRK-RUN-ACEITOS.
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
