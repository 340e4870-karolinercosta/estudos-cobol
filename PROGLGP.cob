           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGLGP.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: PEDIDO DE ACESSO DO TITULAR AOS DADOS PESSOAIS
      *     (LGPD) - JOB AD-HOC PCOBLGPD. RECEBE NO SYSIN UM CPF/CNPJ
      *     OU UMA MATRICULA (LAYOUT CPYLGPD), QUEM PEDIU E O
      *     PROTOCOLO, E JUNTA TUDO O QUE A SUITE GUARDA DO TITULAR:
      *     CADASTRO DO CLIMST E O JORNAL CLIHIST, TITULOS DO
      *     RECEBIV (PELA CHAVE, QUE COMECA PELO CPF), EMBARQUES DO
      *     EMBARQ, REGISTRO NO BIRO (NEGSTAT, DO PROGCOB71), CARTAS
      *     DE COBRANCA (CARTLOG), SCORE (SCORECLI), ALUNO DO ALUMST
      *     (COMO ALUNO OU COMO RESPONSAVEL FINANCEIRO), RESPONSAVEL
      *     DO RESPMST, NOTAS DO NOTAHIST E MENSALIDADES DO MENSAB.
      *     PEDIDO POR MATRICULA USA O CPF DO ALUNO NO ALUMST PARA
      *     OS ARQUIVOS POR CPF. SAI UM RELATORIO LEGIVEL (LGPDRPT)
      *     E UM ARQUIVO LEGIVEL POR MAQUINA (LGPDDAT) COM A IMAGEM
      *     DE CADA REGISTRO NO LAYOUT DO ARQUIVO DE ORIGEM. TODO
      *     PEDIDO, VALIDO OU NAO, VAI PARA O LOG PERMANENTE LGPDLOG
      *     (SO ACRESCENTADO) E PARA A TRILHA AUDSUITE. TITULAR JA
      *     ANONIMIZADO PELO EXPURGO (PROGCOB29) E DESTACADO NO
      *     RELATORIO, COM A DATA DO EXPURGO QUANDO ELA AINDA CONSTA
      *     NA TRILHA. RC 4 = NADA ENCONTRADO. RC 8 = PEDIDO
      *     INVALIDO OU ARQUIVO QUE NAO ABRIU (RESPOSTA INCOMPLETA,
      *     NAO ENTREGAR AO TITULAR)
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEDIDO-LGPD ASSIGN TO SYSIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SYSIN-STATUS.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT HISTORICO-CLIENTE ASSIGN TO CLIHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CLIHIST-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-RECEBIV-STATUS.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-EMBARQ-STATUS.
               SELECT NEGATIVADOS-IN ASSIGN TO NEGSTAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NEGSTAT-STATUS.
               SELECT LOG-CARTAS ASSIGN TO CARTLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CARTLOG-STATUS.
               SELECT SCORES-IN ASSIGN TO SCORECLI
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SCORE-STATUS.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT RESPONSAVEL-MASTER ASSIGN TO RESPMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-RSP-CPF
                   FILE STATUS IS WRK-RESPMST-STATUS.
               SELECT NOTAHIST-IN ASSIGN TO NOTAHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NOTAHIST-STATUS.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MENSAB-STATUS.
               SELECT RELATORIO-LGPD ASSIGN TO LGPDRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DADOS-TITULAR ASSIGN TO LGPDDAT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LOG-PEDIDOS ASSIGN TO LGPDLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDSUITE-STATUS.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
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
           FD  PEDIDO-LGPD.
           01  REG-PEDIDO-LGPD PIC X(63).
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
           FD  HISTORICO-CLIENTE.
           01  REG-HISTORICO-CLI.
               02 REG-HST-OPERACAO PIC X(08).
               02 FILLER           PIC X(02).
               02 REG-HST-USUARIO  PIC X(10).
               02 FILLER           PIC X(02).
               02 REG-HST-DATA     PIC X(08).
               02 FILLER           PIC X(02).
               02 REG-HST-HORA     PIC X(06).
               02 FILLER           PIC X(02).
               02 REG-HST-ANTES    PIC X(132).
               02 FILLER           PIC X(02).
               02 REG-HST-DEPOIS   PIC X(132).
               02 FILLER           PIC X(04).
               02 REG-HST-SELO     PIC X(50).
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
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  NEGATIVADOS-IN.
           01  REG-NEGATIVADO-IN.
               02 REG-NEG-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-NEG-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-NEG-DATA       PIC X(08).
               02 FILLER             PIC X(02).
               02 REG-NEG-STATUS     PIC X(01).
           FD  LOG-CARTAS.
           01  REG-LOG-CARTA.
               02 REG-CLG-CPF   PIC X(14).
               02 FILLER        PIC X(02).
               02 REG-CLG-DATA  PIC X(08).
               02 FILLER        PIC X(02).
               02 REG-CLG-NIVEL PIC X(01).
           FD  SCORES-IN.
           01  LINHA-SCORE PIC X(60).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  RESPONSAVEL-MASTER.
           01  REG-RESPONSAVEL-MASTER.
               02 REG-RSP-CPF       PIC X(11).
               02 REG-RSP-NOME      PIC X(40).
               02 REG-RSP-ENDERECO  PIC X(40).
               02 REG-RSP-UF        PIC X(02).
               02 REG-RSP-CEP       PIC X(08).
           FD  NOTAHIST-IN.
           01  REG-HIST-IN PIC X(120).
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  RELATORIO-LGPD.
           01  LINHA-LGP PIC X(132).
           FD  DADOS-TITULAR.
           01  LINHA-DADO-TITULAR PIC X(339).
           FD  LOG-PEDIDOS.
           01  LINHA-LOG-PEDIDO PIC X(109).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYCAB.
           COPY CPYLGPD.
           COPY CPYRECEB.
           COPY CPYEMB.
           COPY CPYSCORE.
           COPY CPYMATRI.
      ******************************
      **** REGISTRO DA MENSALIDADE (ARQUIVO MENSAB, MESMO LAYOUT DO
      **** PROGCOB23)
      ******************************
           01 WRK-MENSALIDADE.
               02 WRK-MEN-MATRICULA   PIC 9(06) VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-CURSO       PIC X(20) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-COMPETENCIA PIC X(06) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-VALOR       PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-ENCARGOS    PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
      ******************************
      **** ALUNO DO ALUMST (MESMO LAYOUT DO REGISTRO DO ARQUIVO)
      ******************************
           01 WRK-ALUNO.
               02 WRK-ALU-MATRICULA   PIC 9(06) VALUE ZEROS.
               02 WRK-ALU-NOME        PIC X(30) VALUE SPACES.
               02 WRK-ALU-CURSO       PIC X(20) VALUE SPACES.
               02 WRK-ALU-STATUS      PIC X(01) VALUE SPACES.
               02 WRK-ALU-CPF         PIC X(11) VALUE SPACES.
               02 WRK-ALU-RESPONSAVEL PIC X(11) VALUE SPACES.
           77 WRK-SYSIN-STATUS PIC X(02) VALUE '00'.
               88 SYSIN-OK VALUE '00'.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK VALUE '00'.
           77 WRK-CLIHIST-STATUS PIC X(02) VALUE '00'.
               88 CLIHIST-OK VALUE '00'.
           77 WRK-RECEBIV-STATUS PIC X(02) VALUE '00'.
               88 RECEBIV-OK VALUE '00'.
           77 WRK-EMBARQ-STATUS PIC X(02) VALUE '00'.
               88 EMBARQ-OK VALUE '00'.
           77 WRK-NEGSTAT-STATUS PIC X(02) VALUE '00'.
               88 NEGSTAT-OK VALUE '00'.
           77 WRK-CARTLOG-STATUS PIC X(02) VALUE '00'.
               88 CARTLOG-OK VALUE '00'.
           77 WRK-SCORE-STATUS PIC X(02) VALUE '00'.
               88 SCORECLI-OK VALUE '00'.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-RESPMST-STATUS PIC X(02) VALUE '00'.
               88 RESPMST-OK VALUE '00'.
           77 WRK-NOTAHIST-STATUS PIC X(02) VALUE '00'.
               88 NOTAHIST-OK VALUE '00'.
           77 WRK-MENSAB-STATUS PIC X(02) VALUE '00'.
               88 MENSAB-OK VALUE '00'.
           77 WRK-AUDSUITE-STATUS PIC X(02) VALUE '00'.
               88 AUDSUITE-OK VALUE '00'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-PEDIDO-VALIDO PIC X(01) VALUE 'N'.
               88 PEDIDO-VALIDO VALUE 'S'.
           77 WRK-MARCA-ANONIMO PIC X(40)
               VALUE '*** ANONIMIZADO LGPD ***'.
      ******************************
      **** TITULAR DO PEDIDO: DOCUMENTO USADO NOS ARQUIVOS POR CPF
      **** (DO SYSIN OU, NO PEDIDO POR MATRICULA, DO ALUMST), A
      **** SITUACAO NO CLIMST E A DATA DO EXPURGO NA TRILHA
      ******************************
           77 WRK-TIT-CPF PIC X(14) VALUE SPACES.
           77 WRK-TIT-COM-CPF PIC X(01) VALUE 'N'.
               88 TITULAR-COM-CPF VALUE 'S'.
           77 WRK-TIT-CPF-PESSOA PIC X(01) VALUE 'N'.
               88 TITULAR-PESSOA-FISICA VALUE 'S'.
           77 WRK-TIT-SITUACAO PIC X(01) VALUE 'S'.
               88 TIT-ANONIMIZADO     VALUE 'A'.
               88 TIT-NAO-ANONIMIZADO VALUE 'N'.
               88 TIT-SEM-CADASTRO    VALUE 'S'.
           77 WRK-DATA-ANONIMIZACAO PIC X(08) VALUE SPACES.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-HORA-AGORA PIC X(08) VALUE SPACES.
      ******************************
      **** ARQUIVOS CONSULTADOS, COM O QUE FOI ACHADO EM CADA UM.
      **** SITUACAO: N = NAO CONSULTADO (SEM CPF OU SEM MATRICULA),
      **** C = CONSULTADO, A = ARQUIVO NAO ABRIU, T = TABELA CHEIA
      ******************************
           77 WRK-QTD-ORIGENS PIC 9(02) VALUE 11.
           77 WRK-ORIGEM-IDX PIC 9(02) VALUE ZEROS.
           77 WRK-ORIGEM-ATUAL PIC X(08) VALUE SPACES.
           01 TAB-ORIGENS.
               02 TAB-ORG OCCURS 11 TIMES
                  INDEXED BY TAB-ORG-IDX.
                   03 TAB-ORG-CODIGO    PIC X(08).
                   03 TAB-ORG-DESCRICAO PIC X(40).
                   03 TAB-ORG-QTD       PIC 9(06).
                   03 TAB-ORG-SITUACAO  PIC X(01).
                       88 ORG-NAO-CONSULTADO VALUE 'N'.
                       88 ORG-CONSULTADO     VALUE 'C'.
                       88 ORG-ARQ-AUSENTE    VALUE 'A'.
                       88 ORG-TABELA-CHEIA   VALUE 'T'.
      ******************************
      **** MATRICULAS LIGADAS AO TITULAR NO ALUMST. PAPEL: A = O
      **** TITULAR E O ALUNO, R = O TITULAR E O RESPONSAVEL
      **** FINANCEIRO. NOTAS SO DAS MATRICULAS EM QUE ELE E O ALUNO
      ******************************
           77 WRK-QTD-MATRICULAS PIC 9(02) VALUE ZEROS.
           01 TAB-MATRICULAS.
               02 TAB-MAT OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-MATRICULAS
                  INDEXED BY TAB-MAT-IDX.
                   03 TAB-MAT-MATRICULA PIC 9(06).
                   03 TAB-MAT-PAPEL     PIC X(01).
                   03 TAB-MAT-ALUNO     PIC X(79).
           77 WRK-MAT-PAPEL PIC X(01) VALUE SPACES.
           77 WRK-ACHOU-MATRICULA PIC X(01) VALUE 'N'.
               88 MATRICULA-ACHADA VALUE 'S'.
           77 WRK-LINHA-LGP PIC X(132) VALUE SPACES.
           77 WRK-ARQ-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SITUACAO-ED PIC X(30) VALUE SPACES.
           77 WRK-DESCRICAO-ED PIC X(30) VALUE SPACES.
           77 WRK-TOTAL-REGISTROS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FALHAS PIC 9(02) VALUE ZEROS.
           77 WRK-QTD-ED PIC ZZZ.ZZ9.
           77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.
           77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99.
           77 WRK-ATRASO-ED PIC -ZZZZ9.
           77 WRK-LIMITE-ED PIC ZZZ.ZZZ.ZZ9,99.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-LER-PEDIDO.
               IF PEDIDO-VALIDO
                   PERFORM 0150-IDENTIFICAR-TITULAR
                   PERFORM 0200-CADASTRO-CLIENTE
                   IF TITULAR-COM-CPF
                       PERFORM 0250-HISTORICO-CLIENTE
                       PERFORM 0300-TITULOS
                       PERFORM 0350-EMBARQUES
                       PERFORM 0400-BIRO
                       PERFORM 0450-CARTAS
                       PERFORM 0500-SCORE
                   END-IF
                   PERFORM 0550-ALUNOS
                   PERFORM 0600-NOTAS
                   PERFORM 0650-MENSALIDADES
                   PERFORM 0700-RESUMO
               END-IF.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CABECALHO, LEITURA E CONFERENCIA DO PEDIDO NO SYSIN. O
      **** PEDIDO PRECISA DO TIPO (C OU M), DO DOCUMENTO, DE QUEM
      **** PEDIU E DO PROTOCOLO; SEM ISSO NADA E CONSULTADO (RC 8),
      **** MAS A TENTATIVA FICA NO LOG
      ******************************
           0100-LER-PEDIDO.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-AGORA FROM TIME.
               OPEN OUTPUT RELATORIO-LGPD.
               OPEN OUTPUT DADOS-TITULAR.
               MOVE 'ACESSO DO TITULAR AOS DADOS - LGPD'
                   TO CAB-TITULO-RELATORIO.
               MOVE WRK-DATA-HOJE TO CAB-DATA-EXECUCAO.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               MOVE 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '  PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               PERFORM 0290-IMPRIMIR.
               OPEN INPUT PEDIDO-LGPD.
               IF SYSIN-OK
                   READ PEDIDO-LGPD INTO WRK-PEDIDO-LGPD
                       AT END CONTINUE
                   END-READ
                   CLOSE PEDIDO-LGPD
               END-IF.
               MOVE 'S' TO WRK-PEDIDO-VALIDO.
               IF NOT PLG-POR-CPF AND NOT PLG-POR-MATRICULA
                   MOVE 'N' TO WRK-PEDIDO-VALIDO
               END-IF.
               IF WRK-PLG-DOCUMENTO = SPACES
                   OR WRK-PLG-SOLICITANTE = SPACES
                   OR WRK-PLG-PROTOCOLO = SPACES
                   MOVE 'N' TO WRK-PEDIDO-VALIDO
               END-IF.
               IF PLG-POR-MATRICULA
                   IF WRK-PLG-DOCUMENTO (1:6) IS NOT NUMERIC
                       OR WRK-PLG-DOCUMENTO (7:8) NOT = SPACES
                       MOVE 'N' TO WRK-PEDIDO-VALIDO
                   END-IF
               END-IF.
               STRING 'PEDIDO       : ' DELIMITED BY SIZE
                      WRK-PLG-TIPO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PLG-DOCUMENTO DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               STRING 'SOLICITANTE  : ' DELIMITED BY SIZE
                      WRK-PLG-SOLICITANTE DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               STRING 'PROTOCOLO    : ' DELIMITED BY SIZE
                      WRK-PLG-PROTOCOLO DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               IF NOT PEDIDO-VALIDO
                   STRING 'PEDIDO INVALIDO - INFORMAR TIPO (C = CPF/'
                              DELIMITED BY SIZE
                          'CNPJ, M = MATRICULA), DOCUMENTO, SOLICITANTE'
                              DELIMITED BY SIZE
                          ' E PROTOCOLO' DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   DISPLAY 'PROGLGP: PEDIDO INVALIDO - NADA CONSULTADO'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               PERFORM 0110-MONTAR-ORIGENS.
      ******************************
      **** ARQUIVOS CONSULTADOS, NA ORDEM DO RELATORIO
      ******************************
           0110-MONTAR-ORIGENS.
               MOVE 'CLIMST' TO TAB-ORG-CODIGO (1).
               MOVE 'CADASTRO DE CLIENTES'
                   TO TAB-ORG-DESCRICAO (1).
               MOVE 'CLIHIST' TO TAB-ORG-CODIGO (2).
               MOVE 'HISTORICO DE MANUTENCAO DO CADASTRO'
                   TO TAB-ORG-DESCRICAO (2).
               MOVE 'RECEBIV' TO TAB-ORG-CODIGO (3).
               MOVE 'TITULOS DO CONTAS A RECEBER'
                   TO TAB-ORG-DESCRICAO (3).
               MOVE 'EMBARQ' TO TAB-ORG-CODIGO (4).
               MOVE 'EMBARQUES DE FRETE'
                   TO TAB-ORG-DESCRICAO (4).
               MOVE 'NEGSTAT' TO TAB-ORG-CODIGO (5).
               MOVE 'REGISTRO NO BIRO DE CREDITO'
                   TO TAB-ORG-DESCRICAO (5).
               MOVE 'CARTLOG' TO TAB-ORG-CODIGO (6).
               MOVE 'CARTAS DE COBRANCA'
                   TO TAB-ORG-DESCRICAO (6).
               MOVE 'SCORECLI' TO TAB-ORG-CODIGO (7).
               MOVE 'SCORE DE PAGAMENTO'
                   TO TAB-ORG-DESCRICAO (7).
               MOVE 'ALUMST' TO TAB-ORG-CODIGO (8).
               MOVE 'CADASTRO DE ALUNOS'
                   TO TAB-ORG-DESCRICAO (8).
               MOVE 'RESPMST' TO TAB-ORG-CODIGO (9).
               MOVE 'CADASTRO DE RESPONSAVEIS FINANCEIROS'
                   TO TAB-ORG-DESCRICAO (9).
               MOVE 'NOTAHIST' TO TAB-ORG-CODIGO (10).
               MOVE 'HISTORICO ESCOLAR (NOTAS)'
                   TO TAB-ORG-DESCRICAO (10).
               MOVE 'MENSAB' TO TAB-ORG-CODIGO (11).
               MOVE 'MENSALIDADES'
                   TO TAB-ORG-DESCRICAO (11).
               PERFORM 0115-PADRAO-ORIGEM
                   VARYING WRK-ORIGEM-IDX FROM 1 BY 1
                   UNTIL WRK-ORIGEM-IDX > WRK-QTD-ORIGENS.
           0115-PADRAO-ORIGEM.
               MOVE ZEROS TO TAB-ORG-QTD (WRK-ORIGEM-IDX).
               SET ORG-NAO-CONSULTADO (WRK-ORIGEM-IDX) TO TRUE.
      ******************************
      **** QUEM E O TITULAR: NO PEDIDO POR MATRICULA, O ALUNO DO
      **** ALUMST E O CPF DELE; COM O CPF (PESSOA FISICA) O ALUMST E
      **** VARRIDO ATRAS DAS MATRICULAS EM QUE ELE E O ALUNO OU O
      **** RESPONSAVEL FINANCEIRO
      ******************************
           0150-IDENTIFICAR-TITULAR.
               IF PLG-POR-CPF
                   MOVE WRK-PLG-DOCUMENTO TO WRK-TIT-CPF
               END-IF.
               MOVE ZEROS TO WRK-QTD-MATRICULAS.
               MOVE 'ALUMST' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               OPEN INPUT ALUNO-MASTER.
               IF NOT ALUMST-OK
                   MOVE WRK-ALUMST-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                   IF PLG-POR-MATRICULA
                       PERFORM 0155-LER-MATRICULA
                   END-IF
                   IF WRK-TIT-CPF NOT = SPACES
                       AND WRK-TIT-CPF (12:3) = SPACES
                       PERFORM 0160-VARRER-ALUNOS
                   END-IF
                   CLOSE ALUNO-MASTER
               END-IF.
               IF WRK-TIT-CPF NOT = SPACES
                   SET TITULAR-COM-CPF TO TRUE
                   IF WRK-TIT-CPF (12:3) = SPACES
                       SET TITULAR-PESSOA-FISICA TO TRUE
                   END-IF
                   STRING 'TITULAR      : CPF/CNPJ ' DELIMITED BY SIZE
                          WRK-TIT-CPF DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
               ELSE
                   MOVE 'TITULAR      : SEM CPF - ARQUIVOS POR CPF NAO'
                       TO WRK-LINHA-LGP
                   MOVE ' CONSULTADOS' TO WRK-LINHA-LGP (46:12)
               END-IF.
               PERFORM 0290-IMPRIMIR.
           0155-LER-MATRICULA.
               MOVE WRK-PLG-DOCUMENTO (1:6) TO REG-ALU-MATRICULA.
               READ ALUNO-MASTER
                   INVALID KEY
                       MOVE 'MATRICULA NAO ENCONTRADA NO ALUMST'
                           TO WRK-LINHA-LGP
                       PERFORM 0290-IMPRIMIR
                   NOT INVALID KEY
                       MOVE 'A' TO WRK-MAT-PAPEL
                       PERFORM 0170-GUARDAR-MATRICULA
                       MOVE REG-ALU-CPF TO WRK-TIT-CPF
               END-READ.
           0160-VARRER-ALUNOS.
               MOVE ZEROS TO REG-ALU-MATRICULA.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               START ALUNO-MASTER
                   KEY IS NOT LESS THAN REG-ALU-MATRICULA
                   INVALID KEY SET FIM-ARQUIVO TO TRUE
               END-START.
               PERFORM 0165-LER-ALUNO.
               PERFORM 0168-CONFERIR-ALUNO
                   UNTIL FIM-ARQUIVO.
           0165-LER-ALUNO.
               IF NOT FIM-ARQUIVO
                   READ ALUNO-MASTER NEXT RECORD
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
               END-IF.
           0168-CONFERIR-ALUNO.
               MOVE SPACES TO WRK-MAT-PAPEL.
               IF REG-ALU-CPF = WRK-TIT-CPF (1:11)
                   MOVE 'A' TO WRK-MAT-PAPEL
               ELSE
                   IF REG-ALU-RESPONSAVEL = WRK-TIT-CPF (1:11)
                       MOVE 'R' TO WRK-MAT-PAPEL
                   END-IF
               END-IF.
               IF WRK-MAT-PAPEL NOT = SPACES
                   MOVE 'N' TO WRK-ACHOU-MATRICULA
                   IF WRK-QTD-MATRICULAS > 0
                       SET TAB-MAT-IDX TO 1
                       SEARCH TAB-MAT
                           AT END CONTINUE
                           WHEN TAB-MAT-MATRICULA (TAB-MAT-IDX)
                               = REG-ALU-MATRICULA
                               SET MATRICULA-ACHADA TO TRUE
                       END-SEARCH
                   END-IF
                   IF NOT MATRICULA-ACHADA
                       PERFORM 0170-GUARDAR-MATRICULA
                   END-IF
               END-IF.
               PERFORM 0165-LER-ALUNO.
      ******************************
      **** TABELA DE MATRICULAS CHEIA: A RESPOSTA FICA INCOMPLETA E O
      **** RUN TERMINA COM RC 8
      ******************************
           0170-GUARDAR-MATRICULA.
               IF WRK-QTD-MATRICULAS < 50
                   ADD 1 TO WRK-QTD-MATRICULAS
                   MOVE REG-ALU-MATRICULA
                       TO TAB-MAT-MATRICULA (WRK-QTD-MATRICULAS)
                   MOVE WRK-MAT-PAPEL
                       TO TAB-MAT-PAPEL (WRK-QTD-MATRICULAS)
                   MOVE REG-ALUNO-MASTER
                       TO TAB-MAT-ALUNO (WRK-QTD-MATRICULAS)
               ELSE
                   IF NOT ORG-TABELA-CHEIA (TAB-ORG-IDX)
                       SET ORG-TABELA-CHEIA (TAB-ORG-IDX) TO TRUE
                       MOVE '  TABELA DE MATRICULAS CHEIA - INCOMPLETO'
                           TO WRK-LINHA-LGP
                       PERFORM 0290-IMPRIMIR
                   END-IF
               END-IF.
      ******************************
      **** CADASTRO DO CLIENTE NO CLIMST E SITUACAO DO TITULAR.
      **** NOME IGUAL AO MARCADOR DO PROGCOB29 = JA ANONIMIZADO: O
      **** RELATORIO DIZ ISSO COM TODAS AS LETRAS. O PRIMEIRO
      **** REGISTRO DO LGPDDAT (ORIGEM PEDIDO) LEVA A SITUACAO
      ******************************
           0200-CADASTRO-CLIENTE.
               MOVE 'CLIMST' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               IF TITULAR-COM-CPF
                   OPEN INPUT CLIENTE-MASTER
                   IF NOT CLIMST-OK
                       MOVE WRK-CLIMST-STATUS TO WRK-ARQ-STATUS
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                       MOVE WRK-TIT-CPF TO REG-CLI-CPF
                       READ CLIENTE-MASTER
                           INVALID KEY SET TIT-SEM-CADASTRO TO TRUE
                           NOT INVALID KEY
                               IF REG-CLI-NOME = WRK-MARCA-ANONIMO
                                   SET TIT-ANONIMIZADO TO TRUE
                               ELSE
                                   SET TIT-NAO-ANONIMIZADO TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-IF.
               IF TIT-ANONIMIZADO
                   PERFORM 0210-DATA-ANONIMIZACAO
               END-IF.
               MOVE SPACES TO WRK-DADO-TITULAR.
               MOVE 'PEDIDO' TO WRK-ORIGEM-ATUAL.
               MOVE WRK-TIT-SITUACAO TO WRK-LGD-SITUACAO.
               MOVE WRK-PLG-SOLICITANTE TO WRK-LGD-SOLICITANTE.
               MOVE WRK-PLG-PROTOCOLO TO WRK-LGD-PROTOCOLO.
               PERFORM 0280-GRAVAR-DADO.
               MOVE 'CLIMST' TO WRK-ORIGEM-ATUAL.
               IF CLIMST-OK AND NOT TIT-SEM-CADASTRO
                   PERFORM 0205-IMPRIMIR-CADASTRO
                   MOVE REG-CLIENTE TO WRK-LGD-REGISTRO
                   PERFORM 0280-GRAVAR-DADO
                   ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX)
               END-IF.
               IF ORG-CONSULTADO (TAB-ORG-IDX)
                   CLOSE CLIENTE-MASTER
                   IF TIT-SEM-CADASTRO
                       MOVE '  SEM CADASTRO NO CLIMST' TO WRK-LINHA-LGP
                       PERFORM 0290-IMPRIMIR
                   END-IF
               END-IF.
           0205-IMPRIMIR-CADASTRO.
               IF TIT-ANONIMIZADO
                   MOVE '  ******************************************'
                       TO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   IF WRK-DATA-ANONIMIZACAO NOT = SPACES
                       STRING '  *** TITULAR ANONIMIZADO PELO EXPURGO'
                                  DELIMITED BY SIZE
                              ' LGPD (PROGCOB29) EM ' DELIMITED BY SIZE
                              WRK-DATA-ANONIMIZACAO DELIMITED BY SIZE
                              INTO WRK-LINHA-LGP
                   ELSE
                       STRING '  *** TITULAR ANONIMIZADO PELO EXPURGO'
                                  DELIMITED BY SIZE
                              ' LGPD (PROGCOB29) - DATA NAO CONSTA MAIS'
                                  DELIMITED BY SIZE
                              ' NA TRILHA AUDSUITE' DELIMITED BY SIZE
                              INTO WRK-LINHA-LGP
                   END-IF
                   PERFORM 0290-IMPRIMIR
                   STRING '  *** NOME, ENDERECO E CEP FORAM SOBRESCRI'
                              DELIMITED BY SIZE
                          'TOS; O CPF FICOU SO COMO CHAVE DO ARQUIVO'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   MOVE '  ******************************************'
                       TO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
               END-IF.
               STRING '  NOME      : ' DELIMITED BY SIZE
                      REG-CLI-NOME DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               STRING '  ENDERECO  : ' DELIMITED BY SIZE
                      REG-CLI-ENDERECO DELIMITED BY SIZE
                      '  UF ' DELIMITED BY SIZE
                      REG-CLI-UF DELIMITED BY SIZE
                      '  CEP ' DELIMITED BY SIZE
                      REG-CLI-CEP DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               MOVE REG-CLI-LIMITE-CRED TO WRK-LIMITE-ED.
               STRING '  SITUACAO  : ' DELIMITED BY SIZE
                      REG-CLI-STATUS DELIMITED BY SIZE
                      '  TIPO ' DELIMITED BY SIZE
                      REG-CLI-TIPO-PESSOA DELIMITED BY SIZE
                      '  ULTIMO MOVIMENTO ' DELIMITED BY SIZE
                      REG-CLI-DATA-ULT-MOV DELIMITED BY SIZE
                      '  LIMITE ' DELIMITED BY SIZE
                      WRK-LIMITE-ED DELIMITED BY SIZE
                      '  EMPRESA ' DELIMITED BY SIZE
                      REG-CLI-EMPRESA DELIMITED BY SIZE
                      '  VENDEDOR ' DELIMITED BY SIZE
                      REG-CLI-VENDEDOR DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
      ******************************
      **** DATA DO EXPURGO: O PROGCOB29 GRAVA NA TRILHA AUDSUITE O
      **** CPF ANONIMIZADO (A TRILHA PODE JA TER SIDO EXPURGADA
      **** PELO PROGCOB40; NESSE CASO A DATA FICA EM BRANCO)
      ******************************
           0210-DATA-ANONIMIZACAO.
               OPEN INPUT AUDITORIA-SUITE.
               IF AUDSUITE-OK
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0215-LER-TRILHA
                   PERFORM 0218-CONFERIR-TRILHA
                       UNTIL FIM-ARQUIVO
                   CLOSE AUDITORIA-SUITE
               END-IF.
           0215-LER-TRILHA.
               READ AUDITORIA-SUITE INTO WRK-AUDITORIA-SUITE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0218-CONFERIR-TRILHA.
               IF WRK-AUD-PROGRAMA = 'PROGCOB29'
                   AND WRK-AUD-ENTRADA (1:14) = WRK-TIT-CPF
                   MOVE WRK-AUD-DATA-HORA (1:8)
                       TO WRK-DATA-ANONIMIZACAO
               END-IF.
               PERFORM 0215-LER-TRILHA.
      ******************************
      **** JORNAL DO CADASTRO: TODA ENTRADA CUJA IMAGEM ANTES OU
      **** DEPOIS E DO TITULAR. O EXPURGO NAO MEXE NO JORNAL, ENTAO
      **** O TITULAR ANONIMIZADO AINDA TEM AQUI OS DADOS ANTIGOS
      ******************************
           0250-HISTORICO-CLIENTE.
               MOVE 'CLIHIST' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               OPEN INPUT HISTORICO-CLIENTE.
               IF NOT CLIHIST-OK
                   MOVE WRK-CLIHIST-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0255-LER-HISTORICO
                   PERFORM 0258-CONFERIR-HISTORICO
                       UNTIL FIM-ARQUIVO
                   CLOSE HISTORICO-CLIENTE
                   IF TIT-ANONIMIZADO
                       AND TAB-ORG-QTD (TAB-ORG-IDX) > 0
                       STRING '  ATENCAO: O JORNAL CLIHIST AINDA GUARDA'
                                  DELIMITED BY SIZE
                              ' AS IMAGENS ANTERIORES A ANONIMIZACAO'
                                  DELIMITED BY SIZE
                              INTO WRK-LINHA-LGP
                       PERFORM 0290-IMPRIMIR
                   END-IF
               END-IF.
           0255-LER-HISTORICO.
               READ HISTORICO-CLIENTE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0258-CONFERIR-HISTORICO.
               IF REG-HST-ANTES (1:14) = WRK-TIT-CPF
                   OR REG-HST-DEPOIS (1:14) = WRK-TIT-CPF
                   STRING '  ' DELIMITED BY SIZE
                          REG-HST-DATA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          REG-HST-HORA DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          REG-HST-OPERACAO DELIMITED BY SIZE
                          '  USUARIO ' DELIMITED BY SIZE
                          REG-HST-USUARIO DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   IF REG-HST-ANTES NOT = SPACES
                       STRING '    ANTES : ' DELIMITED BY SIZE
                              REG-HST-ANTES (15:91) DELIMITED BY SIZE
                              INTO WRK-LINHA-LGP
                       PERFORM 0290-IMPRIMIR
                   END-IF
                   IF REG-HST-DEPOIS NOT = SPACES
                       STRING '    DEPOIS: ' DELIMITED BY SIZE
                              REG-HST-DEPOIS (15:91) DELIMITED BY SIZE
                              INTO WRK-LINHA-LGP
                       PERFORM 0290-IMPRIMIR
                   END-IF
                   MOVE REG-HISTORICO-CLI (1:306) TO WRK-LGD-REGISTRO
                   PERFORM 0280-GRAVAR-DADO
                   ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX)
               END-IF.
               PERFORM 0255-LER-HISTORICO.
      ******************************
      **** APONTA A LINHA DA TABELA DE ARQUIVOS DO ARQUIVO DA VEZ
      ******************************
           0260-SELECIONAR-ORIGEM.
               SET TAB-ORG-IDX TO 1.
               SEARCH TAB-ORG
                   AT END SET TAB-ORG-IDX TO 1
                   WHEN TAB-ORG-CODIGO (TAB-ORG-IDX) = WRK-ORIGEM-ATUAL
                       CONTINUE
               END-SEARCH.
           0265-CABECALHO-ORIGEM.
               PERFORM 0290-IMPRIMIR.
               STRING '--- ' DELIMITED BY SIZE
                      TAB-ORG-CODIGO (TAB-ORG-IDX) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      TAB-ORG-DESCRICAO (TAB-ORG-IDX) DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
      ******************************
      **** ARQUIVO QUE NAO ABRIU: A RESPOSTA AO TITULAR FICA
      **** INCOMPLETA E O RUN TERMINA COM RC 8
      ******************************
           0270-ARQUIVO-AUSENTE.
               SET ORG-ARQ-AUSENTE (TAB-ORG-IDX) TO TRUE.
               STRING '  ARQUIVO ' DELIMITED BY SIZE
                      TAB-ORG-CODIGO (TAB-ORG-IDX) DELIMITED BY SIZE
                      ' NAO ABRIU - STATUS ' DELIMITED BY SIZE
                      WRK-ARQ-STATUS DELIMITED BY SIZE
                      ' - DADOS DESTE ARQUIVO NAO CONSULTADOS'
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               DISPLAY 'PROGLGP: ' TAB-ORG-CODIGO (TAB-ORG-IDX)
                   ' NAO ABRIU - STATUS ' WRK-ARQ-STATUS.
      ******************************
      **** GRAVA NO LGPDDAT A IMAGEM DO REGISTRO DA VEZ
      ******************************
           0280-GRAVAR-DADO.
               IF WRK-TIT-CPF NOT = SPACES
                   MOVE WRK-TIT-CPF TO WRK-LGD-DOCUMENTO
               ELSE
                   MOVE WRK-PLG-DOCUMENTO TO WRK-LGD-DOCUMENTO
               END-IF.
               MOVE WRK-DATA-HOJE TO WRK-LGD-DATA-PEDIDO.
               MOVE WRK-ORIGEM-ATUAL TO WRK-LGD-ORIGEM.
               WRITE LINHA-DADO-TITULAR FROM WRK-DADO-TITULAR.
               IF WRK-ORIGEM-ATUAL NOT = 'PEDIDO'
                   ADD 1 TO WRK-TOTAL-REGISTROS
               END-IF.
               MOVE SPACES TO WRK-LGD-REGISTRO.
           0290-IMPRIMIR.
               WRITE LINHA-LGP FROM WRK-LINHA-LGP.
               MOVE SPACES TO WRK-LINHA-LGP.
      ******************************
      **** TITULOS DO RECEBIV: A CHAVE COMECA PELO CPF, ENTAO O
      **** START POSICIONA NO PRIMEIRO TITULO DO TITULAR E A LEITURA
      **** PARA QUANDO O CPF MUDA
      ******************************
           0300-TITULOS.
               MOVE 'RECEBIV' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               OPEN INPUT CONTAS-RECEBER.
               IF NOT RECEBIV-OK
                   MOVE WRK-RECEBIV-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   MOVE LOW-VALUES TO REG-RCB-CHAVE
                   MOVE WRK-TIT-CPF TO REG-RCB-CPF
                   START CONTAS-RECEBER
                       KEY IS NOT LESS THAN REG-RCB-CHAVE
                       INVALID KEY SET FIM-ARQUIVO TO TRUE
                   END-START
                   PERFORM 0305-LER-TITULO
                   PERFORM 0310-LISTAR-TITULO
                       UNTIL FIM-ARQUIVO
                   CLOSE CONTAS-RECEBER
               END-IF.
           0305-LER-TITULO.
               IF NOT FIM-ARQUIVO
                   READ CONTAS-RECEBER NEXT RECORD INTO WRK-RECEBIVEL
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
               END-IF.
               IF NOT FIM-ARQUIVO
                   AND WRK-RCB-CPF NOT = WRK-TIT-CPF
                   SET FIM-ARQUIVO TO TRUE
               END-IF.
           0310-LISTAR-TITULO.
               MOVE WRK-RCB-VALOR TO WRK-VALOR-ED.
               MOVE WRK-RCB-VALOR-PAGO TO WRK-VALOR-ED2.
               STRING '  REF ' DELIMITED BY SIZE
                      WRK-RCB-REFERENCIA DELIMITED BY SIZE
                      '  EMISSAO ' DELIMITED BY SIZE
                      WRK-RCB-EMISSAO DELIMITED BY SIZE
                      '  VENC ' DELIMITED BY SIZE
                      WRK-RCB-VENCIMENTO DELIMITED BY SIZE
                      '  VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      WRK-RCB-STATUS DELIMITED BY SIZE
                      '  PAGO ' DELIMITED BY SIZE
                      WRK-RCB-DATA-PGTO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED2 DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               MOVE LINHA-RECEBIVEL TO WRK-LGD-REGISTRO.
               PERFORM 0280-GRAVAR-DADO.
               ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX).
               PERFORM 0305-LER-TITULO.
      ******************************
      **** EMBARQUES DO EMBARQ COM O CPF DO TITULAR (O CPF NAO E
      **** CHAVE, ENTAO O ARQUIVO E LIDO INTEIRO)
      ******************************
           0350-EMBARQUES.
               MOVE 'EMBARQ' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               OPEN INPUT EMBARQUES-IN.
               IF NOT EMBARQ-OK
                   MOVE WRK-EMBARQ-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0355-LER-EMBARQUE
                   PERFORM 0358-CONFERIR-EMBARQUE
                       UNTIL FIM-ARQUIVO
                   CLOSE EMBARQUES-IN
               END-IF.
           0355-LER-EMBARQUE.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0358-CONFERIR-EMBARQUE.
               IF WRK-EMB-CPF = WRK-TIT-CPF
                   MOVE WRK-EMB-FRETE TO WRK-VALOR-ED
                   STRING '  REF ' DELIMITED BY SIZE
                          WRK-EMB-REFERENCIA DELIMITED BY SIZE
                          '  UF ' DELIMITED BY SIZE
                          WRK-EMB-UF DELIMITED BY SIZE
                          '  STATUS ' DELIMITED BY SIZE
                          WRK-EMB-STATUS DELIMITED BY SIZE
                          '  PREVISTA ' DELIMITED BY SIZE
                          WRK-EMB-DATA-PREVISTA DELIMITED BY SIZE
                          '  ENTREGA ' DELIMITED BY SIZE
                          WRK-EMB-DATA-ENTREGA DELIMITED BY SIZE
                          '  FRETE ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   MOVE LINHA-EMBARQUE-IN TO WRK-LGD-REGISTRO
                   PERFORM 0280-GRAVAR-DADO
                   ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX)
               END-IF.
               PERFORM 0355-LER-EMBARQUE.
      ******************************
      **** REGISTRO DO TITULAR NO BIRO (NEGSTAT, MANTIDO PELO
      **** PROGCOB71): N = NEGATIVADO, E = EXCLUIDO
      ******************************
           0400-BIRO.
               MOVE 'NEGSTAT' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               OPEN INPUT NEGATIVADOS-IN.
               IF NOT NEGSTAT-OK
                   MOVE WRK-NEGSTAT-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0405-LER-NEGATIVADO
                   PERFORM 0408-CONFERIR-NEGATIVADO
                       UNTIL FIM-ARQUIVO
                   CLOSE NEGATIVADOS-IN
               END-IF.
           0405-LER-NEGATIVADO.
               READ NEGATIVADOS-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0408-CONFERIR-NEGATIVADO.
               IF REG-NEG-CPF = WRK-TIT-CPF
                   EVALUATE REG-NEG-STATUS
                       WHEN 'N'
                           MOVE 'NEGATIVADO' TO WRK-DESCRICAO-ED
                       WHEN 'E'
                           MOVE 'EXCLUIDO DO BIRO' TO WRK-DESCRICAO-ED
                       WHEN OTHER
                           MOVE REG-NEG-STATUS TO WRK-DESCRICAO-ED
                   END-EVALUATE
                   STRING '  REF ' DELIMITED BY SIZE
                          REG-NEG-REFERENCIA DELIMITED BY SIZE
                          '  DATA ' DELIMITED BY SIZE
                          REG-NEG-DATA DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-DESCRICAO-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   MOVE REG-NEGATIVADO-IN TO WRK-LGD-REGISTRO
                   PERFORM 0280-GRAVAR-DADO
                   ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX)
               END-IF.
               PERFORM 0405-LER-NEGATIVADO.
      ******************************
      **** CARTAS DE COBRANCA ENVIADAS AO TITULAR (CARTLOG)
      ******************************
           0450-CARTAS.
               MOVE 'CARTLOG' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               OPEN INPUT LOG-CARTAS.
               IF NOT CARTLOG-OK
                   MOVE WRK-CARTLOG-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0455-LER-CARTA
                   PERFORM 0458-CONFERIR-CARTA
                       UNTIL FIM-ARQUIVO
                   CLOSE LOG-CARTAS
               END-IF.
           0455-LER-CARTA.
               READ LOG-CARTAS
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0458-CONFERIR-CARTA.
               IF REG-CLG-CPF = WRK-TIT-CPF
                   STRING '  CARTA DE ' DELIMITED BY SIZE
                          REG-CLG-DATA DELIMITED BY SIZE
                          '  NIVEL ' DELIMITED BY SIZE
                          REG-CLG-NIVEL DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   MOVE REG-LOG-CARTA TO WRK-LGD-REGISTRO
                   PERFORM 0280-GRAVAR-DADO
                   ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX)
               END-IF.
               PERFORM 0455-LER-CARTA.
      ******************************
      **** SCORE DE COMPORTAMENTO DE PAGAMENTO (SCORECLI, PROGCOB56)
      ******************************
           0500-SCORE.
               MOVE 'SCORECLI' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               OPEN INPUT SCORES-IN.
               IF NOT SCORECLI-OK
                   MOVE WRK-SCORE-STATUS TO WRK-ARQ-STATUS
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0505-LER-SCORE
                   PERFORM 0508-CONFERIR-SCORE
                       UNTIL FIM-ARQUIVO
                   CLOSE SCORES-IN
               END-IF.
           0505-LER-SCORE.
               READ SCORES-IN INTO WRK-SCORE-CLIENTE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0508-CONFERIR-SCORE.
               IF WRK-SCO-CPF = WRK-TIT-CPF
                   MOVE WRK-SCO-MEDIA-ATRASO TO WRK-ATRASO-ED
                   STRING '  CALCULADO EM ' DELIMITED BY SIZE
                          WRK-SCO-DATA-CALC DELIMITED BY SIZE
                          '  ATRASO MEDIO ' DELIMITED BY SIZE
                          WRK-ATRASO-ED DELIMITED BY SIZE
                          ' DIAS  PONTUAL ' DELIMITED BY SIZE
                          WRK-SCO-PCT-PONTUAL DELIMITED BY SIZE
                          '%  CARTAS ' DELIMITED BY SIZE
                          WRK-SCO-QTD-CARTAS DELIMITED BY SIZE
                          '  RETIDO ' DELIMITED BY SIZE
                          WRK-SCO-RETER DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   MOVE LINHA-SCORE TO WRK-LGD-REGISTRO
                   PERFORM 0280-GRAVAR-DADO
                   ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX)
               END-IF.
               PERFORM 0505-LER-SCORE.
      ******************************
      **** MATRICULAS DO TITULAR NO ALUMST (JA LIDAS NA
      **** IDENTIFICACAO) E O CADASTRO DE RESPONSAVEL FINANCEIRO
      **** DO RESPMST, CHAVE PELO CPF DE 11 POSICOES
      ******************************
           0550-ALUNOS.
               MOVE 'ALUMST' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               IF WRK-QTD-MATRICULAS > 0
                   PERFORM 0555-LISTAR-ALUNO
                       VARYING TAB-MAT-IDX FROM 1 BY 1
                       UNTIL TAB-MAT-IDX > WRK-QTD-MATRICULAS
               END-IF.
               MOVE 'RESPMST' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               IF TITULAR-PESSOA-FISICA
                   OPEN INPUT RESPONSAVEL-MASTER
                   IF NOT RESPMST-OK
                       MOVE WRK-RESPMST-STATUS TO WRK-ARQ-STATUS
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                       MOVE WRK-TIT-CPF (1:11) TO REG-RSP-CPF
                       READ RESPONSAVEL-MASTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 0560-LISTAR-RESPONSAVEL
                       END-READ
                       CLOSE RESPONSAVEL-MASTER
                   END-IF
               END-IF.
           0555-LISTAR-ALUNO.
               MOVE TAB-MAT-ALUNO (TAB-MAT-IDX) TO WRK-ALUNO.
               IF TAB-MAT-PAPEL (TAB-MAT-IDX) = 'A'
                   MOVE 'COMO ALUNO' TO WRK-DESCRICAO-ED
               ELSE
                   MOVE 'COMO RESPONSAVEL FINANCEIRO'
                       TO WRK-DESCRICAO-ED
               END-IF.
               STRING '  MATRICULA ' DELIMITED BY SIZE
                      WRK-ALU-MATRICULA DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-DESCRICAO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               STRING '    ALUNO ' DELIMITED BY SIZE
                      WRK-ALU-NOME DELIMITED BY SIZE
                      '  CURSO ' DELIMITED BY SIZE
                      WRK-ALU-CURSO DELIMITED BY SIZE
                      '  SITUACAO ' DELIMITED BY SIZE
                      WRK-ALU-STATUS DELIMITED BY SIZE
                      '  CPF ' DELIMITED BY SIZE
                      WRK-ALU-CPF DELIMITED BY SIZE
                      '  RESPONSAVEL ' DELIMITED BY SIZE
                      WRK-ALU-RESPONSAVEL DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               MOVE WRK-ALUNO TO WRK-LGD-REGISTRO.
               PERFORM 0280-GRAVAR-DADO.
               ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX).
           0560-LISTAR-RESPONSAVEL.
               STRING '  NOME      : ' DELIMITED BY SIZE
                      REG-RSP-NOME DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               STRING '  ENDERECO  : ' DELIMITED BY SIZE
                      REG-RSP-ENDERECO DELIMITED BY SIZE
                      '  UF ' DELIMITED BY SIZE
                      REG-RSP-UF DELIMITED BY SIZE
                      '  CEP ' DELIMITED BY SIZE
                      REG-RSP-CEP DELIMITED BY SIZE
                      INTO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               MOVE REG-RESPONSAVEL-MASTER TO WRK-LGD-REGISTRO.
               PERFORM 0280-GRAVAR-DADO.
               ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX).
      ******************************
      **** NOTAS DO NOTAHIST DAS MATRICULAS EM QUE O TITULAR E O
      **** PROPRIO ALUNO
      ******************************
           0600-NOTAS.
               MOVE 'NOTAHIST' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               IF WRK-QTD-MATRICULAS > 0
                   OPEN INPUT NOTAHIST-IN
                   IF NOT NOTAHIST-OK
                       MOVE WRK-NOTAHIST-STATUS TO WRK-ARQ-STATUS
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0605-LER-NOTA
                       PERFORM 0608-CONFERIR-NOTA
                           UNTIL FIM-ARQUIVO
                       CLOSE NOTAHIST-IN
                   END-IF
               END-IF.
           0605-LER-NOTA.
               READ NOTAHIST-IN INTO WRK-MATRICULA-HIST
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0608-CONFERIR-NOTA.
               MOVE 'N' TO WRK-ACHOU-MATRICULA.
               SET TAB-MAT-IDX TO 1.
               SEARCH TAB-MAT
                   AT END CONTINUE
                   WHEN TAB-MAT-MATRICULA (TAB-MAT-IDX)
                       = WRK-MTH-MATRICULA
                       AND TAB-MAT-PAPEL (TAB-MAT-IDX) = 'A'
                       SET MATRICULA-ACHADA TO TRUE
               END-SEARCH.
               IF MATRICULA-ACHADA
                   STRING '  MATRICULA ' DELIMITED BY SIZE
                          WRK-MTH-MATRICULA DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-MTH-CURSO DELIMITED BY SIZE
                          '  TERMO ' DELIMITED BY SIZE
                          WRK-MTH-TERMO DELIMITED BY SIZE
                          '  NOTAS ' DELIMITED BY SIZE
                          WRK-MTH-NOTA1 DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-MTH-NOTA2 DELIMITED BY SIZE
                          '  FREQ ' DELIMITED BY SIZE
                          WRK-MTH-FREQ-PCT DELIMITED BY SIZE
                          '%  ' DELIMITED BY SIZE
                          WRK-MTH-SITUACAO DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   MOVE REG-HIST-IN TO WRK-LGD-REGISTRO
                   PERFORM 0280-GRAVAR-DADO
                   ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX)
               END-IF.
               PERFORM 0605-LER-NOTA.
      ******************************
      **** MENSALIDADES DO MENSAB: DAS MATRICULAS EM QUE O TITULAR E
      **** O ALUNO E TODAS EM QUE ELE E O RESPONSAVEL FINANCEIRO
      ******************************
           0650-MENSALIDADES.
               MOVE 'MENSAB' TO WRK-ORIGEM-ATUAL.
               PERFORM 0260-SELECIONAR-ORIGEM.
               PERFORM 0265-CABECALHO-ORIGEM.
               IF WRK-QTD-MATRICULAS > 0 OR TITULAR-PESSOA-FISICA
                   OPEN INPUT MENSALIDADES-IN
                   IF NOT MENSAB-OK
                       MOVE WRK-MENSAB-STATUS TO WRK-ARQ-STATUS
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       SET ORG-CONSULTADO (TAB-ORG-IDX) TO TRUE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0655-LER-MENSALIDADE
                       PERFORM 0658-CONFERIR-MENSALIDADE
                           UNTIL FIM-ARQUIVO
                       CLOSE MENSALIDADES-IN
                   END-IF
               END-IF.
           0655-LER-MENSALIDADE.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0658-CONFERIR-MENSALIDADE.
               MOVE 'N' TO WRK-ACHOU-MATRICULA.
               IF TITULAR-PESSOA-FISICA
                   AND WRK-MEN-RESPONSAVEL = WRK-TIT-CPF (1:11)
                   SET MATRICULA-ACHADA TO TRUE
               END-IF.
               IF NOT MATRICULA-ACHADA
                   AND WRK-QTD-MATRICULAS > 0
                   SET TAB-MAT-IDX TO 1
                   SEARCH TAB-MAT
                       AT END CONTINUE
                       WHEN TAB-MAT-MATRICULA (TAB-MAT-IDX)
                           = WRK-MEN-MATRICULA
                           AND TAB-MAT-PAPEL (TAB-MAT-IDX) = 'A'
                           SET MATRICULA-ACHADA TO TRUE
                   END-SEARCH
               END-IF.
               IF MATRICULA-ACHADA
                   MOVE WRK-MEN-VALOR TO WRK-VALOR-ED
                   MOVE WRK-MEN-ENCARGOS TO WRK-VALOR-ED2
                   STRING '  MATRICULA ' DELIMITED BY SIZE
                          WRK-MEN-MATRICULA DELIMITED BY SIZE
                          '  COMPETENCIA ' DELIMITED BY SIZE
                          WRK-MEN-COMPETENCIA DELIMITED BY SIZE
                          '  VALOR ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          '  ENCARGOS ' DELIMITED BY SIZE
                          WRK-VALOR-ED2 DELIMITED BY SIZE
                          '  STATUS ' DELIMITED BY SIZE
                          WRK-MEN-STATUS DELIMITED BY SIZE
                          '  RESPONSAVEL ' DELIMITED BY SIZE
                          WRK-MEN-RESPONSAVEL DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   MOVE LINHA-MENSALIDADE-IN TO WRK-LGD-REGISTRO
                   PERFORM 0280-GRAVAR-DADO
                   ADD 1 TO TAB-ORG-QTD (TAB-ORG-IDX)
               END-IF.
               PERFORM 0655-LER-MENSALIDADE.
      ******************************
      **** RESUMO POR ARQUIVO. ARQUIVO QUE NAO ABRIU OU TABELA CHEIA
      **** DA RC 8 (RESPOSTA INCOMPLETA); NADA ENCONTRADO DA RC 4
      ******************************
           0700-RESUMO.
               PERFORM 0290-IMPRIMIR.
               MOVE ALL '=' TO WRK-LINHA-LGP.
               PERFORM 0290-IMPRIMIR.
               MOVE 'ARQUIVO   SITUACAO' TO WRK-LINHA-LGP.
               MOVE 'REGISTROS' TO WRK-LINHA-LGP (45:9).
               PERFORM 0290-IMPRIMIR.
               PERFORM 0710-RESUMIR-ORIGEM
                   VARYING WRK-ORIGEM-IDX FROM 1 BY 1
                   UNTIL WRK-ORIGEM-IDX > WRK-QTD-ORIGENS.
               MOVE WRK-TOTAL-REGISTROS TO WRK-QTD-ED.
               MOVE 'TOTAL' TO WRK-LINHA-LGP.
               MOVE WRK-QTD-ED TO WRK-LINHA-LGP (46:7).
               PERFORM 0290-IMPRIMIR.
               PERFORM 0290-IMPRIMIR.
               EVALUATE TRUE
                   WHEN TIT-ANONIMIZADO
                       STRING 'SITUACAO DO TITULAR: ANONIMIZADO PELO'
                                  DELIMITED BY SIZE
                              ' EXPURGO LGPD (PROGCOB29)'
                                  DELIMITED BY SIZE
                              INTO WRK-LINHA-LGP
                   WHEN TIT-NAO-ANONIMIZADO
                       STRING 'SITUACAO DO TITULAR: CADASTRO NO CLIMST,'
                                  DELIMITED BY SIZE
                              ' NAO ANONIMIZADO' DELIMITED BY SIZE
                              INTO WRK-LINHA-LGP
                   WHEN OTHER
                       MOVE 'SITUACAO DO TITULAR: SEM CADASTRO (CLIMST)'
                           TO WRK-LINHA-LGP
               END-EVALUATE.
               PERFORM 0290-IMPRIMIR.
               IF WRK-TOTAL-FALHAS > 0
                   STRING 'RESPOSTA INCOMPLETA - HA ARQUIVO NAO CONSUL'
                              DELIMITED BY SIZE
                          'TADO ACIMA; NAO ENTREGAR AO TITULAR'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-LGP
                   PERFORM 0290-IMPRIMIR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-TOTAL-REGISTROS = 0
                       STRING 'NENHUM DADO PESSOAL ENCONTRADO PARA O'
                                  DELIMITED BY SIZE
                              ' DOCUMENTO INFORMADO' DELIMITED BY SIZE
                              INTO WRK-LINHA-LGP
                       PERFORM 0290-IMPRIMIR
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
           0710-RESUMIR-ORIGEM.
               EVALUATE TRUE
                   WHEN ORG-ARQ-AUSENTE (WRK-ORIGEM-IDX)
                       MOVE 'NAO CONSULTADO - ARQ AUSENTE'
                           TO WRK-SITUACAO-ED
                       ADD 1 TO WRK-TOTAL-FALHAS
                   WHEN ORG-TABELA-CHEIA (WRK-ORIGEM-IDX)
                       MOVE 'INCOMPLETO - TABELA CHEIA'
                           TO WRK-SITUACAO-ED
                       ADD 1 TO WRK-TOTAL-FALHAS
                   WHEN ORG-NAO-CONSULTADO (WRK-ORIGEM-IDX)
                       MOVE 'NAO SE APLICA' TO WRK-SITUACAO-ED
                   WHEN OTHER
                       MOVE 'CONSULTADO' TO WRK-SITUACAO-ED
               END-EVALUATE.
               MOVE TAB-ORG-QTD (WRK-ORIGEM-IDX) TO WRK-QTD-ED.
               MOVE TAB-ORG-CODIGO (WRK-ORIGEM-IDX)
                   TO WRK-LINHA-LGP (1:8).
               MOVE WRK-SITUACAO-ED TO WRK-LINHA-LGP (11:30).
               MOVE WRK-QTD-ED TO WRK-LINHA-LGP (46:7).
               PERFORM 0290-IMPRIMIR.
      ******************************
      **** LOG PERMANENTE DO PEDIDO (LGPDLOG, SO ACRESCENTADO) E
      **** REGISTRO NA TRILHA AUDSUITE, INCLUSIVE DE PEDIDO INVALIDO
      ******************************
           0800-FINALIZAR.
               MOVE WRK-DATA-HOJE TO WRK-LLG-DATA.
               MOVE WRK-HORA-AGORA (1:6) TO WRK-LLG-HORA.
               MOVE WRK-PLG-TIPO TO WRK-LLG-TIPO.
               MOVE WRK-PLG-DOCUMENTO TO WRK-LLG-DOCUMENTO.
               MOVE WRK-PLG-SOLICITANTE TO WRK-LLG-SOLICITANTE.
               MOVE WRK-PLG-PROTOCOLO TO WRK-LLG-PROTOCOLO.
               MOVE WRK-TIT-SITUACAO TO WRK-LLG-SITUACAO.
               MOVE WRK-TOTAL-REGISTROS TO WRK-LLG-REGISTROS.
               EVALUATE TRUE
                   WHEN NOT PEDIDO-VALIDO
                       MOVE 'PEDIDO INVALIDO' TO WRK-LLG-RESULTADO
                   WHEN WRK-TOTAL-FALHAS > 0
                       MOVE 'RESPOSTA INCOMPLETA' TO WRK-LLG-RESULTADO
                   WHEN WRK-TOTAL-REGISTROS = 0
                       MOVE 'NADA ENCONTRADO' TO WRK-LLG-RESULTADO
                   WHEN OTHER
                       MOVE 'ATENDIDO' TO WRK-LLG-RESULTADO
               END-EVALUATE.
               OPEN EXTEND LOG-PEDIDOS.
               WRITE LINHA-LOG-PEDIDO FROM WRK-LOG-LGPD.
               CLOSE LOG-PEDIDOS.
               CLOSE RELATORIO-LGPD.
               CLOSE DADOS-TITULAR.
               MOVE SPACES TO WRK-AUDITORIA-SUITE.
               MOVE 'PROGLGP' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               STRING 'LGPD ' DELIMITED BY SIZE
                      WRK-PLG-TIPO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PLG-DOCUMENTO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PLG-PROTOCOLO DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               MOVE WRK-LLG-RESULTADO TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
               DISPLAY '********************'.
               DISPLAY 'PEDIDO LGPD        : ' WRK-PLG-TIPO ' '
                   WRK-PLG-DOCUMENTO ' PROTOCOLO ' WRK-PLG-PROTOCOLO.
               DISPLAY 'REGISTROS ACHADOS  : ' WRK-TOTAL-REGISTROS.
               DISPLAY 'RESULTADO          : ' WRK-LLG-RESULTADO.
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
               MOVE 'PROGLGP' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGLGP' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-REGISTROS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-REGISTROS TO WRK-RUN-ACEITOS.
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
