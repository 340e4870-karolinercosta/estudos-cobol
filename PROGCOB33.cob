      *     PASSOU A SER GRAVADO COMO EVENTO TIPO COBRANCA
      *     (SEVERIDADE M) NA CAIXA DE SAIDA DE NOTIFICACOES
      *     (OUTBOX, CPYNOTIF), ROTEADA PELO DESPACHANTE PROGCOB96
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A CARTA DE COBRANCA IMPRIME O CNPJ EDITADO PARA O CLIENTE
      *     PESSOA JURIDICA; O DOCUMENTO NA TABELA E NO LOG DE CARTAS
      *     (CARTLOG) FOI PARA 14 POSICOES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     AS MENSALIDADES EM ABERTO DO MENSAB JA VENCIDAS (DIA 10 DA
      *     COMPETENCIA) ENTRAM NA CARTA DO RESPONSAVEL FINANCEIRO
      *     GRAVADO NA MENSALIDADE, UMA SO CARTA PARA TODOS OS IRMAOS
      *     (REFERENCIA MENS + MATRICULA + COMPETENCIA); RESPONSAVEL QUE
      *     NAO E CLIENTE DO CLIMST TEM NOME, ENDERECO E CEP DO CADASTRO
      *     DE RESPONSAVEIS (RESPMST)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A LINHA DA CAIXA DE SAIDA (OUTBOX) PASSOU A 120 POSICOES COM
      *     O DESTINATARIO DIRETO DO CPYNOTIF; SO O LAYOUT ACOMPANHOU
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS), LIDO NA
      *     SEQUENCIA DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MENSAB-STATUS.
               SELECT RESPONSAVEL-MASTER ASSIGN TO RESPMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-RSP-CPF
                   FILE STATUS IS WRK-RESPMST-STATUS.
               SELECT ARQUIVO-CARTAS ASSIGN TO CARTAS
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LOG-CARTAS ASSIGN TO CARTLOG
           DATA DIVISION.
           FILE SECTION.
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
               02 REG-CLI-DATA-ULT-MOV PIC X(08).
               02 REG-CLI-LIMITE-CRED  PIC 9(09)V99.
               02 REG-CLI-EMPRESA      PIC X(03).
               02 REG-CLI-VENDEDOR     PIC X(04).
               02 REG-CLI-TIPO-PESSOA  PIC X(01).
                   88 CLI-PESSOA-JURIDICA VALUE 'J'.
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  RESPONSAVEL-MASTER.
           01  REG-RESPONSAVEL-MASTER.
               02 REG-RSP-CPF       PIC X(11).
               02 REG-RSP-NOME      PIC X(40).
               02 REG-RSP-ENDERECO  PIC X(40).
               02 REG-RSP-UF        PIC X(02).
               02 REG-RSP-CEP       PIC X(08).
           FD  ARQUIVO-CARTAS.
           01  LINHA-CARTA PIC X(100).
           FD  LOG-CARTAS.
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  CAIXA-SAIDA.
           01  LINHA-CAIXA-SAIDA PIC X(120).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
               88 CLIMST-OK VALUE '00'.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
           77 WRK-MENSAB-STATUS PIC X(02) VALUE '00'.
               88 MENSAB-OK VALUE '00'.
           77 WRK-RESPMST-STATUS PIC X(02) VALUE '00'.
               88 RESPMST-OK VALUE '00'.
           77 WRK-FIM-MENSAL PIC X(01) VALUE 'N'.
               88 FIM-MENSALIDADES VALUE 'S'.
      ******************************
      **** REGISTRO DA MENSALIDADE (MESMO LAYOUT DO PROGCOB23)
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
      **** DOCUMENTO (CPF/CNPJ) DE QUEM RECEBE A CARTA DO ITEM DA VEZ:
      **** O CLIENTE DO TITULO OU O RESPONSAVEL DA MENSALIDADE
      ******************************
           77 WRK-DOC-CLIENTE PIC X(14) VALUE SPACES.
      ******************************
      **** TITULOS VENCIDOS DO LOTE, EM MEMORIA
      ******************************
           01 TAB-TITULOS.
               02 TAB-TIT OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-TIT.
                   03 TAB-TIT-CPF        PIC X(14).
                   03 TAB-TIT-REFERENCIA PIC X(20).
                   03 TAB-TIT-VENCIMENTO PIC X(08).
                   03 TAB-TIT-VALOR      PIC 9(09)V99.
               02 TAB-CLI OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-CLI.
                   03 TAB-CLI-CEP      PIC X(08).
                   03 TAB-CLI-CPF      PIC X(14).
                   03 TAB-CLI-NOME     PIC X(40).
                   03 TAB-CLI-ENDERECO PIC X(40).
                   03 TAB-CLI-MAX-ATRASO PIC 9(05).
           77 WRK-SALDO-CARTA PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-SALDO-CARTA-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-CARTA PIC X(100) VALUE SPACES.
           77 WRK-DOC-ED PIC X(25) VALUE SPACES.
           77 WRK-TOTAL-TITULOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CARTAS  PIC 9(06) VALUE ZEROS.
      ******************************
      **** PELO SCORE DE COMPORTAMENTO DE PAGAMENTO (PROGCOB56)
      ******************************
           01 WRK-CARTA-LOG.
               02 WRK-CLG-CPF   PIC X(14) VALUE SPACES.
               02 FILLER        PIC X(02) VALUE SPACES.
               02 WRK-CLG-DATA  PIC X(08) VALUE SPACES.
               02 FILLER        PIC X(02) VALUE SPACES.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-CARREGAR-TITULO UNTIL FIM-RECEBIVEIS.
               PERFORM 0280-CARREGAR-MENSALIDADES.
               PERFORM 0300-IMPRIMIR-CARTAS.
               PERFORM 0400-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
                       END-IF
                       MOVE WRK-DIAS-ATRASO
                           TO TAB-TIT-ATRASO (WRK-QTD-TIT)
                       MOVE WRK-RCB-CPF TO WRK-DOC-CLIENTE
                       PERFORM 0220-REGISTRAR-CLIENTE
                   END-IF
               END-IF.
                   PERFORM 0240-INSERIR-CLIENTE
               END-IF.
           0230-PROCURAR-CLIENTE.
               IF TAB-CLI-CPF (WRK-CLI-IDX) = WRK-DOC-CLIENTE
                   SET CLIENTE-ACHADO TO TRUE
                   IF WRK-DIAS-ATRASO >
                       TAB-CLI-MAX-ATRASO (WRK-CLI-IDX)
                       UNTIL WRK-DESLOCA-IDX NOT > WRK-POS-INSERCAO
                   MOVE REG-CLI-CEP
                       TO TAB-CLI-CEP (WRK-POS-INSERCAO)
                   MOVE WRK-DOC-CLIENTE
                       TO TAB-CLI-CPF (WRK-POS-INSERCAO)
                   MOVE REG-CLI-NOME
                       TO TAB-CLI-NOME (WRK-POS-INSERCAO)
                   MOVE WRK-DIAS-ATRASO
                       TO TAB-CLI-MAX-ATRASO (WRK-POS-INSERCAO)
               END-IF.
      ******************************
      **** NOME/ENDERECO/CEP DO CLIMST; DOCUMENTO QUE NAO E CLIENTE
      **** (RESPONSAVEL FINANCEIRO DE ALUNO) VEM DO RESPMST
      ******************************
           0250-CONSULTAR-CADASTRO.
               OPEN INPUT CLIENTE-MASTER.
               MOVE WRK-DOC-CLIENTE TO REG-CLI-CPF.
               READ CLIENTE-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF NOT CLIMST-OK
                   PERFORM 0255-CONSULTAR-RESPONSAVEL
               END-IF.
               CLOSE CLIENTE-MASTER.
           0255-CONSULTAR-RESPONSAVEL.
               MOVE 'CLIENTE NAO CADASTRADO' TO REG-CLI-NOME.
               MOVE SPACES TO REG-CLI-ENDERECO.
               MOVE '99999999' TO REG-CLI-CEP.
               IF WRK-DOC-CLIENTE (12:3) = SPACES
                   OPEN INPUT RESPONSAVEL-MASTER
                   IF RESPMST-OK
                       MOVE WRK-DOC-CLIENTE (1:11) TO REG-RSP-CPF
                       READ RESPONSAVEL-MASTER
                           INVALID KEY CONTINUE
                       END-READ
                       IF RESPMST-OK
                           MOVE REG-RSP-NOME     TO REG-CLI-NOME
                           MOVE REG-RSP-ENDERECO TO REG-CLI-ENDERECO
                           MOVE REG-RSP-CEP      TO REG-CLI-CEP
                       END-IF
                       CLOSE RESPONSAVEL-MASTER
                   END-IF
               END-IF.
           0260-PROCURAR-POSICAO.
               IF TAB-CLI-CEP (WRK-BUSCA-IDX) > REG-CLI-CEP
                   SET POSICAO-ACHADA TO TRUE
                   TO TAB-CLI (WRK-DESLOCA-IDX).
               SUBTRACT 1 FROM WRK-DESLOCA-IDX.
      ******************************
      **** MENSALIDADE EM ABERTO JA VENCIDA (DIA 10 DA COMPETENCIA,
      **** COMO NO PIX) ENTRA COMO TITULO DO RESPONSAVEL FINANCEIRO
      **** DO ALUNO, COM REFERENCIA MENS + MATRICULA + COMPETENCIA;
      **** SEM RESPONSAVEL NA MENSALIDADE NAO HA PARA QUEM MANDAR
      ******************************
           0280-CARREGAR-MENSALIDADES.
               OPEN INPUT MENSALIDADES-IN.
               IF MENSAB-OK
                   READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                       AT END SET FIM-MENSALIDADES TO TRUE
                   END-READ
                   PERFORM 0285-CARREGAR-MENSALIDADE
                       UNTIL FIM-MENSALIDADES
                   CLOSE MENSALIDADES-IN
               END-IF.
           0285-CARREGAR-MENSALIDADE.
               IF MEN-ABERTA AND WRK-MEN-RESPONSAVEL NOT = SPACES
                   AND WRK-MEN-COMPETENCIA IS NUMERIC
                   MOVE WRK-MEN-COMPETENCIA TO WRK-DATA-VENC (1:6)
                   MOVE 10 TO WRK-VENC-DIA
                   COMPUTE WRK-DIAS-ATRASO =
                       ((WRK-HOJE-ANO - WRK-VENC-ANO) * 360) +
                       ((WRK-HOJE-MES - WRK-VENC-MES) * 30) +
                       (WRK-HOJE-DIA - WRK-VENC-DIA)
                   IF WRK-DIAS-ATRASO > 0
                       AND WRK-QTD-TIT NOT < 2000
                       AND RETURN-CODE NOT = 8
                       DISPLAY '*** TABELA DE TITULOS ESTOUROU '
                           '(MAXIMO 2000) - COBRANCA INCOMPLETA'
                           ' - RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   IF WRK-DIAS-ATRASO > 0
                       AND WRK-QTD-TIT < 2000
                       PERFORM 0290-GUARDAR-MENSALIDADE
                   END-IF
               END-IF.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
           0290-GUARDAR-MENSALIDADE.
               ADD 1 TO WRK-TOTAL-TITULOS.
               ADD 1 TO WRK-QTD-TIT.
               MOVE WRK-MEN-RESPONSAVEL TO WRK-DOC-CLIENTE.
               MOVE WRK-DOC-CLIENTE TO TAB-TIT-CPF (WRK-QTD-TIT).
               MOVE SPACES TO TAB-TIT-REFERENCIA (WRK-QTD-TIT).
               STRING 'MENS ' DELIMITED BY SIZE
                      WRK-MEN-MATRICULA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MEN-COMPETENCIA DELIMITED BY SIZE
                      INTO TAB-TIT-REFERENCIA (WRK-QTD-TIT).
               MOVE WRK-DATA-VENC TO TAB-TIT-VENCIMENTO (WRK-QTD-TIT).
               MOVE WRK-MEN-VALOR TO TAB-TIT-VALOR (WRK-QTD-TIT).
               MOVE WRK-MEN-ENCARGOS TO TAB-TIT-ENCARGOS (WRK-QTD-TIT).
               MOVE WRK-DIAS-ATRASO TO TAB-TIT-ATRASO (WRK-QTD-TIT).
               PERFORM 0220-REGISTRAR-CLIENTE.
      ******************************
      **** IMPRIME UMA CARTA POR CLIENTE, NA ORDEM DE CEP DA TABELA
      ******************************
           0300-IMPRIMIR-CARTAS.
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-CARTA.
               WRITE LINHA-CARTA FROM WRK-LINHA-CARTA.
               MOVE SPACES TO WRK-DOC-ED.
               IF TAB-CLI-CPF (WRK-CLI-IDX) (12:3) = SPACES
                   MOVE TAB-CLI-CPF (WRK-CLI-IDX) (1:11) TO WRK-CPF-ED
                   STRING '  CPF ' DELIMITED BY SIZE
                          WRK-CPF-ED DELIMITED BY SIZE
                          INTO WRK-DOC-ED
               ELSE
                   MOVE TAB-CLI-CPF (WRK-CLI-IDX) TO WRK-CNPJ-ED
                   STRING '  CNPJ ' DELIMITED BY SIZE
                          WRK-CNPJ-ED DELIMITED BY SIZE
                          INTO WRK-DOC-ED
               END-IF.
               MOVE SPACES TO WRK-LINHA-CARTA.
               STRING 'A: ' DELIMITED BY SIZE
                      TAB-CLI-NOME (WRK-CLI-IDX) DELIMITED BY SIZE
                      WRK-DOC-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CARTA.
               WRITE LINHA-CARTA FROM WRK-LINHA-CARTA.
               MOVE SPACES TO WRK-LINHA-CARTA.
