      *     RECEBIMENTO DE MATERIAL (PROGCOB52) BAIXAR CADA LINHA
      *     CONFORME O ALMOXARIFADO CONFIRMA A ENTREGA E APONTAR
      *     PEDIDO EM ATRASO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O FD DO PEDCOMP PASSOU A X(100): A LINHA DE PEDIDO DE COMPRA
      *     GANHOU O PRODUTO E O DEPOSITO NO FIM, USADOS PELAS LINHAS DE
      *     PRODUTO ACABADO DO RUN DE REPOSICAO (PROGREP); A LINHA DE
      *     MATERIAL SAI COM OS DOIS EM BRANCO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O FD DO FORNMST GANHOU CNPJ, DADOS BANCARIOS E SITUACAO,
      *     MANTIDOS PELO NOVO PROGFOR; FORNECEDOR BLOQUEADO NAO ENTRA
      *     NA TABELA E NAO RECEBE PEDIDO DE COMPRA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     QUANDO MAIS DE UM FORNECEDOR FORNECE O MATERIAL, O PEDIDO
      *     VAI PARA O DE MAIOR NOTA NA AVALIACAO MENSAL DE FORNECEDORES
      *     (PROGAVF, HISTORICO AVFHIST, COPYBOOK CPYAVF, COMPETENCIA
      *     MAIS RECENTE DE CADA UM) EM VEZ DO PRIMEIRO DO CADASTRO; SEM
      *     AVALIACAO A NOTA E ZERO E O EMPATE FICA COM O PRIMEIRO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   FILE STATUS IS WRK-MATSALDO-STATUS.
               SELECT FORNECEDOR-MASTER ASSIGN TO FORNMST
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HISTORICO-AVALIACAO ASSIGN TO AVFHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AVFHIST-STATUS.
               SELECT MATERIAL-MASTER ASSIGN TO MATMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
               02 REG-FOR-NOME      PIC X(30).
               02 REG-FOR-MATERIAIS PIC X(10).
               02 REG-FOR-PRAZO     PIC 9(03).
               02 REG-FOR-CNPJ      PIC X(14).
               02 REG-FOR-BANCO     PIC X(03).
               02 REG-FOR-AGENCIA   PIC X(05).
               02 REG-FOR-CONTA     PIC X(12).
               02 REG-FOR-SITUACAO  PIC X(01).
                   88 FOR-BLOQUEADO VALUE 'B'.
           FD  HISTORICO-AVALIACAO.
           01  LINHA-AVALIACAO PIC X(80).
           FD  MATERIAL-MASTER.
           01  REG-MATERIAL.
               02 REG-MAT-CODIGO PIC X(01).
               02 REG-MAT-NOME   PIC X(14).
               02 REG-MAT-PRECO  PIC 9(03)V99.
           FD  PEDIDOS-COMPRA.
           01  LINHA-PEDIDO-COMPRA PIC X(100).
           FD  RELATORIO-COMPRA.
           01  LINHA-COMPRA PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYCTRL.
           COPY CPYCAB.
           COPY CPYPEDC.
           COPY CPYAVF.
           77 WRK-MATSALDO-STATUS PIC X(02) VALUE '00'.
               88 MATSALDO-OK VALUE '00'.
           77 WRK-AVFHIST-STATUS PIC X(02) VALUE '00'.
               88 AVFHIST-OK VALUE '00'.
           77 WRK-FIM-AVALIACAO PIC X(01) VALUE 'N'.
               88 FIM-AVALIACAO VALUE 'S'.
           77 WRK-MATMST-STATUS PIC X(02) VALUE '00'.
               88 MATMST-OK VALUE '00'.
           77 WRK-FIM-MEDIDAS PIC X(01) VALUE 'N'.
                   03 TAB-FOR-MATERIAIS PIC X(10).
                   03 TAB-FOR-PRAZO     PIC 9(03).
                   03 TAB-FOR-TEM-PEDIDO PIC X(01).
                   03 TAB-FOR-NOTA      PIC 9(03)V9.
                   03 TAB-FOR-COMP-NOTA PIC 9(06).
           77 WRK-FOR-IDX PIC 9(03) VALUE ZEROS.
           77 WRK-REQ-IDX PIC 9(02) VALUE ZEROS.
           77 WRK-TALLY   PIC 9(02) VALUE ZEROS.
           77 WRK-FORN-ACHADO PIC X(01) VALUE 'N'.
               88 FORNECEDOR-ACHADO VALUE 'S'.
           77 WRK-FORN-ESCOLHIDO PIC 9(03) VALUE ZEROS.
           77 WRK-FORN-PRIMEIRO  PIC 9(03) VALUE ZEROS.
      ******************************
      **** LINHAS DE PEDIDO DE COMPRA GERADAS (FORNECEDOR + MATERIAL)
      ******************************
           77 WRK-TOTAL-MEDIDAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-FORN PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FORN-BLOQ PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PELA-NOTA PIC 9(06) VALUE ZEROS.
      ******************************
      **** DATA PREVISTA DE ENTREGA (EMISSAO + PRAZO DO FORNECEDOR),
      **** COM A MESMA TABELA DE DIAS POR MES E REGRA DE ANO
               STOP RUN.
           0100-INICIALIZAR.
               PERFORM 0110-CARREGAR-FORNECEDORES.
               PERFORM 0130-CARREGAR-AVALIACAO.
               OPEN INPUT MEDIDAS-IN.
               READ MEDIDAS-IN
                   AT END SET FIM-MEDIDAS TO TRUE
               PERFORM 0120-LER-FORNECEDOR
                   UNTIL FIM-FORNECEDORES OR WRK-QTD-FORN >= 100.
               CLOSE FORNECEDOR-MASTER.
      ******************************
      **** FORNECEDOR BLOQUEADO NO CADASTRO (PROGFOR) NAO ENTRA NA
      **** TABELA E NAO RECEBE PEDIDO; O MATERIAL PASSA PARA O
      **** PROXIMO FORNECEDOR QUE O FORNECE
      ******************************
           0120-LER-FORNECEDOR.
               IF FOR-BLOQUEADO
                   ADD 1 TO WRK-TOTAL-FORN-BLOQ
               ELSE
                   ADD 1 TO WRK-QTD-FORN
                   MOVE REG-FOR-CODIGO
                       TO TAB-FOR-CODIGO (WRK-QTD-FORN)
                   MOVE REG-FOR-NOME TO TAB-FOR-NOME (WRK-QTD-FORN)
                   MOVE REG-FOR-MATERIAIS
                       TO TAB-FOR-MATERIAIS (WRK-QTD-FORN)
                   MOVE REG-FOR-PRAZO TO TAB-FOR-PRAZO (WRK-QTD-FORN)
                   MOVE 'N' TO TAB-FOR-TEM-PEDIDO (WRK-QTD-FORN)
                   MOVE ZEROS TO TAB-FOR-NOTA (WRK-QTD-FORN)
                                 TAB-FOR-COMP-NOTA (WRK-QTD-FORN)
               END-IF.
               READ FORNECEDOR-MASTER
                   AT END SET FIM-FORNECEDORES TO TRUE
               END-READ.
      ******************************
      **** NOTA DE CADA FORNECEDOR NA COMPETENCIA MAIS RECENTE DO
      **** HISTORICO DA AVALIACAO MENSAL (PROGAVF), SE O ARQUIVO
      **** EXISTIR; FORNECEDOR NUNCA AVALIADO FICA COM NOTA ZERO
      ******************************
           0130-CARREGAR-AVALIACAO.
               OPEN INPUT HISTORICO-AVALIACAO.
               IF AVFHIST-OK
                   READ HISTORICO-AVALIACAO INTO WRK-AVALIACAO-FORN
                       AT END SET FIM-AVALIACAO TO TRUE
                   END-READ
                   PERFORM 0140-LER-AVALIACAO UNTIL FIM-AVALIACAO
                   CLOSE HISTORICO-AVALIACAO
               END-IF.
           0140-LER-AVALIACAO.
               IF WRK-QTD-FORN > 0
                   AND WRK-AVF-COMPETENCIA IS NUMERIC
                   AND WRK-AVF-NOTA IS NUMERIC
                   SET TAB-FOR-IDX TO 1
                   SEARCH TAB-FOR
                       AT END CONTINUE
                       WHEN TAB-FOR-CODIGO (TAB-FOR-IDX)
                               = WRK-AVF-FORNECEDOR
                           IF WRK-AVF-COMPETENCIA NOT <
                              TAB-FOR-COMP-NOTA (TAB-FOR-IDX)
                               MOVE WRK-AVF-COMPETENCIA
                                   TO TAB-FOR-COMP-NOTA (TAB-FOR-IDX)
                               MOVE WRK-AVF-NOTA
                                   TO TAB-FOR-NOTA (TAB-FOR-IDX)
                           END-IF
                   END-SEARCH
               END-IF.
               READ HISTORICO-AVALIACAO INTO WRK-AVALIACAO-FORN
                   AT END SET FIM-AVALIACAO TO TRUE
               END-READ.
      ******************************
      **** SOMA A AREA DE MATERIAL DE CADA MEDIDA NA NECESSIDADE DO
      **** SEU CODIGO (CAIXA NAO CONSOME MATERIAL, COMO NO
      **** PROGCOB11B)
                   AT END SET FIM-SALDOS TO TRUE
               END-READ.
      ******************************
      **** PARA CADA MATERIAL COM NECESSIDADE LIQUIDA, ESCOLHE ENTRE
      **** OS FORNECEDORES QUE FORNECEM O CODIGO O DE MAIOR NOTA NA
      **** AVALIACAO MENSAL (EMPATE FICA COM O PRIMEIRO DO CADASTRO)
      **** E GERA A LINHA DE PEDIDO, COM O PRECO DO MATMST
      ******************************
           0400-GERAR-PEDIDOS.
               PERFORM 0410-GERAR-LINHA
               END-IF.
           0420-ESCOLHER-FORNECEDOR.
               MOVE 'N' TO WRK-FORN-ACHADO.
               MOVE ZEROS TO WRK-FORN-PRIMEIRO.
               PERFORM 0430-TESTAR-FORNECEDOR
                   VARYING WRK-FOR-IDX FROM 1 BY 1
                   UNTIL WRK-FOR-IDX > WRK-QTD-FORN.
               IF FORNECEDOR-ACHADO
                   MOVE 'S' TO TAB-FOR-TEM-PEDIDO (WRK-FORN-ESCOLHIDO)
                   IF WRK-FORN-ESCOLHIDO NOT = WRK-FORN-PRIMEIRO
                       ADD 1 TO WRK-TOTAL-PELA-NOTA
                   END-IF
               END-IF.
           0430-TESTAR-FORNECEDOR.
               MOVE ZEROS TO WRK-TALLY.
               INSPECT TAB-FOR-MATERIAIS (WRK-FOR-IDX)
                   TALLYING WRK-TALLY
                   FOR ALL TAB-REQ-MATERIAL (WRK-REQ-IDX).
               IF WRK-TALLY > 0
                   IF NOT FORNECEDOR-ACHADO
                       SET FORNECEDOR-ACHADO TO TRUE
                       MOVE WRK-FOR-IDX TO WRK-FORN-ESCOLHIDO
                                           WRK-FORN-PRIMEIRO
                   ELSE
                       IF TAB-FOR-NOTA (WRK-FOR-IDX) >
                          TAB-FOR-NOTA (WRK-FORN-ESCOLHIDO)
                           MOVE WRK-FOR-IDX TO WRK-FORN-ESCOLHIDO
                       END-IF
                   END-IF
               END-IF.
           0440-MONTAR-LINHA-PEDIDO.
               PERFORM 0450-CONSULTAR-MATERIAL.
               DISPLAY 'MEDIDAS LIDAS        : ' WRK-TOTAL-MEDIDAS.
               DISPLAY 'LINHAS DE COMPRA     : ' WRK-TOTAL-PEDIDOS.
               DISPLAY 'MATERIAL SEM FORNEC. : ' WRK-TOTAL-SEM-FORN.
               DISPLAY 'FORNEC. BLOQUEADOS   : ' WRK-TOTAL-FORN-BLOQ.
               DISPLAY 'ESCOLHIDOS PELA NOTA : ' WRK-TOTAL-PELA-NOTA.
               CLOSE MEDIDAS-IN PEDIDOS-COMPRA RELATORIO-COMPRA.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
