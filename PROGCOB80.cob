      *     EMPRESA (O DEPOSITO SERVE AS DUAS), ENTAO A POSICAO SAI
      *     CONSOLIDADA -- ERA UM CHUTE DE PLANILHA ATE AQUI
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LAYOUT DO PRDMST GANHOU A SITUACAO DO PRODUTO NO FIM DO
      *     REGISTRO (REG-PRD-SITUACAO: A/BRANCO ATIVO, I INATIVO, P
      *     AGUARDANDO APROVACAO DO PRECO), MANTIDA PELO PROGCOB98. A
      *     POSICAO CONTINUA VALORIZANDO TODO SALDO, ATIVO OU NAO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE PRODUTOS (PRDMST) GANHOU O NCM DO PRODUTO
      *     (REG-PRD-NCM) NO FIM DO REGISTRO, QUE PASSOU DE 53 PARA 61
      *    ALTERADO= 15/10/26 - KAROLINE
      *     CODIGO DO ESTQMST QUE E UM KIT (ESTRUTURA NO KITEST,
      *     COPYBOOK CPYKIT) SAI COM O CUSTO PELA SOMA DOS COMPONENTES
      *     (CUSTO MEDIO DO COMPONENTE NO MESMO DEPOSITO X QUANTIDADE NO
      *     KIT), MARCADO KIT-COMPONENTES, E FICA FORA DO TOTAL: O KIT
      *     NAO TEM ESTOQUE FISICO E OS COMPONENTES JA ESTAO VALORIZADOS
      *     NAS PROPRIAS LINHAS
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRD-CODIGO
                   FILE STATUS IS WRK-PRDMST-STATUS.
               SELECT KITS-IN ASSIGN TO KITEST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-KITEST-STATUS.
               SELECT RELATORIO-VAL ASSIGN TO VALRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
               02 REG-PRD-DESCRICAO PIC X(30).
               02 REG-PRD-PESO      PIC 9(05)V99.
               02 REG-PRD-VALOR     PIC 9(07)V99.
               02 REG-PRD-SITUACAO  PIC X(01).
                   88 PRD-ATIVO            VALUE 'A' ' '.
                   88 PRD-INATIVO          VALUE 'I'.
                   88 PRD-AGUARDANDO-PRECO VALUE 'P'.
               02 REG-PRD-NCM       PIC X(08).
           FD  KITS-IN.
           01  REG-KIT.
               02 REG-KIT-CODIGO     PIC 9(06).
               02 FILLER             PIC X(02).
               02 REG-KIT-COMPONENTE PIC 9(06).
               02 FILLER             PIC X(02).
               02 REG-KIT-QTDE       PIC 9(03).
           FD  RELATORIO-VAL.
           01  LINHA-VAL PIC X(100).
           FD  CONTROLE-LOTE.
           77 WRK-TOTAL-ED PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-VAL PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-PRODUTOS PIC 9(06) VALUE ZEROS.
      ******************************
      **** KIT: CUSTO = SOMA DO CUSTO MEDIO DOS COMPONENTES NO MESMO
      **** DEPOSITO X QUANTIDADE NO KIT; O REGISTRO CORRENTE DO
      **** ESTQMST E GUARDADO PARA RETOMAR A LEITURA SEQUENCIAL
      ******************************
           COPY CPYKIT.
           77 WRK-CUSTO-UNITARIO PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-DEPOSITO-KIT   PIC X(02) VALUE SPACES.
           77 WRK-ESTOQUE-SALVO  PIC X(30) VALUE SPACES.
           77 WRK-TOTAL-KITS     PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               PERFORM 0120-CARREGAR-KITS.
               OPEN INPUT ESTOQUE-MASTER
                    OUTPUT RELATORIO-VAL.
               MOVE 'POSICAO VALORIZADA DO ESTOQUE (CUSTO MEDIO)'
               IF NOT ESTQMST-OK
                   SET FIM-ESTOQUE TO TRUE
               END-IF.
      ******************************
      **** CARREGA A ESTRUTURA DOS KITS, SE O ARQUIVO EXISTIR
      ******************************
           0120-CARREGAR-KITS.
               OPEN INPUT KITS-IN.
               IF KITEST-OK
                   READ KITS-IN
                       AT END SET FIM-KITS TO TRUE
                   END-READ
                   PERFORM 0130-LER-KIT
                       UNTIL FIM-KITS OR WRK-QTD-KIT >= 2000
                   CLOSE KITS-IN
               END-IF.
           0130-LER-KIT.
               IF REG-KIT-CODIGO IS NUMERIC
                   AND REG-KIT-COMPONENTE IS NUMERIC
                   AND REG-KIT-QTDE IS NUMERIC
                   AND REG-KIT-QTDE > 0
                   ADD 1 TO WRK-QTD-KIT
                   MOVE REG-KIT-CODIGO TO TAB-KIT-CODIGO (WRK-QTD-KIT)
                   MOVE REG-KIT-COMPONENTE
                       TO TAB-KIT-COMPONENTE (WRK-QTD-KIT)
                   MOVE REG-KIT-QTDE TO TAB-KIT-QTDE (WRK-QTD-KIT)
               END-IF.
               READ KITS-IN
                   AT END SET FIM-KITS TO TRUE
               END-READ.
      ******************************
      **** O SALDO DO KIT NAO E ESTOQUE FISICO (O RUN DE FRETE BAIXA
      **** OS COMPONENTES): A LINHA DO KIT SAI COM O CUSTO PELA SOMA
      **** DOS COMPONENTES, MAS NAO ENTRA NO TOTAL, QUE JA TEM OS
      **** COMPONENTES
      ******************************
           0200-VALORIZAR-PRODUTO.
               ADD 1 TO WRK-TOTAL-PRODUTOS.
               IF REG-EST-CUSTO-MEDIO IS NOT NUMERIC
                   MOVE ZEROS TO REG-EST-CUSTO-MEDIO
               END-IF.
               MOVE REG-EST-CUSTO-MEDIO TO WRK-CUSTO-UNITARIO.
               MOVE REG-EST-CODIGO TO WRK-KIT-PROCURADO.
               PERFORM 0220-PROCURAR-KIT.
               IF ITEM-E-KIT
                   PERFORM 0230-CUSTEAR-KIT
               END-IF.
               COMPUTE WRK-VALOR-PRODUTO =
                   REG-EST-SALDO * WRK-CUSTO-UNITARIO.
               IF ITEM-E-KIT
                   ADD 1 TO WRK-TOTAL-KITS
               ELSE
                   ADD WRK-VALOR-PRODUTO TO WRK-VALOR-TOTAL
               END-IF.
               PERFORM 0210-CONSULTAR-PRODUTO.
               MOVE REG-EST-SALDO TO WRK-SALDO-ED.
               MOVE WRK-CUSTO-UNITARIO TO WRK-CUSTO-ED.
               MOVE WRK-VALOR-PRODUTO TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-VAL.
               STRING REG-EST-CODIGO DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-VAL.
               IF ITEM-E-KIT
                   MOVE '  KIT-COMPONENTES' TO WRK-LINHA-VAL (80:17)
               END-IF.
               WRITE LINHA-VAL FROM WRK-LINHA-VAL.
               PERFORM 0110-LER-PROXIMO.
           0210-CONSULTAR-PRODUTO.
                   MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESCRICAO
               END-IF.
               CLOSE PRODUTO-MASTER.
           0220-PROCURAR-KIT.
               MOVE 'N' TO WRK-KIT-SITUACAO.
               IF WRK-QTD-KIT > 0
                   SET TAB-KIT-IDX TO 1
                   SEARCH TAB-KIT
                       AT END CONTINUE
                       WHEN TAB-KIT-CODIGO (TAB-KIT-IDX)
                           = WRK-KIT-PROCURADO
                           SET ITEM-E-KIT TO TRUE
                   END-SEARCH
               END-IF.
           0230-CUSTEAR-KIT.
               MOVE REG-ESTOQUE TO WRK-ESTOQUE-SALVO.
               MOVE REG-EST-DEPOSITO TO WRK-DEPOSITO-KIT.
               MOVE ZEROS TO WRK-CUSTO-UNITARIO.
               PERFORM 0240-SOMAR-COMPONENTE
                   VARYING WRK-KIT-IDX FROM 1 BY 1
                   UNTIL WRK-KIT-IDX > WRK-QTD-KIT.
               MOVE WRK-ESTOQUE-SALVO TO REG-ESTOQUE.
               START ESTOQUE-MASTER KEY > REG-EST-CHAVE
                   INVALID KEY SET FIM-ESTOQUE TO TRUE
               END-START.
           0240-SOMAR-COMPONENTE.
               IF TAB-KIT-CODIGO (WRK-KIT-IDX) = WRK-KIT-PROCURADO
                   MOVE TAB-KIT-COMPONENTE (WRK-KIT-IDX)
                       TO REG-EST-CODIGO
                   MOVE WRK-DEPOSITO-KIT TO REG-EST-DEPOSITO
                   READ ESTOQUE-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF ESTQMST-OK AND REG-EST-CUSTO-MEDIO IS NUMERIC
                       COMPUTE WRK-CUSTO-UNITARIO = WRK-CUSTO-UNITARIO
                           + REG-EST-CUSTO-MEDIO
                           * TAB-KIT-QTDE (WRK-KIT-IDX)
                   END-IF
               END-IF.
           0300-FINALIZAR.
               MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA-VAL.
               WRITE LINHA-VAL FROM WRK-LINHA-VAL.
               DISPLAY '********************'.
               DISPLAY 'PRODUTOS VALORIZADOS: ' WRK-TOTAL-PRODUTOS.
               DISPLAY 'KITS FORA DO TOTAL  : ' WRK-TOTAL-KITS.
               CLOSE ESTOQUE-MASTER RELATORIO-VAL.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
