           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGCOM.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: RUN MENSAL DE COMISSOES DOS REPRESENTANTES DE
      *     VENDA -- RECEBE A COMPETENCIA (ACCEPT, VIA SYSIN NO
      *     BATCH) E VARRE O CONTAS A RECEBER (RECEBIV): TITULO COM
      *     REPRESENTANTE (WRK-RCB-VENDEDOR, HERDADO DO PEDIDO PELO
      *     PROGCOB09B) PAGO (STATUS P) COM DATA DE PAGAMENTO NA
      *     COMPETENCIA GERA COMISSAO PELO PERCENTUAL DO CADASTRO DE
      *     REPRESENTANTES (VENDMST) SOBRE O VALOR DO TITULO; TITULO
      *     JA COMISSIONADO QUE APARECE CANCELADO (C) OU BAIXADO POR
      *     PERDA (B) TEM A COMISSAO ESTORNADA. O HISTORICO DE
      *     COMISSOES (COMHIST, CPYCOMIS) GUARDA CADA COMISSAO,
      *     ESTORNO E PAGAMENTO, ENTAO TITULO NENHUM E PAGO DUAS
      *     VEZES E O RERUN DO MES NAO GERA NADA DE NOVO. O SALDO DO
      *     REPRESENTANTE (ANTERIOR + COMISSOES - ESTORNOS) POSITIVO
      *     VIRA TITULO EM ABERTO NO CONTAS A PAGAR (APAGAR, CPYPAGAR)
      *     NO CODIGO DE FORNECEDOR DO REPRESENTANTE, VENCENDO DIA 10
      *     DO MES SEGUINTE, PARA A REMESSA DE PAGAMENTO (PROGCOB54);
      *     SALDO NEGATIVO FICA PARA COMPENSAR NOS MESES SEGUINTES. O
      *     EXTRATO POR REPRESENTANTE SAI NO COMRPT. TITULO DE
      *     REPRESENTANTE SEM CADASTRO OU SEM PERCENTUAL E
      *     REPRESENTANTE SEM FORNECEDOR SAO AVISADOS COM RC 4 (O RUN
      *     PODE SER REPETIDO DEPOIS DE ACERTAR O CADASTRO); TABELA
      *     ESTOURADA PARA O RUN COM RC 8 SEM GRAVAR NADA
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     FD DO APAGAR EM X(120): O TITULO GANHOU A EMPRESA E AS
      *     CONDICOES DE DESCONTO POR PAGAMENTO ANTECIPADO NO FIM
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS), LIDO NA
      *     SEQUENCIA DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TABELA-VEND-IN ASSIGN TO VENDMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-VENDMST-STATUS.
               SELECT HISTORICO-COMISSOES ASSIGN TO COMHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-COMHIST-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT CONTAS-PAGAR ASSIGN TO APAGAR
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-COMISSOES ASSIGN TO COMRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
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
           FD  TABELA-VEND-IN.
           01  REG-VENDMST-IN.
               02 REG-VND-CODIGO     PIC X(04).
               02 FILLER             PIC X(01).
               02 REG-VND-NOME       PIC X(30).
               02 FILLER             PIC X(01).
               02 REG-VND-PERCENTUAL PIC 9(02)V99.
               02 FILLER             PIC X(01).
               02 REG-VND-FORNECEDOR PIC X(04).
               02 FILLER             PIC X(01).
               02 REG-VND-STATUS     PIC X(01).
           FD  HISTORICO-COMISSOES.
           01  LINHA-COMISSAO-HIST PIC X(90).
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
           FD  CONTAS-PAGAR.
           01  LINHA-PAGAVEL PIC X(120).
           FD  RELATORIO-COMISSOES.
           01  LINHA-COMISSAO PIC X(100).
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
           COPY CPYRECEB.
           COPY CPYPAGAR.
           COPY CPYCOMIS.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-VENDMST-STATUS PIC X(02) VALUE '00'.
               88 VENDMST-OK VALUE '00'.
           77 WRK-COMHIST-STATUS PIC X(02) VALUE '00'.
               88 COMHIST-OK VALUE '00'.
           77 WRK-FIM-VENDMST PIC X(01) VALUE 'N'.
               88 FIM-VENDMST VALUE 'S'.
           77 WRK-FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-HISTORICO VALUE 'S'.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           01 WRK-COMPETENCIA.
               02 WRK-CMP-ANO PIC 9(04).
               02 WRK-CMP-MES PIC 9(02).
           01 WRK-DATA-VENCTO.
               02 WRK-VCT-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-VCT-MES PIC 9(02) VALUE ZEROS.
               02 WRK-VCT-DIA PIC 9(02) VALUE 10.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
      ******************************
      **** CADASTRO DE REPRESENTANTES EM MEMORIA E, NA MESMA
      **** POSICAO, O SALDO E O MOVIMENTO DO MES DE CADA UM
      ******************************
           COPY CPYVEND.
           01 TAB-SALDOS-VEND.
               02 TAB-SDV OCCURS 300 TIMES.
                   03 TAB-SDV-SALDO-ANT PIC S9(09)V99.
                   03 TAB-SDV-COMISSAO  PIC 9(09)V99.
                   03 TAB-SDV-ESTORNO   PIC 9(09)V99.
                   03 TAB-SDV-A-PAGAR   PIC S9(09)V99.
                   03 TAB-SDV-SITUACAO  PIC X(01).
                       88 SDV-PAGO            VALUE 'P'.
                       88 SDV-SEM-FORNECEDOR  VALUE 'F'.
                       88 SDV-A-COMPENSAR     VALUE 'S'.
           77 WRK-VND-SUB    PIC 9(03) VALUE ZEROS.
           77 WRK-VEND-CHAVE PIC X(04) VALUE SPACES.
      ******************************
      **** TITULOS JA COMISSIONADOS (HISTORICO + RUN), COM O
      **** REPRESENTANTE E O VALOR PAGO, PARA NAO PAGAR DE NOVO E
      **** PARA ESTORNAR O MESMO VALOR
      ******************************
           77 WRK-QTD-COM PIC 9(05) VALUE ZEROS.
           01 TAB-COMISSIONADOS.
               02 TAB-COM OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WRK-QTD-COM
                  INDEXED BY TAB-COM-IDX.
                   03 TAB-COM-CPF        PIC X(14).
                   03 TAB-COM-REFERENCIA PIC X(20).
                   03 TAB-COM-VENDEDOR   PIC X(04).
                   03 TAB-COM-VALOR      PIC 9(09)V99.
                   03 TAB-COM-SITUACAO   PIC X(01).
           77 WRK-COM-ACHADO PIC X(01) VALUE 'N'.
               88 TITULO-COMISSIONADO VALUE 'S'.
      ******************************
      **** LANCAMENTOS DO RUN (COMISSOES E ESTORNOS), GRAVADOS NO
      **** HISTORICO E IMPRESSOS NO EXTRATO DO REPRESENTANTE
      ******************************
           77 WRK-QTD-LAN PIC 9(04) VALUE ZEROS.
           01 TAB-LANCAMENTOS.
               02 TAB-LAN OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-LAN
                  INDEXED BY TAB-LAN-IDX.
                   03 TAB-LAN-TIPO       PIC X(01).
                   03 TAB-LAN-VND-SUB    PIC 9(03).
                   03 TAB-LAN-CPF        PIC X(14).
                   03 TAB-LAN-REFERENCIA PIC X(20).
                   03 TAB-LAN-DATA       PIC X(08).
                   03 TAB-LAN-BASE       PIC 9(09)V99.
                   03 TAB-LAN-PERCENTUAL PIC 9(02)V99.
                   03 TAB-LAN-VALOR      PIC 9(09)V99.
           77 WRK-LAN-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-LAN-TIPO PIC X(01) VALUE SPACES.
           77 WRK-LAN-DATA PIC X(08) VALUE SPACES.
           77 WRK-LAN-PERCENTUAL PIC 9(02)V99 VALUE ZEROS.
           77 WRK-LAN-VALOR PIC 9(09)V99 VALUE ZEROS.
           77 WRK-BASE-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-SALDO-ED    PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PERCENTUAL-ED PIC Z9,99 VALUE ZEROS.
           77 WRK-LINHA-COMISSAO PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-COMISSOES  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ESTORNOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-TAXA   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PAGAVEIS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PAGO PIC 9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               DISPLAY 'COMPETENCIA DAS COMISSOES (AAAAMM)'.
               ACCEPT WRK-COMPETENCIA FROM CONSOLE.
               IF WRK-COMPETENCIA IS NOT NUMERIC
                   OR WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
                   DISPLAY '*** COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                       ' - NADA FOI GRAVADO ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0050-CARREGAR-VENDEDORES
                   PERFORM 0060-CARREGAR-HISTORICO
                   PERFORM 0100-INICIALIZAR
                   PERFORM 0200-PROCESSAR-TITULO UNTIL FIM-RECEBIVEIS
                   CLOSE CONTAS-RECEBER
                   IF TABELA-ESTOURADA
                       DISPLAY '*** TABELA DE COMISSOES ESTOUROU - '
                           'NADA FOI GRAVADO, RUN MARCADO RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0300-GRAVAR-HISTORICO
                       PERFORM 0400-APURAR-SALDOS
                       PERFORM 0500-EMITIR-EXTRATO
                       PERFORM 0800-FINALIZAR
                   END-IF
               END-IF.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O CADASTRO DE REPRESENTANTES (VENDMST), SE O
      **** ARQUIVO EXISTIR, COM O SALDO DE CADA UM ZERADO
      ******************************
           0050-CARREGAR-VENDEDORES.
               OPEN INPUT TABELA-VEND-IN.
               IF VENDMST-OK
                   READ TABELA-VEND-IN
                       AT END SET FIM-VENDMST TO TRUE
                   END-READ
                   PERFORM 0055-LER-VENDEDOR
                       UNTIL FIM-VENDMST OR WRK-QTD-VEND >= 300
                   CLOSE TABELA-VEND-IN
               END-IF.
           0055-LER-VENDEDOR.
               ADD 1 TO WRK-QTD-VEND.
               MOVE REG-VND-CODIGO TO TAB-VND-CODIGO (WRK-QTD-VEND).
               MOVE REG-VND-NOME   TO TAB-VND-NOME   (WRK-QTD-VEND).
               IF REG-VND-PERCENTUAL IS NUMERIC
                   MOVE REG-VND-PERCENTUAL
                       TO TAB-VND-PERCENTUAL (WRK-QTD-VEND)
               ELSE
                   MOVE ZEROS TO TAB-VND-PERCENTUAL (WRK-QTD-VEND)
               END-IF.
               MOVE REG-VND-FORNECEDOR
                   TO TAB-VND-FORNECEDOR (WRK-QTD-VEND).
               MOVE REG-VND-STATUS TO TAB-VND-STATUS (WRK-QTD-VEND).
               PERFORM 0158-ZERAR-SALDO.
               READ TABELA-VEND-IN
                   AT END SET FIM-VENDMST TO TRUE
               END-READ.
      ******************************
      **** LE O HISTORICO DE COMISSOES: REFAZ O SALDO ANTERIOR DE
      **** CADA REPRESENTANTE (C - E - P) E GUARDA OS TITULOS JA
      **** COMISSIONADOS, MARCANDO OS JA ESTORNADOS
      ******************************
           0060-CARREGAR-HISTORICO.
               OPEN INPUT HISTORICO-COMISSOES.
               IF COMHIST-OK
                   READ HISTORICO-COMISSOES INTO WRK-COMISSAO-HIST
                       AT END SET FIM-HISTORICO TO TRUE
                   END-READ
                   PERFORM 0070-LER-HISTORICO UNTIL FIM-HISTORICO
                   CLOSE HISTORICO-COMISSOES
               END-IF.
           0070-LER-HISTORICO.
               IF WRK-CMH-VALOR IS NOT NUMERIC
                   MOVE ZEROS TO WRK-CMH-VALOR
               END-IF.
               MOVE WRK-CMH-VENDEDOR TO WRK-VEND-CHAVE.
               PERFORM 0150-LOCALIZAR-VENDEDOR.
               IF WRK-VND-SUB > 0
                   EVALUATE TRUE
                       WHEN CMH-COMISSAO
                           ADD WRK-CMH-VALOR
                               TO TAB-SDV-SALDO-ANT (WRK-VND-SUB)
                           PERFORM 0080-GUARDAR-COMISSIONADO
                       WHEN CMH-ESTORNO
                           SUBTRACT WRK-CMH-VALOR
                               FROM TAB-SDV-SALDO-ANT (WRK-VND-SUB)
                           PERFORM 0085-MARCAR-ESTORNADO
                       WHEN CMH-PAGAMENTO
                           SUBTRACT WRK-CMH-VALOR
                               FROM TAB-SDV-SALDO-ANT (WRK-VND-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               READ HISTORICO-COMISSOES INTO WRK-COMISSAO-HIST
                   AT END SET FIM-HISTORICO TO TRUE
               END-READ.
           0080-GUARDAR-COMISSIONADO.
               IF WRK-QTD-COM < 20000
                   ADD 1 TO WRK-QTD-COM
                   MOVE WRK-CMH-CPF TO TAB-COM-CPF (WRK-QTD-COM)
                   MOVE WRK-CMH-REFERENCIA
                       TO TAB-COM-REFERENCIA (WRK-QTD-COM)
                   MOVE WRK-CMH-VENDEDOR
                       TO TAB-COM-VENDEDOR (WRK-QTD-COM)
                   MOVE WRK-CMH-VALOR TO TAB-COM-VALOR (WRK-QTD-COM)
                   MOVE 'C' TO TAB-COM-SITUACAO (WRK-QTD-COM)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
           0085-MARCAR-ESTORNADO.
               MOVE WRK-CMH-CPF TO WRK-RCB-CPF.
               MOVE WRK-CMH-REFERENCIA TO WRK-RCB-REFERENCIA.
               PERFORM 0230-PROCURAR-TITULO.
               IF TITULO-COMISSIONADO
                   MOVE 'E' TO TAB-COM-SITUACAO (TAB-COM-IDX)
               END-IF.
      ******************************
      **** PROCURA O REPRESENTANTE NA TABELA; CODIGO SEM CADASTRO
      **** ENTRA COM PERCENTUAL ZERO (SO CARREGA SALDO DO HISTORICO)
      ******************************
           0150-LOCALIZAR-VENDEDOR.
               MOVE ZEROS TO WRK-VND-SUB.
               IF WRK-QTD-VEND > 0
                   SET TAB-VND-IDX TO 1
                   SEARCH TAB-VND
                       AT END CONTINUE
                       WHEN TAB-VND-CODIGO (TAB-VND-IDX)
                           = WRK-VEND-CHAVE
                           SET WRK-VND-SUB TO TAB-VND-IDX
                   END-SEARCH
               END-IF.
               IF WRK-VND-SUB = 0
                   IF WRK-QTD-VEND < 300
                       ADD 1 TO WRK-QTD-VEND
                       MOVE WRK-QTD-VEND TO WRK-VND-SUB
                       MOVE WRK-VEND-CHAVE
                           TO TAB-VND-CODIGO (WRK-VND-SUB)
                       MOVE '*** SEM CADASTRO NO VENDMST ***'
                           TO TAB-VND-NOME (WRK-VND-SUB)
                       MOVE ZEROS TO TAB-VND-PERCENTUAL (WRK-VND-SUB)
                       MOVE SPACES TO TAB-VND-FORNECEDOR (WRK-VND-SUB)
                                      TAB-VND-STATUS (WRK-VND-SUB)
                       PERFORM 0158-ZERAR-SALDO
                   ELSE
                       SET TABELA-ESTOURADA TO TRUE
                   END-IF
               END-IF.
           0158-ZERAR-SALDO.
               MOVE ZEROS TO TAB-SDV-SALDO-ANT (WRK-QTD-VEND)
                             TAB-SDV-COMISSAO (WRK-QTD-VEND)
                             TAB-SDV-ESTORNO (WRK-QTD-VEND)
                             TAB-SDV-A-PAGAR (WRK-QTD-VEND).
               MOVE SPACES TO TAB-SDV-SITUACAO (WRK-QTD-VEND).
      ******************************
      **** VENCIMENTO DA COMISSAO: DIA 10 DO MES SEGUINTE AO DA
      **** COMPETENCIA
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               MOVE WRK-CMP-ANO TO WRK-VCT-ANO.
               IF WRK-CMP-MES = 12
                   ADD 1 TO WRK-VCT-ANO
                   MOVE 1 TO WRK-VCT-MES
               ELSE
                   COMPUTE WRK-VCT-MES = WRK-CMP-MES + 1
               END-IF.
               OPEN INPUT CONTAS-RECEBER.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
      **** TITULO COM REPRESENTANTE: PAGO NA COMPETENCIA GERA
      **** COMISSAO; CANCELADO OU PERDIDO ESTORNA A COMISSAO PAGA
      ******************************
           0200-PROCESSAR-TITULO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               IF WRK-RCB-VENDEDOR NOT = SPACES
                   IF RCB-PAGO
                       AND WRK-RCB-DATA-PGTO (1:6) = WRK-COMPETENCIA
                       PERFORM 0210-COMISSIONAR
                   END-IF
                   IF RCB-CANCELADO OR RCB-PERDA
                       PERFORM 0220-ESTORNAR
                   END-IF
               END-IF.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
      **** COMISSAO DO TITULO PAGO QUE AINDA NAO FOI COMISSIONADO;
      **** REPRESENTANTE SEM PERCENTUAL FICA DE FORA COM AVISO
      ******************************
           0210-COMISSIONAR.
               PERFORM 0230-PROCURAR-TITULO.
               IF NOT TITULO-COMISSIONADO
                   MOVE WRK-RCB-VENDEDOR TO WRK-VEND-CHAVE
                   PERFORM 0150-LOCALIZAR-VENDEDOR
                   IF WRK-VND-SUB > 0
                       IF TAB-VND-PERCENTUAL (WRK-VND-SUB) = 0
                           OR WRK-RCB-VALOR IS NOT NUMERIC
                           ADD 1 TO WRK-TOTAL-SEM-TAXA
                           DISPLAY 'TITULO ' WRK-RCB-REFERENCIA
                               ' REPRESENTANTE ' WRK-RCB-VENDEDOR
                               ' SEM PERCENTUAL - NAO COMISSIONADO'
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       ELSE
                           MOVE TAB-VND-PERCENTUAL (WRK-VND-SUB)
                               TO WRK-LAN-PERCENTUAL
                           COMPUTE WRK-LAN-VALOR ROUNDED =
                               WRK-RCB-VALOR * WRK-LAN-PERCENTUAL
                               / 100
                           MOVE 'C' TO WRK-LAN-TIPO
                           MOVE WRK-RCB-DATA-PGTO TO WRK-LAN-DATA
                           PERFORM 0240-GUARDAR-LANCAMENTO
                           MOVE WRK-RCB-CPF TO WRK-CMH-CPF
                           MOVE WRK-RCB-REFERENCIA
                               TO WRK-CMH-REFERENCIA
                           MOVE WRK-RCB-VENDEDOR TO WRK-CMH-VENDEDOR
                           MOVE WRK-LAN-VALOR TO WRK-CMH-VALOR
                           PERFORM 0080-GUARDAR-COMISSIONADO
                           ADD WRK-LAN-VALOR
                               TO TAB-SDV-COMISSAO (WRK-VND-SUB)
                           ADD 1 TO WRK-TOTAL-COMISSOES
                       END-IF
                   END-IF
               END-IF.
      ******************************
      **** ESTORNO DA COMISSAO JA PAGA DE TITULO CANCELADO OU
      **** BAIXADO POR PERDA -- SAI DO REPRESENTANTE QUE RECEBEU
      ******************************
           0220-ESTORNAR.
               PERFORM 0230-PROCURAR-TITULO.
               IF TITULO-COMISSIONADO
                   AND TAB-COM-SITUACAO (TAB-COM-IDX) = 'C'
                   MOVE 'E' TO TAB-COM-SITUACAO (TAB-COM-IDX)
                   MOVE TAB-COM-VENDEDOR (TAB-COM-IDX)
                       TO WRK-VEND-CHAVE
                   MOVE TAB-COM-VALOR (TAB-COM-IDX) TO WRK-LAN-VALOR
                   PERFORM 0150-LOCALIZAR-VENDEDOR
                   IF WRK-VND-SUB > 0
                       MOVE ZEROS TO WRK-LAN-PERCENTUAL
                       MOVE 'E' TO WRK-LAN-TIPO
                       IF RCB-CANCELADO
                           MOVE 'CANCELAD' TO WRK-LAN-DATA
                       ELSE
                           MOVE 'PERDA' TO WRK-LAN-DATA
                       END-IF
                       PERFORM 0240-GUARDAR-LANCAMENTO
                       ADD WRK-LAN-VALOR
                           TO TAB-SDV-ESTORNO (WRK-VND-SUB)
                       ADD 1 TO WRK-TOTAL-ESTORNOS
                   END-IF
               END-IF.
           0230-PROCURAR-TITULO.
               MOVE 'N' TO WRK-COM-ACHADO.
               IF WRK-QTD-COM > 0
                   SET TAB-COM-IDX TO 1
                   SEARCH TAB-COM
                       AT END CONTINUE
                       WHEN TAB-COM-CPF (TAB-COM-IDX) = WRK-RCB-CPF
                           AND TAB-COM-REFERENCIA (TAB-COM-IDX)
                               = WRK-RCB-REFERENCIA
                           SET TITULO-COMISSIONADO TO TRUE
                   END-SEARCH
               END-IF.
           0240-GUARDAR-LANCAMENTO.
               IF WRK-QTD-LAN < 5000
                   ADD 1 TO WRK-QTD-LAN
                   MOVE WRK-LAN-TIPO TO TAB-LAN-TIPO (WRK-QTD-LAN)
                   MOVE WRK-VND-SUB TO TAB-LAN-VND-SUB (WRK-QTD-LAN)
                   MOVE WRK-RCB-CPF TO TAB-LAN-CPF (WRK-QTD-LAN)
                   MOVE WRK-RCB-REFERENCIA
                       TO TAB-LAN-REFERENCIA (WRK-QTD-LAN)
                   MOVE WRK-LAN-DATA TO TAB-LAN-DATA (WRK-QTD-LAN)
                   MOVE WRK-RCB-VALOR TO TAB-LAN-BASE (WRK-QTD-LAN)
                   MOVE WRK-LAN-PERCENTUAL
                       TO TAB-LAN-PERCENTUAL (WRK-QTD-LAN)
                   MOVE WRK-LAN-VALOR TO TAB-LAN-VALOR (WRK-QTD-LAN)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** ANEXA AS COMISSOES E ESTORNOS DO RUN NO HISTORICO
      ******************************
           0300-GRAVAR-HISTORICO.
               OPEN EXTEND HISTORICO-COMISSOES.
               PERFORM 0310-GRAVAR-LANCAMENTO
                   VARYING WRK-LAN-IDX FROM 1 BY 1
                   UNTIL WRK-LAN-IDX > WRK-QTD-LAN.
           0310-GRAVAR-LANCAMENTO.
               SET TAB-LAN-IDX TO WRK-LAN-IDX.
               MOVE SPACES TO WRK-COMISSAO-HIST.
               MOVE TAB-LAN-TIPO (TAB-LAN-IDX) TO WRK-CMH-TIPO.
               MOVE WRK-COMPETENCIA TO WRK-CMH-COMPETENCIA.
               MOVE TAB-LAN-VND-SUB (TAB-LAN-IDX) TO WRK-VND-SUB.
               MOVE TAB-VND-CODIGO (WRK-VND-SUB) TO WRK-CMH-VENDEDOR.
               MOVE TAB-LAN-CPF (TAB-LAN-IDX) TO WRK-CMH-CPF.
               MOVE TAB-LAN-REFERENCIA (TAB-LAN-IDX)
                   TO WRK-CMH-REFERENCIA.
               MOVE TAB-LAN-BASE (TAB-LAN-IDX) TO WRK-CMH-BASE.
               MOVE TAB-LAN-PERCENTUAL (TAB-LAN-IDX)
                   TO WRK-CMH-PERCENTUAL.
               MOVE TAB-LAN-VALOR (TAB-LAN-IDX) TO WRK-CMH-VALOR.
               WRITE LINHA-COMISSAO-HIST FROM WRK-COMISSAO-HIST.
      ******************************
      **** SALDO DE CADA REPRESENTANTE: POSITIVO VIRA TITULO NO
      **** CONTAS A PAGAR (E PAGAMENTO NO HISTORICO); NEGATIVO OU
      **** SEM FORNECEDOR FICA PARA O MES SEGUINTE
      ******************************
           0400-APURAR-SALDOS.
               OPEN EXTEND CONTAS-PAGAR.
               PERFORM 0410-APURAR-VENDEDOR
                   VARYING WRK-VND-SUB FROM 1 BY 1
                   UNTIL WRK-VND-SUB > WRK-QTD-VEND.
               CLOSE CONTAS-PAGAR HISTORICO-COMISSOES.
           0410-APURAR-VENDEDOR.
               COMPUTE TAB-SDV-A-PAGAR (WRK-VND-SUB) =
                   TAB-SDV-SALDO-ANT (WRK-VND-SUB)
                   + TAB-SDV-COMISSAO (WRK-VND-SUB)
                   - TAB-SDV-ESTORNO (WRK-VND-SUB).
               SET SDV-A-COMPENSAR (WRK-VND-SUB) TO TRUE.
               IF TAB-SDV-A-PAGAR (WRK-VND-SUB) > 0
                   IF TAB-VND-FORNECEDOR (WRK-VND-SUB) = SPACES
                       SET SDV-SEM-FORNECEDOR (WRK-VND-SUB) TO TRUE
                       DISPLAY 'REPRESENTANTE '
                           TAB-VND-CODIGO (WRK-VND-SUB)
                           ' SEM FORNECEDOR - SALDO NAO PAGO'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM 0420-GRAVAR-PAGAVEL
                   END-IF
               END-IF.
           0420-GRAVAR-PAGAVEL.
               SET SDV-PAGO (WRK-VND-SUB) TO TRUE.
               ADD 1 TO WRK-TOTAL-PAGAVEIS.
               ADD TAB-SDV-A-PAGAR (WRK-VND-SUB) TO WRK-TOTAL-PAGO.
               MOVE SPACES TO WRK-PAGAVEL.
               MOVE TAB-VND-FORNECEDOR (WRK-VND-SUB)
                   TO WRK-PAG-FORNECEDOR.
               STRING 'COMISSAO-'                  DELIMITED BY SIZE
                      WRK-COMPETENCIA              DELIMITED BY SIZE
                      '-'                          DELIMITED BY SIZE
                      TAB-VND-CODIGO (WRK-VND-SUB) DELIMITED BY SIZE
                      INTO WRK-PAG-REFERENCIA.
               MOVE TAB-SDV-A-PAGAR (WRK-VND-SUB) TO WRK-PAG-VALOR.
               MOVE WRK-DATA-RUN    TO WRK-PAG-EMISSAO.
               MOVE WRK-DATA-VENCTO TO WRK-PAG-VENCIMENTO.
               SET PAG-ABERTO TO TRUE.
               WRITE LINHA-PAGAVEL FROM WRK-PAGAVEL.
               MOVE SPACES TO WRK-COMISSAO-HIST.
               SET CMH-PAGAMENTO TO TRUE.
               MOVE WRK-COMPETENCIA TO WRK-CMH-COMPETENCIA.
               MOVE TAB-VND-CODIGO (WRK-VND-SUB) TO WRK-CMH-VENDEDOR.
               MOVE WRK-PAG-REFERENCIA TO WRK-CMH-REFERENCIA.
               MOVE ZEROS TO WRK-CMH-BASE WRK-CMH-PERCENTUAL.
               MOVE WRK-PAG-VALOR TO WRK-CMH-VALOR.
               WRITE LINHA-COMISSAO-HIST FROM WRK-COMISSAO-HIST.
      ******************************
      **** EXTRATO POR REPRESENTANTE: SALDO ANTERIOR, COMISSOES E
      **** ESTORNOS DO MES TITULO A TITULO E O QUE FOI PARA O
      **** CONTAS A PAGAR (OU O SALDO QUE FICA)
      ******************************
           0500-EMITIR-EXTRATO.
               OPEN OUTPUT RELATORIO-COMISSOES.
               MOVE 'EXTRATO DE COMISSOES' TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               ADD 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO WRK-LINHA-COMISSAO.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-COMISSAO.
               WRITE LINHA-COMISSAO FROM WRK-LINHA-COMISSAO.
               MOVE SPACES TO WRK-LINHA-COMISSAO.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '  COMPETENCIA ' DELIMITED BY SIZE
                      WRK-COMPETENCIA DELIMITED BY SIZE
                      '     PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED        DELIMITED BY SIZE
                      INTO WRK-LINHA-COMISSAO.
               WRITE LINHA-COMISSAO FROM WRK-LINHA-COMISSAO.
               PERFORM 0510-EMITIR-VENDEDOR
                   VARYING WRK-VND-SUB FROM 1 BY 1
                   UNTIL WRK-VND-SUB > WRK-QTD-VEND.
               MOVE SPACES TO LINHA-COMISSAO.
               WRITE LINHA-COMISSAO.
               MOVE WRK-TOTAL-PAGO TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-COMISSAO.
               STRING 'TOTAL LANCADO NO CONTAS A PAGAR: '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-COMISSAO.
               WRITE LINHA-COMISSAO FROM WRK-LINHA-COMISSAO.
               CLOSE RELATORIO-COMISSOES.
           0510-EMITIR-VENDEDOR.
               IF TAB-SDV-SALDO-ANT (WRK-VND-SUB) NOT = 0
                   OR TAB-SDV-COMISSAO (WRK-VND-SUB) NOT = 0
                   OR TAB-SDV-ESTORNO (WRK-VND-SUB) NOT = 0
                   MOVE SPACES TO LINHA-COMISSAO
                   WRITE LINHA-COMISSAO
                   MOVE TAB-VND-PERCENTUAL (WRK-VND-SUB)
                       TO WRK-PERCENTUAL-ED
                   MOVE SPACES TO WRK-LINHA-COMISSAO
                   STRING 'REPRESENTANTE ' DELIMITED BY SIZE
                          TAB-VND-CODIGO (WRK-VND-SUB)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAB-VND-NOME (WRK-VND-SUB)
                              DELIMITED BY SIZE
                          '  COMISSAO ' DELIMITED BY SIZE
                          WRK-PERCENTUAL-ED DELIMITED BY SIZE
                          '%  FORNECEDOR ' DELIMITED BY SIZE
                          TAB-VND-FORNECEDOR (WRK-VND-SUB)
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-COMISSAO
                   WRITE LINHA-COMISSAO FROM WRK-LINHA-COMISSAO
                   MOVE TAB-SDV-SALDO-ANT (WRK-VND-SUB)
                       TO WRK-SALDO-ED
                   MOVE SPACES TO WRK-LINHA-COMISSAO
                   STRING '  SALDO ANTERIOR     ' DELIMITED BY SIZE
                          WRK-SALDO-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-COMISSAO
                   WRITE LINHA-COMISSAO FROM WRK-LINHA-COMISSAO
                   PERFORM 0520-EMITIR-LANCAMENTO
                       VARYING WRK-LAN-IDX FROM 1 BY 1
                       UNTIL WRK-LAN-IDX > WRK-QTD-LAN
                   PERFORM 0530-EMITIR-TOTAIS-VENDEDOR
               END-IF.
           0520-EMITIR-LANCAMENTO.
               SET TAB-LAN-IDX TO WRK-LAN-IDX.
               IF TAB-LAN-VND-SUB (TAB-LAN-IDX) = WRK-VND-SUB
                   MOVE TAB-LAN-BASE (TAB-LAN-IDX) TO WRK-BASE-ED
                   MOVE TAB-LAN-VALOR (TAB-LAN-IDX) TO WRK-VALOR-ED
                   MOVE TAB-LAN-PERCENTUAL (TAB-LAN-IDX)
                       TO WRK-PERCENTUAL-ED
                   MOVE SPACES TO WRK-LINHA-COMISSAO
                   IF TAB-LAN-TIPO (TAB-LAN-IDX) = 'C'
                       MOVE '  COMISSAO ' TO WRK-LINHA-COMISSAO (1:11)
                       MOVE WRK-PERCENTUAL-ED
                           TO WRK-LINHA-COMISSAO (76:5)
                       MOVE '%' TO WRK-LINHA-COMISSAO (81:1)
                   ELSE
                       MOVE '  ESTORNO  ' TO WRK-LINHA-COMISSAO (1:11)
                       MOVE '-' TO WRK-LINHA-COMISSAO (84:1)
                   END-IF
                   MOVE TAB-LAN-CPF (TAB-LAN-IDX)
                       TO WRK-LINHA-COMISSAO (12:11)
                   MOVE TAB-LAN-REFERENCIA (TAB-LAN-IDX)
                       TO WRK-LINHA-COMISSAO (25:20)
                   MOVE TAB-LAN-DATA (TAB-LAN-IDX)
                       TO WRK-LINHA-COMISSAO (47:8)
                   MOVE ' BASE ' TO WRK-LINHA-COMISSAO (55:6)
                   MOVE WRK-BASE-ED TO WRK-LINHA-COMISSAO (61:14)
                   MOVE WRK-VALOR-ED TO WRK-LINHA-COMISSAO (85:14)
                   WRITE LINHA-COMISSAO FROM WRK-LINHA-COMISSAO
               END-IF.
           0530-EMITIR-TOTAIS-VENDEDOR.
               MOVE TAB-SDV-COMISSAO (WRK-VND-SUB) TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-COMISSAO.
               STRING '  COMISSOES DO MES   ' DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-COMISSAO.
               WRITE LINHA-COMISSAO FROM WRK-LINHA-COMISSAO.
               MOVE TAB-SDV-ESTORNO (WRK-VND-SUB) TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-COMISSAO.
               STRING '  ESTORNOS DO MES    ' DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-COMISSAO.
               WRITE LINHA-COMISSAO FROM WRK-LINHA-COMISSAO.
               MOVE TAB-SDV-A-PAGAR (WRK-VND-SUB) TO WRK-SALDO-ED.
               MOVE SPACES TO WRK-LINHA-COMISSAO.
               EVALUATE TRUE
                   WHEN SDV-PAGO (WRK-VND-SUB)
                       STRING '  LANCADO A PAGAR    ' DELIMITED BY SIZE
                              WRK-SALDO-ED DELIMITED BY SIZE
                              '  VENCIMENTO ' DELIMITED BY SIZE
                              WRK-DATA-VENCTO DELIMITED BY SIZE
                              INTO WRK-LINHA-COMISSAO
                   WHEN SDV-SEM-FORNECEDOR (WRK-VND-SUB)
                       STRING '  SALDO RETIDO       ' DELIMITED BY SIZE
                              WRK-SALDO-ED DELIMITED BY SIZE
                              '  REPRESENTANTE SEM FORNECEDOR'
                                  DELIMITED BY SIZE
                              INTO WRK-LINHA-COMISSAO
                   WHEN OTHER
                       STRING '  SALDO A COMPENSAR  ' DELIMITED BY SIZE
                              WRK-SALDO-ED DELIMITED BY SIZE
                              INTO WRK-LINHA-COMISSAO
               END-EVALUATE.
               WRITE LINHA-COMISSAO FROM WRK-LINHA-COMISSAO.
           0800-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'TITULOS LIDOS       : ' WRK-TOTAL-LIDOS.
               DISPLAY 'COMISSOES GERADAS   : ' WRK-TOTAL-COMISSOES.
               DISPLAY 'ESTORNOS GERADOS    : ' WRK-TOTAL-ESTORNOS.
               DISPLAY 'SEM PERCENTUAL      : ' WRK-TOTAL-SEM-TAXA.
               DISPLAY 'TITULOS A PAGAR     : ' WRK-TOTAL-PAGAVEIS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGCOM' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-QTD-LAN TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-SEM-TAXA TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-PAGO TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
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
               MOVE 'PROGCOM' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGCOM' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-QTD-LAN TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
