      *     ERA APROVADA NO PAPEL E NAO EXISTIA REGISTRO DO QUE
      *     DEVEMOS
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A FATURA DO FATFORN GANHOU O CODIGO DO PRODUTO NO FIM (EM
      *     BRANCO PARA MATERIAL E NO REGISTRO ANTIGO) E O CASAMENTO COM
      *     A LINHA DO PEDIDO PASSOU A SER FORNECEDOR + MATERIAL +
      *     PRODUTO, PARA CONFERIR AS FATURAS DAS LINHAS DE PRODUTO
      *     ACABADO DO RUN DE REPOSICAO (PROGREP). FD DO PEDCOMP EM
      *     X(100)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O FD DO FORNMST GANHOU CNPJ, DADOS BANCARIOS E SITUACAO NO
      *     FIM DO REGISTRO, MANTIDOS PELO NOVO PROGFOR
      *    ALTERADO= 15/10/26 - KAROLINE
      *     CADA FATURA DE FORNECEDOR CADASTRADO GRAVA UM EVENTO DE
      *     FATURA (APROVADA OU DIVERGENTE) NO MOVIMENTO DE DESEMPENHO
      *     DE FORNECEDOR (DESFMOV, COPYBOOK CPYDESF), LIDO PELA
      *     AVALIACAO MENSAL DE FORNECEDORES (PROGAVF)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     RETENCAO NA FONTE: A FATURA DO FATFORN GANHOU O CODIGO DE
      *     SERVICO NO FIM (FATURA DE SERVICO NAO TEM PEDIDO NEM
      *     RECEBIMENTO E SO APROVA COM REGRA NA TABELA DE RETENCOES
      *     TABRET, COPYBOOK CPYRETEN, POR FORNECEDOR + SERVICO). NA
      *     APROVACAO SAO RETIDOS IRRF, ISS E CSRF (PIS/COFINS/CSLL)
      *     PELAS ALIQUOTAS DA REGRA, O TITULO DO FORNECEDOR SAI PELO
      *     LIQUIDO E CADA TRIBUTO VIRA UM TITULO PROPRIO NO APAGAR
      *     (WRK-PAG-TRIBUTO), COM VENCIMENTO NO MES SEGUINTE; O TOTAL
      *     RETIDO DE CADA TRIBUTO E LANCADO NO RAZAO PELO LANCINT
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A FATURA DO FATFORN GANHOU NO FIM A EMPRESA E AS CONDICOES
      *     DE DESCONTO POR PAGAMENTO ANTECIPADO (PERCENTUAL E DIAS): O
      *     TITULO DO FORNECEDOR LEVA A EMPRESA, O PERCENTUAL E A DATA
      *     LIMITE DO DESCONTO (EMISSAO + DIAS), USADOS PELA REMESSA
      *     (PROGCOB54) PARA ANTECIPAR O PAGAMENTO E PELO AGING DE
      *     CONTAS A PAGAR (PROGAGP). FD DO APAGAR EM X(120)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     OS LANCAMENTOS DOS TRIBUTOS RETIDOS NO LANCINT PASSARAM A
      *     LEVAR A ORIGEM (CPYLORI): O PROGRAMA E A PRIMEIRA E A ULTIMA
      *     FATURA DO FORNECEDOR COM RETENCAO DE CADA TRIBUTO, COM A
      *     QUANTIDADE DE FATURAS
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT SENHA-TRAVA ASSIGN TO LCKPASS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PASS-STATUS.
               SELECT MOVIMENTO-DESEMPENHO ASSIGN TO DESFMOV
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TABELA-RET-IN ASSIGN TO TABRET
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABRET-STATUS.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ESTADO-RUN ASSIGN TO RUNSTAT
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
               02 REG-FAT-DATA       PIC X(08).
               02 REG-FAT-QTDE-AREA  PIC 9(09)V99.
               02 REG-FAT-VALOR      PIC 9(09)V99.
               02 REG-FAT-PRODUTO    PIC X(06).
               02 REG-FAT-SERVICO    PIC X(04).
               02 REG-FAT-EMPRESA    PIC X(03).
               02 REG-FAT-PERC-DESC  PIC 9(02)V99.
               02 REG-FAT-DIAS-DESC  PIC 9(03).
           FD  PEDIDOS-COMPRA.
           01  LINHA-PEDIDO-COMPRA PIC X(100).
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
           FD  CONTAS-PAGAR.
           01  LINHA-PAGAVEL PIC X(120).
           FD  RELATORIO-DIV.
           01  LINHA-DIV PIC X(100).
           FD  CONTROLE-LOTE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  MOVIMENTO-DESEMPENHO.
           01  LINHA-DESEMPENHO PIC X(80).
           FD  TABELA-RET-IN.
           01  REG-TABRET-IN.
               02 REG-RET-FORNECEDOR PIC X(04).
               02 REG-RET-SERVICO    PIC X(04).
               02 REG-RET-ALIQ-IRRF  PIC 9(02)V99.
               02 REG-RET-ALIQ-ISS   PIC 9(02)V99.
               02 REG-RET-ALIQ-CSRF  PIC 9(02)V99.
           FD  LANCAMENTOS-INT.
           01  REG-LANCTO-INT.
               02 REG-LCI-CONTA PIC X(06).
               02 REG-LCI-DATA  PIC X(08).
               02 REG-LCI-VALOR PIC S9(07) SIGN IS LEADING SEPARATE.
               02 REG-LCI-EMPRESA PIC X(03).
               02 FILLER PIC X(01).
               02 REG-LCI-CCUSTO PIC X(04).
               02 REG-LCI-ORIGEM.
                   03 REG-LCI-PROGRAMA    PIC X(10).
                   03 REG-LCI-DOC-INICIAL PIC X(20).
                   03 REG-LCI-DOC-FINAL   PIC X(20).
                   03 REG-LCI-QTD-DOCS    PIC 9(05).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           WORKING-STORAGE SECTION.
           COPY CPYPARM.
           COPY CPYCTRL.
           COPY CPYCAB.
           COPY CPYDESF.
           COPY CPYRETEN.
           COPY CPYLORI.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-FIM-FATURAS PIC X(01) VALUE 'N'.
           77 WRK-FIM-FORNECEDORES PIC X(01) VALUE 'N'.
               88 FIM-FORNECEDORES VALUE 'S'.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
           77 WRK-TABRET-STATUS PIC X(02) VALUE '00'.
               88 TABRET-OK VALUE '00'.
           77 WRK-FIM-TABRET PIC X(01) VALUE 'N'.
               88 FIM-TABELA-RET VALUE 'S'.
      ******************************
      **** LINHAS DE PEDIDO DE COMPRA EM MEMORIA, COM A QUANTIDADE
      **** JA FATURADA ACUMULADA NO RUN (FATURA ALEM DO RECEBIDO NAO
                  INDEXED BY TAB-PED-IDX.
                   03 TAB-PED-FORNECEDOR PIC X(04).
                   03 TAB-PED-MATERIAL   PIC X(01).
                   03 TAB-PED-PRODUTO    PIC X(06).
                   03 TAB-PED-QTDE-AREA  PIC 9(09)V99.
                   03 TAB-PED-VALOR      PIC 9(09)V99.
                   03 TAB-PED-QTDE-RECEB PIC 9(09)V99.
           77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR-2-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-DIV PIC X(100) VALUE SPACES.
           77 WRK-ITEM-ED   PIC X(11) VALUE SPACES.
      ******************************
      **** DATA DE VENCIMENTO DO TITULO (RUN + 30 DIAS CORRIDOS),
      **** MESMA TABELA DE DIAS POR MES E REGRA DE BISSEXTO DO
           77 WRK-RESTO-400   PIC 9(03) VALUE ZEROS.
           77 WRK-DUMMY-DIV   PIC 9(04) VALUE ZEROS.
           77 WRK-DATA-VENCTO PIC X(08) VALUE SPACES.
           77 WRK-DATA-DESC   PIC X(08) VALUE SPACES.
           77 WRK-TOTAL-FATURAS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-APROVADAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DIVERGENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-APROVADO   PIC 9(11)V99 VALUE ZEROS COMP-3.
      ******************************
      **** RETENCAO NA FONTE DA FATURA APROVADA: REGRA DO FORNECEDOR
      **** + SERVICO, VALOR DE CADA TRIBUTO, LIQUIDO DO TITULO DO
      **** FORNECEDOR E VENCIMENTO DOS TITULOS DE TRIBUTO (DIA 20 DO
      **** MES SEGUINTE PARA IRRF E CSRF, DIA 10 PARA O ISS). IRRF E
      **** CSRF ABAIXO DE R$ 10,00 NAO SAO RETIDOS (DISPENSA DA
      **** RECEITA)
      ******************************
           77 WRK-ACHOU-REGRA PIC X(01) VALUE 'N'.
               88 REGRA-ACHADA VALUE 'S'.
           77 WRK-MINIMO-RETENCAO PIC 9(03)V99 VALUE 10,00.
           77 WRK-VALOR-IRRF    PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-ISS     PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-CSRF    PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-LIQUIDO PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-TRIBUTO PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-COD-TRIBUTO   PIC X(04) VALUE SPACES.
           77 WRK-VENCTO-FEDERAL PIC X(08) VALUE SPACES.
           77 WRK-VENCTO-ISS     PIC X(08) VALUE SPACES.
           77 WRK-TOTAL-RET-IRRF PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-RET-ISS  PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-RET-CSRF PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-TRIBUTOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-COM-DESC PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SERVICOS PIC 9(06) VALUE ZEROS.
           77 WRK-VALOR-LCI     PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-CONTA-LCI     PIC X(06) VALUE SPACES.
      ******************************
      **** PRIMEIRA E ULTIMA FATURA COM RETENCAO DE CADA TRIBUTO
      **** (1 = IRRF, 2 = ISS, 3 = CSRF), PARA A ORIGEM DO
      **** LANCAMENTO DO TRIBUTO RETIDO NO RAZAO
      ******************************
           77 WRK-OTR-IDX PIC 9(01) VALUE ZEROS.
           01 TAB-ORIGEM-TRIBUTO.
               02 TAB-OTR OCCURS 3 TIMES.
                   03 TAB-OTR-DOC-INICIAL PIC X(20).
                   03 TAB-OTR-DOC-FINAL   PIC X(20).
                   03 TAB-OTR-QTD-DOCS    PIC 9(05).
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               END-IF.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               INITIALIZE TAB-ORIGEM-TRIBUTO.
               PERFORM 0105-CALCULAR-VENCIMENTO.
               PERFORM 0108-CALCULAR-VENCTO-TRIBUTO.
               PERFORM 0110-CARREGAR-PEDIDOS.
               PERFORM 0130-CARREGAR-FORNECEDORES.
               PERFORM 0150-CARREGAR-TABELA-RET.
               OPEN INPUT FATURAS-IN
                    EXTEND CONTAS-PAGAR
                    OUTPUT RELATORIO-DIV
                    EXTEND MOVIMENTO-DESEMPENHO.
               MOVE 'DIVERGENCIAS DE FATURA DE FORNECEDOR'
                   TO CAB-TITULO-RELATORIO.
               MOVE SPACES TO WRK-LINHA-DIV.
                   MOVE 29 TO WRK-ULT-DIA-MES
               END-IF.
      ******************************
      **** VENCIMENTO DOS TITULOS DE TRIBUTO RETIDO: DIA 20 (IRRF E
      **** CSRF) E DIA 10 (ISS) DO MES SEGUINTE AO DO RUN
      ******************************
           0108-CALCULAR-VENCTO-TRIBUTO.
               MOVE WRK-DATA-RUN TO WRK-DATA-CALC.
               ADD 1 TO WRK-CALC-MES.
               IF WRK-CALC-MES > 12
                   MOVE 1 TO WRK-CALC-MES
                   ADD 1 TO WRK-CALC-ANO
               END-IF.
               MOVE 20 TO WRK-CALC-DIA.
               MOVE WRK-DATA-CALC TO WRK-VENCTO-FEDERAL.
               MOVE 10 TO WRK-CALC-DIA.
               MOVE WRK-DATA-CALC TO WRK-VENCTO-ISS.
      ******************************
      **** DATA LIMITE DO DESCONTO POR PAGAMENTO ANTECIPADO = DATA
      **** DO RUN (EMISSAO DO TITULO) + DIAS DE DESCONTO DA FATURA
      ******************************
           0109-CALCULAR-DATA-DESCONTO.
               MOVE WRK-DATA-RUN TO WRK-DATA-CALC.
               ADD REG-FAT-DIAS-DESC TO WRK-CALC-DIA.
               MOVE ZEROS TO WRK-ULT-DIA-MES.
               PERFORM 0106-AJUSTAR-DATA-CALC
                   UNTIL WRK-CALC-DIA NOT > WRK-ULT-DIA-MES.
               MOVE WRK-DATA-CALC TO WRK-DATA-DESC.
      ******************************
      **** CARREGA EM MEMORIA AS LINHAS DE PEDIDO DE COMPRA, COM A
      **** QUANTIDADE JA RECEBIDA GRAVADA PELO PROGCOB52
      ******************************
                   TO TAB-PED-FORNECEDOR (WRK-QTD-PED).
               MOVE WRK-PCP-MATERIAL
                   TO TAB-PED-MATERIAL (WRK-QTD-PED).
               MOVE WRK-PCP-PRODUTO
                   TO TAB-PED-PRODUTO (WRK-QTD-PED).
               MOVE WRK-PCP-QTDE-AREA
                   TO TAB-PED-QTDE-AREA (WRK-QTD-PED).
               MOVE WRK-PCP-VALOR
                   AT END SET FIM-FORNECEDORES TO TRUE
               END-READ.
      ******************************
      **** CARREGA EM MEMORIA A TABELA EXTERNA DE REGRAS DE RETENCAO
      **** NA FONTE POR FORNECEDOR + SERVICO, SE O ARQUIVO EXISTIR
      ******************************
           0150-CARREGAR-TABELA-RET.
               OPEN INPUT TABELA-RET-IN.
               IF TABRET-OK
                   READ TABELA-RET-IN
                       AT END SET FIM-TABELA-RET TO TRUE
                   END-READ
                   PERFORM 0160-LER-TABELA-RET
                       UNTIL FIM-TABELA-RET OR WRK-QTD-RET >= 500
                   CLOSE TABELA-RET-IN
               END-IF.
           0160-LER-TABELA-RET.
               ADD 1 TO WRK-QTD-RET.
               MOVE REG-RET-FORNECEDOR
                   TO TAB-RET-FORNECEDOR (WRK-QTD-RET).
               MOVE REG-RET-SERVICO   TO TAB-RET-SERVICO (WRK-QTD-RET).
               MOVE REG-RET-ALIQ-IRRF
                   TO TAB-RET-ALIQ-IRRF (WRK-QTD-RET).
               MOVE REG-RET-ALIQ-ISS
                   TO TAB-RET-ALIQ-ISS (WRK-QTD-RET).
               MOVE REG-RET-ALIQ-CSRF
                   TO TAB-RET-ALIQ-CSRF (WRK-QTD-RET).
               READ TABELA-RET-IN
                   AT END SET FIM-TABELA-RET TO TRUE
               END-READ.
      ******************************
      **** CASAMENTO DE TRES VIAS DA FATURA: FORNECEDOR CADASTRADO,
      **** LINHA DE PEDIDO EXISTENTE, QUANTIDADE DENTRO DO RECEBIDO
      **** E PRECO DENTRO DA TOLERANCIA. FATURA DE SERVICO (CODIGO DE
      **** SERVICO PREENCHIDO) NAO TEM PEDIDO NEM RECEBIMENTO: APROVA
      **** COM O FORNECEDOR CADASTRADO E A REGRA DE RETENCAO DO
      **** SERVICO NA TABRET
      ******************************
           0200-PROCESSAR-FATURA.
               ADD 1 TO WRK-TOTAL-FATURAS.
               MOVE SPACES TO WRK-MOTIVO-DIV.
               PERFORM 0210-CONFERIR-FORNECEDOR.
               IF FORNECEDOR-ACHADO
                   PERFORM 0215-LOCALIZAR-REGRA
                   IF REG-FAT-SERVICO = SPACES
                       PERFORM 0220-CONFERIR-PEDIDO
                   ELSE
                       ADD 1 TO WRK-TOTAL-SERVICOS
                       IF NOT REGRA-ACHADA
                           MOVE 'SERVICO SEM REGRA DE RETENCAO'
                               TO WRK-MOTIVO-DIV
                       END-IF
                   END-IF
               END-IF.
               IF WRK-MOTIVO-DIV = SPACES
                   PERFORM 0250-APROVAR-FATURA
                   ADD 1 TO WRK-TOTAL-DIVERGENTES
                   PERFORM 0260-LISTAR-DIVERGENCIA
               END-IF.
               IF FORNECEDOR-ACHADO
                   PERFORM 0270-GRAVAR-DESEMPENHO
               END-IF.
               READ FATURAS-IN
                   AT END SET FIM-FATURAS TO TRUE
               END-READ.
                   MOVE 'FORNECEDOR NAO CADASTRADO'
                       TO WRK-MOTIVO-DIV
               END-IF.
           0215-LOCALIZAR-REGRA.
               MOVE 'N' TO WRK-ACHOU-REGRA.
               IF WRK-QTD-RET > 0
                   SET TAB-RET-IDX TO 1
                   SEARCH TAB-RET
                       AT END CONTINUE
                       WHEN TAB-RET-FORNECEDOR (TAB-RET-IDX)
                               = REG-FAT-FORNECEDOR
                           AND TAB-RET-SERVICO (TAB-RET-IDX)
                               = REG-FAT-SERVICO
                           SET REGRA-ACHADA TO TRUE
                   END-SEARCH
               END-IF.
           0220-CONFERIR-PEDIDO.
               MOVE 'N' TO WRK-ACHOU-PEDIDO.
               IF WRK-QTD-PED > 0
                               = REG-FAT-FORNECEDOR
                           AND TAB-PED-MATERIAL (TAB-PED-IDX)
                               = REG-FAT-MATERIAL
                           AND TAB-PED-PRODUTO (TAB-PED-IDX)
                               = REG-FAT-PRODUTO
                           SET PEDIDO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.
               END-IF.
      ******************************
      **** FATURA APROVADA VIRA TITULO EM ABERTO NO CONTAS A PAGAR
      **** PELO VALOR LIQUIDO DAS RETENCOES, MAIS UM TITULO POR
      **** TRIBUTO RETIDO, E CONSOME A QUANTIDADE RECEBIDA DA LINHA
      **** (SO A FATURA DE MATERIAL/PRODUTO TEM LINHA DE PEDIDO)
      ******************************
           0250-APROVAR-FATURA.
               ADD 1 TO WRK-TOTAL-APROVADAS.
               IF REG-FAT-SERVICO = SPACES
                   ADD REG-FAT-QTDE-AREA
                       TO TAB-PED-QTDE-FATUR (TAB-PED-IDX)
               END-IF.
               ADD REG-FAT-VALOR TO WRK-TOTAL-APROVADO.
               PERFORM 0255-CALCULAR-RETENCAO.
               MOVE SPACES TO WRK-PAGAVEL.
               MOVE REG-FAT-FORNECEDOR TO WRK-PAG-FORNECEDOR.
               MOVE REG-FAT-NUMERO     TO WRK-PAG-REFERENCIA.
               MOVE WRK-VALOR-LIQUIDO  TO WRK-PAG-VALOR.
               MOVE WRK-DATA-RUN       TO WRK-PAG-EMISSAO.
               MOVE WRK-DATA-VENCTO    TO WRK-PAG-VENCIMENTO.
               MOVE REG-FAT-EMPRESA    TO WRK-PAG-EMPRESA.
               MOVE ZEROS TO WRK-PAG-PERC-DESC WRK-PAG-VALOR-DESC.
               MOVE SPACES TO WRK-PAG-DATA-DESC.
      ********DESCONTO SO VALE COM PERCENTUAL E PRAZO INFORMADOS E
      ********PRAZO MENOR QUE O VENCIMENTO DE 30 DIAS DO TITULO
               IF REG-FAT-PERC-DESC IS NUMERIC
                   AND REG-FAT-PERC-DESC > 0
                   AND REG-FAT-DIAS-DESC IS NUMERIC
                   AND REG-FAT-DIAS-DESC > 0
                   AND REG-FAT-DIAS-DESC < 30
                   ADD 1 TO WRK-TOTAL-COM-DESC
                   MOVE REG-FAT-PERC-DESC TO WRK-PAG-PERC-DESC
                   PERFORM 0109-CALCULAR-DATA-DESCONTO
                   MOVE WRK-DATA-DESC TO WRK-PAG-DATA-DESC
               END-IF.
               SET PAG-ABERTO TO TRUE.
               WRITE LINHA-PAGAVEL FROM WRK-PAGAVEL.
               MOVE ZEROS TO WRK-PAG-PERC-DESC.
               MOVE SPACES TO WRK-PAG-DATA-DESC.
               IF WRK-VALOR-IRRF > 0
                   MOVE 'IRRF' TO WRK-COD-TRIBUTO
                   MOVE WRK-VALOR-IRRF TO WRK-VALOR-TRIBUTO
                   MOVE WRK-VENCTO-FEDERAL TO WRK-PAG-VENCIMENTO
                   PERFORM 0258-GRAVAR-TITULO-TRIBUTO
               END-IF.
               IF WRK-VALOR-ISS > 0
                   MOVE 'ISS ' TO WRK-COD-TRIBUTO
                   MOVE WRK-VALOR-ISS TO WRK-VALOR-TRIBUTO
                   MOVE WRK-VENCTO-ISS TO WRK-PAG-VENCIMENTO
                   PERFORM 0258-GRAVAR-TITULO-TRIBUTO
               END-IF.
               IF WRK-VALOR-CSRF > 0
                   MOVE 'CSRF' TO WRK-COD-TRIBUTO
                   MOVE WRK-VALOR-CSRF TO WRK-VALOR-TRIBUTO
                   MOVE WRK-VENCTO-FEDERAL TO WRK-PAG-VENCIMENTO
                   PERFORM 0258-GRAVAR-TITULO-TRIBUTO
               END-IF.
      ******************************
      **** VALOR RETIDO DE CADA TRIBUTO PELA REGRA DO FORNECEDOR +
      **** SERVICO (SEM REGRA, NADA E RETIDO) E LIQUIDO DO TITULO
      ******************************
           0255-CALCULAR-RETENCAO.
               MOVE ZEROS TO WRK-VALOR-IRRF WRK-VALOR-ISS
                             WRK-VALOR-CSRF.
               IF REGRA-ACHADA
                   COMPUTE WRK-VALOR-IRRF ROUNDED = REG-FAT-VALOR
                       * TAB-RET-ALIQ-IRRF (TAB-RET-IDX) / 100
                   COMPUTE WRK-VALOR-ISS ROUNDED = REG-FAT-VALOR
                       * TAB-RET-ALIQ-ISS (TAB-RET-IDX) / 100
                   COMPUTE WRK-VALOR-CSRF ROUNDED = REG-FAT-VALOR
                       * TAB-RET-ALIQ-CSRF (TAB-RET-IDX) / 100
                   IF WRK-VALOR-IRRF < WRK-MINIMO-RETENCAO
                       MOVE ZEROS TO WRK-VALOR-IRRF
                   END-IF
                   IF WRK-VALOR-CSRF < WRK-MINIMO-RETENCAO
                       MOVE ZEROS TO WRK-VALOR-CSRF
                   END-IF
               END-IF.
               ADD WRK-VALOR-IRRF TO WRK-TOTAL-RET-IRRF.
               ADD WRK-VALOR-ISS  TO WRK-TOTAL-RET-ISS.
               ADD WRK-VALOR-CSRF TO WRK-TOTAL-RET-CSRF.
               MOVE REG-FAT-NUMERO TO WRK-ORI-DOCUMENTO.
               IF WRK-VALOR-IRRF > 0
                   MOVE 1 TO WRK-OTR-IDX
                   PERFORM 0256-REGISTRAR-ORIGEM
               END-IF.
               IF WRK-VALOR-ISS > 0
                   MOVE 2 TO WRK-OTR-IDX
                   PERFORM 0256-REGISTRAR-ORIGEM
               END-IF.
               IF WRK-VALOR-CSRF > 0
                   MOVE 3 TO WRK-OTR-IDX
                   PERFORM 0256-REGISTRAR-ORIGEM
               END-IF.
               COMPUTE WRK-VALOR-LIQUIDO = REG-FAT-VALOR
                   - WRK-VALOR-IRRF - WRK-VALOR-ISS - WRK-VALOR-CSRF.
      ******************************
      **** GUARDA A FATURA COMO PRIMEIRA (SE FOR A PRIMEIRA) E
      **** ULTIMA DO TRIBUTO RETIDO EM WRK-OTR-IDX
      ******************************
           0256-REGISTRAR-ORIGEM.
               IF TAB-OTR-QTD-DOCS (WRK-OTR-IDX) = 0
                   MOVE WRK-ORI-DOCUMENTO
                       TO TAB-OTR-DOC-INICIAL (WRK-OTR-IDX)
               END-IF.
               MOVE WRK-ORI-DOCUMENTO
                   TO TAB-OTR-DOC-FINAL (WRK-OTR-IDX).
               ADD 1 TO TAB-OTR-QTD-DOCS (WRK-OTR-IDX).
      ******************************
      **** TITULO DO TRIBUTO RETIDO: FORNECEDOR E FATURA DE ORIGEM,
      **** CODIGO DO TRIBUTO E VENCIMENTO DO MES SEGUINTE
      ******************************
           0258-GRAVAR-TITULO-TRIBUTO.
               ADD 1 TO WRK-TOTAL-TRIBUTOS.
               MOVE WRK-VALOR-TRIBUTO TO WRK-PAG-VALOR.
               MOVE WRK-COD-TRIBUTO   TO WRK-PAG-TRIBUTO.
               SET PAG-ABERTO TO TRUE.
               WRITE LINHA-PAGAVEL FROM WRK-PAGAVEL.
           0260-LISTAR-DIVERGENCIA.
               MOVE SPACES TO WRK-ITEM-ED.
               EVALUATE TRUE
                   WHEN REG-FAT-SERVICO NOT = SPACES
                       STRING 'SERV ' DELIMITED BY SIZE
                              REG-FAT-SERVICO DELIMITED BY SIZE
                              INTO WRK-ITEM-ED
                   WHEN REG-FAT-PRODUTO = SPACES
                       STRING 'MAT ' DELIMITED BY SIZE
                              REG-FAT-MATERIAL DELIMITED BY SIZE
                              INTO WRK-ITEM-ED
                   WHEN OTHER
                       STRING 'PROD ' DELIMITED BY SIZE
                              REG-FAT-PRODUTO DELIMITED BY SIZE
                              INTO WRK-ITEM-ED
               END-EVALUATE.
               MOVE REG-FAT-VALOR TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-DIV.
               STRING 'FATURA ' DELIMITED BY SIZE
                      REG-FAT-NUMERO DELIMITED BY SIZE
                      ' FORN ' DELIMITED BY SIZE
                      REG-FAT-FORNECEDOR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-ITEM-ED DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-MOTIVO-DIV DELIMITED BY SIZE
                      INTO WRK-LINHA-DIV.
               WRITE LINHA-DIV FROM WRK-LINHA-DIV.
      ******************************
      **** GRAVA O EVENTO DE FATURA DO FORNECEDOR CADASTRADO NO
      **** MOVIMENTO DE DESEMPENHO (DESFMOV): APROVADA OU DIVERGENTE
      ******************************
           0270-GRAVAR-DESEMPENHO.
               MOVE SPACES TO WRK-DESEMPENHO-FORN.
               SET DSF-FATURA TO TRUE.
               MOVE REG-FAT-FORNECEDOR TO WRK-DSF-FORNECEDOR.
               MOVE WRK-DATA-RUN       TO WRK-DSF-DATA.
               MOVE REG-FAT-MATERIAL   TO WRK-DSF-MATERIAL.
               MOVE REG-FAT-PRODUTO    TO WRK-DSF-PRODUTO.
               MOVE ZEROS TO WRK-DSF-DIAS-ATRASO
                             WRK-DSF-QTDE-DEVIDA
                             WRK-DSF-QTDE-ENTREGUE.
               IF WRK-MOTIVO-DIV = SPACES
                   SET DSF-APROVADA TO TRUE
               ELSE
                   SET DSF-DIVERGENTE TO TRUE
               END-IF.
               WRITE LINHA-DESEMPENHO FROM WRK-DESEMPENHO-FORN.
           0300-FINALIZAR.
               MOVE WRK-TOTAL-APROVADO TO WRK-VALOR-2-ED.
               DISPLAY '********************'.
               DISPLAY 'FATURAS APROVADAS  : ' WRK-TOTAL-APROVADAS.
               DISPLAY 'FATURAS DIVERGENTES: ' WRK-TOTAL-DIVERGENTES.
               DISPLAY 'VALOR APROVADO     : ' WRK-VALOR-2-ED.
               DISPLAY 'FATURAS DE SERVICO : ' WRK-TOTAL-SERVICOS.
               DISPLAY 'TITULOS DE TRIBUTO : ' WRK-TOTAL-TRIBUTOS.
               DISPLAY 'TITULOS C/ DESCONTO: ' WRK-TOTAL-COM-DESC.
               MOVE WRK-TOTAL-RET-IRRF TO WRK-VALOR-2-ED.
               DISPLAY 'IRRF RETIDO        : ' WRK-VALOR-2-ED.
               MOVE WRK-TOTAL-RET-ISS TO WRK-VALOR-2-ED.
               DISPLAY 'ISS RETIDO         : ' WRK-VALOR-2-ED.
               MOVE WRK-TOTAL-RET-CSRF TO WRK-VALOR-2-ED.
               DISPLAY 'CSRF RETIDO        : ' WRK-VALOR-2-ED.
               CLOSE FATURAS-IN CONTAS-PAGAR RELATORIO-DIV
                     MOVIMENTO-DESEMPENHO.
               PERFORM 0310-GRAVAR-LANCAMENTOS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** LANCA NO ARQUIVO DE INTERFACE DO RAZAO O TOTAL RETIDO NO
      **** RUN DE CADA TRIBUTO, NA CONTA DE TRIBUTO RETIDO A RECOLHER
      **** (RETIRF, RETISS, RETCSR -- PASSIVO, VALOR NEGATIVO COMO A
      **** OBRIGACAO DO PAGFOR), ARREDONDADO PARA REAIS INTEIROS
      ******************************
           0310-GRAVAR-LANCAMENTOS.
               IF WRK-TOTAL-TRIBUTOS > 0
                   OPEN EXTEND LANCAMENTOS-INT
                   MOVE 'RETIRF' TO WRK-CONTA-LCI
                   MOVE WRK-TOTAL-RET-IRRF TO WRK-VALOR-LCI
                   MOVE 1 TO WRK-OTR-IDX
                   PERFORM 0320-GRAVAR-LANCAMENTO
                   MOVE 'RETISS' TO WRK-CONTA-LCI
                   MOVE WRK-TOTAL-RET-ISS TO WRK-VALOR-LCI
                   MOVE 2 TO WRK-OTR-IDX
                   PERFORM 0320-GRAVAR-LANCAMENTO
                   MOVE 'RETCSR' TO WRK-CONTA-LCI
                   MOVE WRK-TOTAL-RET-CSRF TO WRK-VALOR-LCI
                   MOVE 3 TO WRK-OTR-IDX
                   PERFORM 0320-GRAVAR-LANCAMENTO
                   CLOSE LANCAMENTOS-INT
               END-IF.
           0320-GRAVAR-LANCAMENTO.
               IF WRK-VALOR-LCI > 0
                   MOVE SPACES TO REG-LANCTO-INT
                   MOVE WRK-CONTA-LCI TO REG-LCI-CONTA
                   MOVE WRK-DATA-RUN TO REG-LCI-DATA
                   COMPUTE REG-LCI-VALOR ROUNDED = 0 - WRK-VALOR-LCI
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FIN' TO REG-LCI-CCUSTO
                   MOVE 'PROGCOB53' TO REG-LCI-PROGRAMA
                   MOVE TAB-OTR-DOC-INICIAL (WRK-OTR-IDX)
                       TO REG-LCI-DOC-INICIAL
                   MOVE TAB-OTR-DOC-FINAL (WRK-OTR-IDX)
                       TO REG-LCI-DOC-FINAL
                   MOVE TAB-OTR-QTD-DOCS (WRK-OTR-IDX)
                       TO REG-LCI-QTD-DOCS
                   WRITE REG-LANCTO-INT
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
