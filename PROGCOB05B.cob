      *     CUSTO (COM) NO FIM DO REGISTRO, VALIDADO PELO RAZAO
      *     (PROGCOB06B) CONTRA O CADASTRO CCUSTO E CONSUMIDO PELO
      *     RATEIO E RESULTADO POR CENTRO DE CUSTO (PROGCOB66)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ITEM GANHOU O CODIGO DO PRODUTO NO FIM DO REGISTRO
      *     (REG-ITEM-PRODUTO, O MESMO REG-PRD-CODIGO DO PRDMST) E O
      *     RUN PASSOU A CALCULAR O IPI POR LINHA: O NCM VEM DO
      *     CADASTRO DE PRODUTOS E A ALIQUOTA DA TABELA EXTERNA NCM X
      *     IPI (TABIPI, COPYBOOK CPYIPI). O IPI ENTRA NO TOTAL COM
      *     IMPOSTO DA LINHA E DA FATURA, SAI NUMA LINHA PROPRIA DEBAIXO
      *     DO ITEM CLASSIFICADO, NO TOTAL DA FATURA E NO CSV, E VAI NO
      *     MOVIMENTO FISCAL (FISCMOV: NCM, ALIQUOTA E IPI AO LADO DO
      *     ICMS). ITEM SEM PRODUTO (FORMATO ANTIGO) SAI SEM IPI
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CABECALHO DE FATURA (REGISTRO H) GANHOU A REFERENCIA DO
      *     TITULO DO RECEBIV COBRADO PELA FATURA E O RUN PASSOU A
      *     GRAVAR O MOVIMENTO DA NOTA FISCAL ELETRONICA (NFEMOV,
      *     COPYBOOK CPYNFE): CABECALHO COM CPF, CNPJ DA EMPRESA
      *     (EMPMST) E REFERENCIA, OS ITENS COM ICMS E IPI E O TOTAL DA
      *     FATURA, DE ONDE O PROGNFE MONTA A TRANSMISSAO PARA A SEFAZ.
      *     ITEM SEM CABECALHO (FORMATO ANTIGO) NAO VAI PARA A NF-E
      *    ALTERADO= 15/10/26 - KAROLINE
      *     CADA FATURA COM DESCONTO PASSOU A SAIR NO MOVIMENTO
      *     DE DESCONTOS (DESCMOV, COPYBOOK CPYDESCM: DATA, FATURA,
      *     EMPRESA, CPF, BRUTO E DESCONTO), ACUMULADO NOITE A NOITE
      *     E LIDO PELA RENTABILIDADE MENSAL POR CLIENTE (PROGRNT)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CPF DO CLIENTE NO CABECALHO DA FATURA (ITEMIN) E NA TABELA
      *     DE DESCONTOS (TABDESC) FOI PARA 14 POSICOES, PARA ACEITAR
      *     TAMBEM O CNPJ DO CLIENTE PESSOA JURIDICA (CPF ENCOSTADO A
      *     ESQUERDA); A EMPRESA DO CABECALHO ANDOU TRES POSICOES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LANCAMENTO DE FATURAMENTO NO LANCINT PASSOU A LEVAR A
      *     ORIGEM (CPYLORI): O PROGRAMA E A PRIMEIRA E A ULTIMA FATURA
      *     DA EMPRESA NO LOTE, COM A QUANTIDADE DE FATURAS
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT TABELA-ICMS-IN ASSIGN TO TABICMS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABICMS-STATUS.
               SELECT TABELA-IPI-IN ASSIGN TO TABIPI
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABIPI-STATUS.
               SELECT PRODUTO-MASTER ASSIGN TO PRDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRD-CODIGO
                   FILE STATUS IS WRK-PRDMST-STATUS.
               SELECT MOVIMENTO-FISCAL ASSIGN TO FISCMOV
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MOVIMENTO-NFE ASSIGN TO NFEMOV
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MOVIMENTO-DESCONTO ASSIGN TO DESCMOV
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TABELA-DESC-IN ASSIGN TO TABDESC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABDESC-STATUS.
                   FILE STATUS IS WRK-REPROC-STATUS.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LCK-STATUS.
               02 REG-ICM-UF-ORIGEM  PIC X(02).
               02 REG-ICM-UF-DESTINO PIC X(02).
               02 REG-ICM-ALIQUOTA   PIC 9(02)V99.
           FD  TABELA-IPI-IN.
           01  REG-TABIPI-IN.
               02 REG-IPI-NCM      PIC X(08).
               02 REG-IPI-ALIQUOTA PIC 9(02)V99.
           FD  PRODUTO-MASTER.
           01  REG-PRODUTO.
               02 REG-PRD-CODIGO    PIC 9(06).
               02 REG-PRD-DESCRICAO PIC X(30).
               02 REG-PRD-PESO      PIC 9(05)V99.
               02 REG-PRD-VALOR     PIC 9(07)V99.
               02 REG-PRD-SITUACAO  PIC X(01).
                   88 PRD-ATIVO            VALUE 'A' ' '.
                   88 PRD-INATIVO          VALUE 'I'.
                   88 PRD-AGUARDANDO-PRECO VALUE 'P'.
               02 REG-PRD-NCM       PIC X(08).
           FD  TABELA-DESC-IN.
           01  REG-TABDESC-IN.
               02 REG-DSC-CPF        PIC X(14).
               02 REG-DSC-QTDE-DE    PIC 9(05).
               02 REG-DSC-QTDE-ATE   PIC 9(05).
               02 REG-DSC-PERCENTUAL PIC 9(02)V99.
               02 REG-ITEM-HASH-ESP PIC 9(09)V99.
               02 REG-ITEM-UF-ORIGEM  PIC X(02).
               02 REG-ITEM-UF-DESTINO PIC X(02).
               02 REG-ITEM-PRODUTO    PIC 9(06).
           01  REG-FATURA-HDR.
               02 REG-HDR-NUMERO PIC 9(06).
               02 FILLER         PIC X(06).
               02 REG-HDR-TIPO   PIC X(01).
                   88 REG-ITEM-CABECALHO VALUE 'H'.
               02 REG-HDR-DATA   PIC X(08).
               02 REG-HDR-CPF    PIC X(14).
               02 REG-HDR-EMPRESA PIC X(03).
               02 REG-HDR-REFERENCIA PIC X(20).
           FD  EMPRESAS-IN.
           01  REG-EMPRESA-IN.
               02 REG-EMP-CODIGO PIC X(03).
           FD  RELATORIO-ITENS.
           01  LINHA-ITEM PIC X(100).
           FD  RELATORIO-ITENS-CSV.
           01  LINHA-ITEM-CSV PIC X(120).
           FD  RESUMO-EOD.
           01  LINHA-RESUMO-EOD PIC X(100).
           FD  CONTROLE-LOTE.
               02 REG-LCI-EMPRESA PIC X(03).
               02 FILLER        PIC X(01).
               02 REG-LCI-CCUSTO PIC X(04).
               02 REG-LCI-ORIGEM.
                   03 REG-LCI-PROGRAMA    PIC X(10).
                   03 REG-LCI-DOC-INICIAL PIC X(20).
                   03 REG-LCI-DOC-FINAL   PIC X(20).
                   03 REG-LCI-QTD-DOCS    PIC 9(05).
           FD  MOVIMENTO-FISCAL.
           01  REG-MOV-FISCAL.
               02 REG-FIS-DATA       PIC X(08).
               02 REG-FIS-ALIQUOTA   PIC 9(02)V99.
               02 FILLER             PIC X(02).
               02 REG-FIS-ICMS       PIC 9(09)V99.
               02 FILLER             PIC X(02).
               02 REG-FIS-NCM        PIC X(08).
               02 FILLER             PIC X(02).
               02 REG-FIS-ALIQ-IPI   PIC 9(02)V99.
               02 FILLER             PIC X(02).
               02 REG-FIS-IPI        PIC 9(09)V99.
           FD  MOVIMENTO-NFE.
           01  LINHA-MOVIMENTO-NFE PIC X(100).
           FD  MOVIMENTO-DESCONTO.
           01  LINHA-MOVIMENTO-DESC PIC X(60).
           FD  CONTROLE-DATA.
           01  LINHA-CONTROLE-DATA PIC X(30).
           FD  REPROCESSO-IN.
           01  REG-REPROCESSO.
               02 REG-REP-FLAG PIC X(01).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           77 WRK-REPROC-STATUS PIC X(02) VALUE '00'.
               88 REPROC-OK VALUE '00'.
           COPY CPYAUDIT.
           COPY CPYELO.

           COPY CPYPARM.
           COPY CPYICMS.
           COPY CPYIPI.
           COPY CPYNFE.
           COPY CPYDESC.
           COPY CPYDESCM.
           COPY CPYCTRL.
           COPY CPYEOD.
           COPY CPYCAB.
           COPY CPYLORI.
      ******************************
      **** FATURA ABERTA NA QUEBRA POR CABECALHO
      ******************************
               88 FATURA-ABERTA VALUE 'S'.
           77 WRK-FAT-NUMERO PIC 9(06) VALUE ZEROS.
           77 WRK-FAT-DATA   PIC X(08) VALUE SPACES.
           77 WRK-FAT-CPF    PIC X(14) VALUE SPACES.
           77 WRK-FAT-NUMERO-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-FAT-ITENS  PIC 9(04) VALUE ZEROS.
           77 WRK-FAT-LIQ    PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-FAT-ICMS   PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-FAT-IPI    PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-FAT-TOTAL  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-FAT-BRUTO  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-FAT-DESC   PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-FAT-LIQ-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-FAT-ICMS-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-FAT-IPI-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-FAT-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-FATURAS PIC 9(06) VALUE ZEROS.
           77 WRK-EMPMST-STATUS PIC X(02) VALUE '00'.
           77 WRK-FIM-EMPRESAS PIC X(01) VALUE 'N'.
               88 FIM-EMPRESAS VALUE 'S'.
           77 WRK-FAT-EMPRESA PIC X(03) VALUE SPACES.
           77 WRK-FAT-CNPJ    PIC X(14) VALUE SPACES.
           77 WRK-FAT-REFERENCIA PIC X(20) VALUE SPACES.
           77 WRK-EMPRESA-PADRAO PIC X(30) VALUE SPACES.
           77 WRK-EMP-IMPR PIC 9(02) VALUE ZEROS.
      ******************************
                  INDEXED BY TAB-EMP-IDX.
                   03 TAB-EMP-CODIGO  PIC X(03).
                   03 TAB-EMP-NOME    PIC X(30).
                   03 TAB-EMP-CNPJ    PIC X(14).
                   03 TAB-EMP-LIQUIDO PIC 9(11)V99.
                   03 TAB-EMP-DOC-INICIAL PIC X(20).
                   03 TAB-EMP-DOC-FINAL   PIC X(20).
                   03 TAB-EMP-QTD-DOCS    PIC 9(05).
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-TABICMS-STATUS PIC X(02) VALUE '00'.
               88 DESCONTO-ACHADO VALUE 'S'.
           77 WRK-FIM-TABICMS PIC X(01) VALUE 'N'.
               88 FIM-TABELA-ICMS VALUE 'S'.
           77 WRK-TABIPI-STATUS PIC X(02) VALUE '00'.
               88 TABIPI-OK VALUE '00'.
           77 WRK-FIM-TABIPI PIC X(01) VALUE 'N'.
               88 FIM-TABELA-IPI VALUE 'S'.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 PRDMST-OK VALUE '00'.
           77 WRK-PRDMST-ABERTO PIC X(01) VALUE 'N'.
               88 PRDMST-FOI-ABERTO VALUE 'S'.
           77 WRK-NCM          PIC X(08) VALUE SPACES.
           77 WRK-ALIQ-IPI     PIC 9(02)V99 VALUE ZEROS COMP-3.
           77 WRK-ALIQ-IPI-ED  PIC Z9,99 VALUE ZEROS.
           77 WRK-VALOR-IPI    PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-IPI-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-IPI    PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-IPI-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-ALIQUOTA     PIC 9(02)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-ICMS   PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-TOTAL  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ICMS     PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-ICMS-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-ITEM-CSV PIC X(120) VALUE SPACES.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ITENS VALUE 'S'.
           77 WRK-QTDE        PIC 9(05) VALUE ZEROS.
               END-IF.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0060-CARREGAR-TABELA-ICMS.
               PERFORM 0065-CARREGAR-TABELA-IPI.
               PERFORM 0080-CARREGAR-TABELA-DESC.
               PERFORM 0090-CARREGAR-EMPRESAS.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 8
                   DISPLAY '*** LOTE REJEITADO - NENHUM CONTROLE OU '
                       'LANCAMENTO FOI GRAVADO ***'
                   CLOSE ITENS-IN RELATORIO-ITENS MOVIMENTO-NFE
                         MOVIMENTO-DESCONTO
                   IF WRK-CSV-EXPORT-ATIVO
                       CLOSE RELATORIO-ITENS-CSV
                   END-IF
                   IF PRDMST-FOI-ABERTO
                       CLOSE PRODUTO-MASTER
                   END-IF
                   PERFORM 0990-REGISTRAR-FIM
                   STOP RUN
               END-IF.
                   AT END SET FIM-TABELA-ICMS TO TRUE
               END-READ.
      ******************************
      **** CARREGA EM MEMORIA A TABELA EXTERNA DE ALIQUOTAS DE IPI
      **** POR NCM, SE O ARQUIVO EXISTIR
      ******************************
           0065-CARREGAR-TABELA-IPI.
               OPEN INPUT TABELA-IPI-IN.
               IF TABIPI-OK
                   READ TABELA-IPI-IN
                       AT END SET FIM-TABELA-IPI TO TRUE
                   END-READ
                   PERFORM 0075-LER-TABELA-IPI
                       UNTIL FIM-TABELA-IPI OR WRK-QTD-IPI >= 2000
                   CLOSE TABELA-IPI-IN
               END-IF.
           0075-LER-TABELA-IPI.
               ADD 1 TO WRK-QTD-IPI.
               MOVE REG-IPI-NCM      TO TAB-IPI-NCM (WRK-QTD-IPI).
               MOVE REG-IPI-ALIQUOTA TO TAB-IPI-ALIQUOTA (WRK-QTD-IPI).
               READ TABELA-IPI-IN
                   AT END SET FIM-TABELA-IPI TO TRUE
               END-READ.
      ******************************
      **** CARREGA EM MEMORIA A TABELA EXTERNA DE REGRAS DE DESCONTO,
      **** SE O ARQUIVO EXISTIR
      ******************************
               ADD 1 TO WRK-QTD-EMP.
               MOVE REG-EMP-CODIGO TO TAB-EMP-CODIGO (WRK-QTD-EMP).
               MOVE REG-EMP-NOME   TO TAB-EMP-NOME (WRK-QTD-EMP).
               MOVE REG-EMP-CNPJ   TO TAB-EMP-CNPJ (WRK-QTD-EMP).
               MOVE ZEROS TO TAB-EMP-LIQUIDO (WRK-QTD-EMP)
                             TAB-EMP-QTD-DOCS (WRK-QTD-EMP).
               MOVE SPACES TO TAB-EMP-DOC-INICIAL (WRK-QTD-EMP)
                              TAB-EMP-DOC-FINAL (WRK-QTD-EMP).
               READ EMPRESAS-IN
                   AT END SET FIM-EMPRESAS TO TRUE
               END-READ.
           0100-INICIALIZAR.
               OPEN INPUT ITENS-IN
                    OUTPUT RELATORIO-ITENS
                    EXTEND MOVIMENTO-FISCAL
                    OUTPUT MOVIMENTO-NFE
                    EXTEND MOVIMENTO-DESCONTO.
               OPEN INPUT PRODUTO-MASTER.
               IF PRDMST-OK
                   SET PRDMST-FOI-ABERTO TO TRUE
               END-IF.
               MOVE 'FATURA DE ITENS' TO CAB-TITULO-RELATORIO.
               MOVE CAB-EMPRESA TO WRK-EMPRESA-PADRAO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               WRITE LINHA-ITEM.
               IF WRK-CSV-EXPORT-ATIVO
                   OPEN OUTPUT RELATORIO-ITENS-CSV
                   MOVE 'QTDE,VUNIT,BRUTO,DESCONTO,LIQUIDO,ICMS,IPI'
                       TO LINHA-ITEM-CSV
                   MOVE ',TOTAL' TO LINHA-ITEM-CSV (43:6)
                   WRITE LINHA-ITEM-CSV
               END-IF.
               READ ITENS-IN
               MOVE REG-HDR-DATA   TO WRK-FAT-DATA.
               MOVE REG-HDR-CPF    TO WRK-FAT-CPF.
               MOVE REG-HDR-EMPRESA TO WRK-FAT-EMPRESA.
               MOVE REG-HDR-REFERENCIA TO WRK-FAT-REFERENCIA.
               PERFORM 0203-NOME-DA-EMPRESA.
               PERFORM 0204-GRAVAR-NFE-CABECALHO.
               MOVE ZEROS TO WRK-FAT-ITENS WRK-FAT-LIQ
                             WRK-FAT-ICMS WRK-FAT-IPI WRK-FAT-TOTAL
                             WRK-FAT-BRUTO WRK-FAT-DESC.
               ADD 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE WRK-FAT-NUMERO TO WRK-FAT-NUMERO-ED.
      ******************************
           0203-NOME-DA-EMPRESA.
               MOVE WRK-EMPRESA-PADRAO TO CAB-EMPRESA.
               MOVE SPACES TO WRK-FAT-CNPJ.
               IF WRK-QTD-EMP > 0
                   SET TAB-EMP-IDX TO 1
                   SEARCH TAB-EMP
                           = WRK-FAT-EMPRESA
                           MOVE TAB-EMP-NOME (TAB-EMP-IDX)
                               TO CAB-EMPRESA
                           MOVE TAB-EMP-CNPJ (TAB-EMP-IDX)
                               TO WRK-FAT-CNPJ
                   END-SEARCH
               END-IF.
      ******************************
      **** MOVIMENTO DA NF-E (NFEMOV, COPYBOOK CPYNFE): CABECALHO C
      **** NA ABERTURA DA FATURA, UM ITEM I POR LINHA FATURADA E O
      **** TOTAL T NO FECHAMENTO -- DAQUI O PROGNFE MONTA O ARQUIVO
      **** DE TRANSMISSAO PARA A SEFAZ
      ******************************
           0204-GRAVAR-NFE-CABECALHO.
               MOVE SPACES TO WRK-NFE-CABECALHO.
               SET NFE-REG-CABECALHO TO TRUE.
               MOVE WRK-FAT-EMPRESA    TO WRK-NFC-EMPRESA.
               MOVE WRK-FAT-NUMERO     TO WRK-NFC-NUMERO.
               MOVE WRK-FAT-DATA       TO WRK-NFC-DATA.
               MOVE WRK-FAT-CPF        TO WRK-NFC-CPF.
               MOVE WRK-FAT-CNPJ       TO WRK-NFC-CNPJ.
               MOVE WRK-FAT-REFERENCIA TO WRK-NFC-REFERENCIA.
               WRITE LINHA-MOVIMENTO-NFE FROM WRK-NFE-CABECALHO.
           0212-GRAVAR-NFE-ITEM.
               MOVE SPACES TO WRK-NFE-ITEM.
               SET NFE-REG-ITEM TO TRUE.
               MOVE WRK-FAT-EMPRESA TO WRK-NFI-EMPRESA.
               MOVE WRK-FAT-NUMERO  TO WRK-NFI-NUMERO.
               MOVE WRK-FAT-ITENS   TO WRK-NFI-SEQUENCIA.
               IF REG-ITEM-PRODUTO IS NUMERIC
                   MOVE REG-ITEM-PRODUTO TO WRK-NFI-PRODUTO
               ELSE
                   MOVE ZEROS TO WRK-NFI-PRODUTO
               END-IF.
               MOVE WRK-NCM             TO WRK-NFI-NCM.
               MOVE WRK-QTDE            TO WRK-NFI-QTDE.
               MOVE WRK-VALOR-UNIT      TO WRK-NFI-VALOR-UNIT.
               MOVE WRK-VALOR-LIQ       TO WRK-NFI-VALOR-LIQ.
               MOVE REG-ITEM-UF-ORIGEM  TO WRK-NFI-UF-ORIGEM.
               MOVE REG-ITEM-UF-DESTINO TO WRK-NFI-UF-DESTINO.
               MOVE WRK-ALIQUOTA        TO WRK-NFI-ALIQ-ICMS.
               MOVE WRK-VALOR-ICMS      TO WRK-NFI-ICMS.
               MOVE WRK-ALIQ-IPI        TO WRK-NFI-ALIQ-IPI.
               MOVE WRK-VALOR-IPI       TO WRK-NFI-IPI.
               WRITE LINHA-MOVIMENTO-NFE FROM WRK-NFE-ITEM.
           0264-GRAVAR-NFE-TOTAL.
               MOVE SPACES TO WRK-NFE-TOTAL.
               SET NFE-REG-TOTAL TO TRUE.
               MOVE WRK-FAT-EMPRESA TO WRK-NFT-EMPRESA.
               MOVE WRK-FAT-NUMERO  TO WRK-NFT-NUMERO.
               MOVE WRK-FAT-ITENS   TO WRK-NFT-ITENS.
               MOVE WRK-FAT-LIQ     TO WRK-NFT-LIQUIDO.
               MOVE WRK-FAT-ICMS    TO WRK-NFT-ICMS.
               MOVE WRK-FAT-IPI     TO WRK-NFT-IPI.
               MOVE WRK-FAT-TOTAL   TO WRK-NFT-TOTAL.
               WRITE LINHA-MOVIMENTO-NFE FROM WRK-NFE-TOTAL.
      ******************************
      **** FECHA A FATURA ABERTA COM OS TOTAIS DO DOCUMENTO
      ******************************
           0260-FECHAR-FATURA.
               MOVE WRK-FAT-LIQ   TO WRK-FAT-LIQ-ED.
               MOVE WRK-FAT-ICMS  TO WRK-FAT-ICMS-ED.
               MOVE WRK-FAT-IPI   TO WRK-FAT-IPI-ED.
               MOVE WRK-FAT-TOTAL TO WRK-FAT-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA-ITEM.
               STRING 'TOTAL ITENS ' DELIMITED BY SIZE
                      WRK-FAT-ITENS DELIMITED BY SIZE
                      ' LIQ' DELIMITED BY SIZE
                      WRK-FAT-LIQ-ED DELIMITED BY SIZE
                      ' ICMS' DELIMITED BY SIZE
                      WRK-FAT-ICMS-ED DELIMITED BY SIZE
                      ' IPI' DELIMITED BY SIZE
                      WRK-FAT-IPI-ED DELIMITED BY SIZE
                      ' TOTAL' DELIMITED BY SIZE
                      WRK-FAT-TOTAL-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ITEM.
               WRITE LINHA-ITEM FROM WRK-LINHA-ITEM.
               PERFORM 0264-GRAVAR-NFE-TOTAL.
               IF WRK-FAT-DESC > 0
                   PERFORM 0266-GRAVAR-MOV-DESCONTO
               END-IF.
               MOVE 'N' TO WRK-TEM-FATURA.
      ******************************
      **** MOVIMENTO DE DESCONTOS (DESCMOV): UMA LINHA POR FATURA COM
      **** DESCONTO, COM O CPF DO CLIENTE -- DAQUI A RENTABILIDADE
      **** POR CLIENTE (PROGRNT) TIRA O DESCONTO CONCEDIDO NO MES
      ******************************
           0266-GRAVAR-MOV-DESCONTO.
               MOVE SPACES TO WRK-DESCONTO-MOV.
               MOVE WRK-FAT-DATA    TO WRK-DMV-DATA.
               MOVE WRK-FAT-NUMERO  TO WRK-DMV-FATURA.
               MOVE WRK-FAT-EMPRESA TO WRK-DMV-EMPRESA.
               MOVE WRK-FAT-CPF     TO WRK-DMV-CPF.
               MOVE WRK-FAT-BRUTO   TO WRK-DMV-BRUTO.
               MOVE WRK-FAT-DESC    TO WRK-DMV-DESCONTO.
               WRITE LINHA-MOVIMENTO-DESC FROM WRK-DESCONTO-MOV.
           0205-PROCESSAR-ITEM.
               ADD 1 TO WRK-TOTAL-ITENS.
               MOVE REG-ITEM-QTDE  TO WRK-QTDE.
      ********OPERACAO DE SUBTRACAO - VALOR LIQUIDO DO ITEM
               SUBTRACT WRK-VALOR-DESC FROM WRK-VALOR-BRUTO
                   GIVING WRK-VALOR-LIQ.
      ********CALCULO DO IPI DA LINHA PELA ALIQUOTA DO NCM DO PRODUTO
               PERFORM 0206-CALCULAR-IPI.
      ********CALCULO DO ICMS DA LINHA PELA ALIQUOTA DO PAR DE UF
               PERFORM 0208-CALCULAR-ICMS.
      ********OPERACAO DE SOMA - ACUMULA TOTAIS DO LOTE
               ADD WRK-VALOR-LIQ  TO WRK-TOTAL-GERAL.
               ADD WRK-VALOR-ICMS TO WRK-TOTAL-ICMS.
               ADD WRK-VALOR-IPI  TO WRK-TOTAL-IPI.
               ADD WRK-VALOR-UNIT TO WRK-SOMA-UNIT.
               PERFORM 0209-SOMAR-LIQUIDO-EMPRESA.
               IF FATURA-ABERTA
                   ADD 1 TO WRK-FAT-ITENS
                   ADD WRK-VALOR-LIQ   TO WRK-FAT-LIQ
                   ADD WRK-VALOR-ICMS  TO WRK-FAT-ICMS
                   ADD WRK-VALOR-IPI   TO WRK-FAT-IPI
                   ADD WRK-VALOR-TOTAL TO WRK-FAT-TOTAL
                   ADD WRK-VALOR-BRUTO TO WRK-FAT-BRUTO
                   ADD WRK-VALOR-DESC  TO WRK-FAT-DESC
                   PERFORM 0212-GRAVAR-NFE-ITEM
               END-IF.
               PERFORM 0210-IMPRIMIR-LINHA.
               PERFORM 0290-LER-PROXIMO-ITEM.
                   PERFORM 0219-CRIAR-EMPRESA
               END-IF.
               ADD WRK-VALOR-LIQ TO TAB-EMP-LIQUIDO (TAB-EMP-IDX).
               MOVE WRK-FAT-NUMERO TO WRK-ORI-DOCUMENTO.
               IF TAB-EMP-QTD-DOCS (TAB-EMP-IDX) = 0
                   MOVE WRK-ORI-DOCUMENTO
                       TO TAB-EMP-DOC-INICIAL (TAB-EMP-IDX)
               END-IF.
               IF WRK-ORI-DOCUMENTO NOT =
                   TAB-EMP-DOC-FINAL (TAB-EMP-IDX)
                   MOVE WRK-ORI-DOCUMENTO
                       TO TAB-EMP-DOC-FINAL (TAB-EMP-IDX)
                   ADD 1 TO TAB-EMP-QTD-DOCS (TAB-EMP-IDX)
               END-IF.
           0219-CRIAR-EMPRESA.
               IF WRK-QTD-EMP < 20
                   ADD 1 TO WRK-QTD-EMP
                   MOVE WRK-FAT-EMPRESA
                       TO TAB-EMP-CODIGO (TAB-EMP-IDX)
                   MOVE SPACES TO TAB-EMP-NOME (TAB-EMP-IDX)
                                  TAB-EMP-CNPJ (TAB-EMP-IDX)
                   MOVE ZEROS TO TAB-EMP-LIQUIDO (TAB-EMP-IDX)
                                 TAB-EMP-QTD-DOCS (TAB-EMP-IDX)
                   MOVE SPACES TO TAB-EMP-DOC-INICIAL (TAB-EMP-IDX)
                                  TAB-EMP-DOC-FINAL (TAB-EMP-IDX)
               ELSE
                   SET TAB-EMP-IDX TO WRK-QTD-EMP
                   IF RETURN-CODE NOT = 8
                   END-SEARCH
               END-IF.
      ******************************
      **** PROCURA O NCM DO PRODUTO DA LINHA NO PRDMST E A ALIQUOTA
      **** DO NCM NA TABELA TABIPI E CALCULA O IPI SOBRE O LIQUIDO DA
      **** LINHA; ITEM SEM PRODUTO (LOTE NO FORMATO ANTIGO), PRODUTO
      **** FORA DO CADASTRO OU NCM FORA DA TABELA SAI COM IPI ZERO
      ******************************
           0206-CALCULAR-IPI.
               MOVE SPACES TO WRK-NCM.
               MOVE ZEROS TO WRK-ALIQ-IPI WRK-VALOR-IPI.
               IF PRDMST-FOI-ABERTO
                   AND REG-ITEM-PRODUTO IS NUMERIC
                   AND REG-ITEM-PRODUTO > ZEROS
                   MOVE REG-ITEM-PRODUTO TO REG-PRD-CODIGO
                   READ PRODUTO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF PRDMST-OK
                       MOVE REG-PRD-NCM TO WRK-NCM
                   END-IF
               END-IF.
               IF WRK-NCM NOT = SPACES AND WRK-QTD-IPI > 0
                   SET TAB-IPI-IDX TO 1
                   SEARCH TAB-IPI
                       AT END CONTINUE
                       WHEN TAB-IPI-NCM (TAB-IPI-IDX) = WRK-NCM
                           MOVE TAB-IPI-ALIQUOTA (TAB-IPI-IDX)
                               TO WRK-ALIQ-IPI
                   END-SEARCH
               END-IF.
               COMPUTE WRK-VALOR-IPI ROUNDED =
                   WRK-VALOR-LIQ * WRK-ALIQ-IPI / 100.
      ******************************
      **** PROCURA A ALIQUOTA DO PAR UF ORIGEM X DESTINO E CALCULA O
      **** ICMS SOBRE O LIQUIDO DA LINHA; PAR SEM ALIQUOTA NA TABELA
      **** SAI COM IMPOSTO ZERO
               COMPUTE WRK-VALOR-ICMS ROUNDED =
                   WRK-VALOR-LIQ * WRK-ALIQUOTA / 100.
               COMPUTE WRK-VALOR-TOTAL =
                   WRK-VALOR-LIQ + WRK-VALOR-ICMS + WRK-VALOR-IPI.
               PERFORM 0211-GRAVAR-MOV-FISCAL.
      ******************************
      **** GRAVA A LINHA DO MOVIMENTO FISCAL (FISCMOV): DOCUMENTO,
      **** PAR DE UF, BASE, ALIQUOTA E ICMS DA LINHA, COM NCM,
      **** ALIQUOTA E VALOR DO IPI AO LADO -- E DESTE
      **** ARQUIVO QUE O EXTRATO FISCAL MENSAL (PROGCOB68) SAI, EM
      **** VEZ DE O FISCAL REDIGITAR OS RELATORIOS IMPRESSOS
      ******************************
               MOVE WRK-VALOR-LIQ  TO REG-FIS-BASE.
               MOVE WRK-ALIQUOTA   TO REG-FIS-ALIQUOTA.
               MOVE WRK-VALOR-ICMS TO REG-FIS-ICMS.
               MOVE WRK-NCM        TO REG-FIS-NCM.
               MOVE WRK-ALIQ-IPI   TO REG-FIS-ALIQ-IPI.
               MOVE WRK-VALOR-IPI  TO REG-FIS-IPI.
               WRITE REG-MOV-FISCAL.
           0210-IMPRIMIR-LINHA.
               MOVE WRK-QTDE        TO WRK-QTDE-ED.
               MOVE WRK-VALOR-DESC  TO WRK-VALOR-DESC-ED.
               MOVE WRK-VALOR-LIQ   TO WRK-VALOR-LIQ-ED.
               MOVE WRK-VALOR-ICMS  TO WRK-VALOR-ICMS-ED.
               MOVE WRK-VALOR-IPI   TO WRK-VALOR-IPI-ED.
               MOVE WRK-VALOR-TOTAL TO WRK-VALOR-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA-ITEM.
               STRING WRK-QTDE-ED        DELIMITED BY SIZE
                      WRK-VALOR-TOTAL-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ITEM.
               WRITE LINHA-ITEM FROM WRK-LINHA-ITEM.
      ********ITEM COM PRODUTO CLASSIFICADO GANHA A LINHA DO IPI LOGO
      ********ABAIXO (O TOTAL C/IMP DA LINHA DE CIMA JA INCLUI O IPI)
               IF WRK-NCM NOT = SPACES
                   MOVE WRK-ALIQ-IPI TO WRK-ALIQ-IPI-ED
                   MOVE SPACES TO WRK-LINHA-ITEM
                   STRING '      NCM ' DELIMITED BY SIZE
                          WRK-NCM DELIMITED BY SIZE
                          '  ALIQUOTA IPI ' DELIMITED BY SIZE
                          WRK-ALIQ-IPI-ED DELIMITED BY SIZE
                          '%  IPI ' DELIMITED BY SIZE
                          WRK-VALOR-IPI-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-ITEM
                   WRITE LINHA-ITEM FROM WRK-LINHA-ITEM
               END-IF.
               IF WRK-CSV-EXPORT-ATIVO
                   PERFORM 0215-GRAVAR-LINHA-CSV
               END-IF.
                      ','                DELIMITED BY SIZE
                      WRK-VALOR-ICMS-ED  DELIMITED BY SIZE
                      ','                DELIMITED BY SIZE
                      WRK-VALOR-IPI-ED   DELIMITED BY SIZE
                      ','                DELIMITED BY SIZE
                      WRK-VALOR-TOTAL-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ITEM-CSV.
               WRITE LINHA-ITEM-CSV FROM WRK-LINHA-ITEM-CSV.
               MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-GERAL-ED.
               MOVE WRK-MEDIA-UNIT  TO WRK-MEDIA-UNIT-ED.
               MOVE WRK-TOTAL-ICMS  TO WRK-TOTAL-ICMS-ED.
               MOVE WRK-TOTAL-IPI   TO WRK-TOTAL-IPI-ED.
               DISPLAY '********************'.
               DISPLAY 'ITENS PROCESSADOS : ' WRK-TOTAL-ITENS.
               DISPLAY 'VALOR MEDIO UNIT. : ' WRK-MEDIA-UNIT-ED.
               DISPLAY 'TOTAL GERAL LIQ.  : ' WRK-TOTAL-GERAL-ED.
               DISPLAY 'TOTAL ICMS LOTE   : ' WRK-TOTAL-ICMS-ED.
               DISPLAY 'TOTAL IPI LOTE    : ' WRK-TOTAL-IPI-ED.
               DISPLAY 'FATURAS IMPRESSAS : ' WRK-TOTAL-FATURAS.
               CLOSE ITENS-IN RELATORIO-ITENS MOVIMENTO-FISCAL
                     MOVIMENTO-NFE MOVIMENTO-DESCONTO.
               IF PRDMST-FOI-ABERTO
                   CLOSE PRODUTO-MASTER
               END-IF.
               IF WRK-CSV-EXPORT-ATIVO
                   CLOSE RELATORIO-ITENS-CSV
               END-IF.
      ******************************
      **** GRAVA NO ARQUIVO DE INTERFACE DO RAZAO UM LANCAMENTO DE
      **** FATURAMENTO POR EMPRESA, COM O LIQUIDO ACUMULADO DA
      **** PROPRIA EMPRESA (ARREDONDADO PARA REAIS INTEIROS), COM A
      **** PRIMEIRA E A ULTIMA FATURA DA EMPRESA NO LOTE
      ******************************
           0920-GRAVAR-LANCAMENTO.
               OPEN EXTEND LANCAMENTOS-INT.
                   MOVE 'COM' TO REG-LCI-CCUSTO
                   COMPUTE REG-LCI-VALOR ROUNDED =
                       TAB-EMP-LIQUIDO (TAB-EMP-IDX)
                   MOVE 'PROGCOB05B' TO REG-LCI-PROGRAMA
                   MOVE TAB-EMP-DOC-INICIAL (TAB-EMP-IDX)
                       TO REG-LCI-DOC-INICIAL
                   MOVE TAB-EMP-DOC-FINAL (TAB-EMP-IDX)
                       TO REG-LCI-DOC-FINAL
                   MOVE TAB-EMP-QTD-DOCS (TAB-EMP-IDX)
                       TO REG-LCI-QTD-DOCS
                   WRITE REG-LANCTO-INT
               END-IF.
               ADD 1 TO WRK-EMP-IMPR.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE 'RUN JA COMPLETO NA DATA' TO WRK-AUD-ENTRADA.
               MOVE 'REPROCESSO AUTORIZADO' TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0885-GRAVAR-CONTROLE-DATA.
               MOVE SPACES TO WRK-CONTROLE-DATA.
               MOVE 'PROGCOB05B' TO WRK-BDT-PROGRAMA.
               OPEN EXTEND CONTROLE-DATA.
               WRITE LINHA-CONTROLE-DATA FROM WRK-CONTROLE-DATA.
               CLOSE CONTROLE-DATA.
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
