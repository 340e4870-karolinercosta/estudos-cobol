      *    ALTERADO= 09/08/26 - KAROLINE
      *     WRK-TOTAL-HASH GANHOU DUAS CASAS DECIMAIS (DE S9(11) PARA
      *     S9(11)V99), MESMO AJUSTE FEITO EM WRK-CTL-HASH (CPYCTRL),
      *     POIS WRK-PED-VALOR TEM CENTAVOS E ESTAVA SENDO TRUNCADO
      *     AO SOMAR NUM ACUMULADOR SEM CASAS DECIMAIS
      *    ALTERADO= 09/08/26 - KAROLINE
      *     WRK-PED-DIMENSAO, ATE ENTAO SO LIDA E GUARDADA, PASSA A
      *     PESAR NO FRETE: PEDIDO COM CUBAGEM ACIMA DE 1,00 M3 LEVA
      *     O ADICIONAL DE CUBAGEM (15% SOBRE O FRETE BASE), MESMA
      *     REGRA APLICADA NO PROGCOB09
      *     (PROGCOB16) ATUALIZAR O STATUS E O RELATORIO DE
      *     PONTUALIDADE (PROGCOB17) MEDIR CADA TRANSPORTADORA
      *    ALTERADO= 22/08/26 - KAROLINE
      *     O PEDIDO GANHOU O CODIGO DO PRODUTO (WRK-PED-CODIGO, O
      *     MESMO REG-PRD-CODIGO DO CADASTRO PRDMST) NO FIM DO
      *     REGISTRO, PARA O CONTROLE DE ESTOQUE (PROGCOB20) BAIXAR
      *     A UNIDADE EXPEDIDA DE CADA PEDIDO DO DIA; ESTE PROGRAMA
      *     BRANCO/ZERO VALEM COMO SEM LIMITE, PARA A TABELA ANTIGA
      *     CONTINUAR FUNCIONANDO)
      *    ALTERADO= 22/08/26 - KAROLINE
      *     O PEDIDO GANHOU O NUMERO DE COTACAO (WRK-PED-COTACAO, NO
      *     FIM DO REGISTRO, EM BRANCO QUANDO NAO HOUVE COTACAO):
      *     PEDIDO COM COTACAO AINDA VALIDA (ARQUIVO COTMST, GRAVADO
      *     PELO PROGCOB37) E FATURADO PELO VALOR COTADO, COM A
      *     PEDIDO RETIDO PELA MESMA TABELA DEPROTA): RESERVA DE
      *     PEDIDO COM DESTINO NO D2 DEIXA DE DERRUBAR O ATP DO D1
      *     E DE BACKORDEAR PEDIDO QUE O D1 COBRIA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O PEDIN PASSOU A TRAZER PEDIDO COM VARIOS ITENS: UM
      *     CABECALHO (TIPO C) SEGUIDO DOS ITENS (TIPO I, CODIGO DO
      *     PRDMST + QUANTIDADE), LAYOUT DO COPYBOOK CPYPEDIN. O PESO
      *     E O VALOR DO PEDIDO SAO A SOMA DOS ITENS PELO PRDMST E O
      *     FRETE E TARIFADO UMA VEZ SO SOBRE O PESO SOMADO; SAI UM
      *     EMBARQUE E UM TITULO POR PEDIDO, E UM REGISTRO POR ITEM
      *     NO EMBITEM (CPYEMBIT) PARA O ESTOQUE SER MOVIDO ITEM A
      *     ITEM. O ATP E CONFERIDO ITEM A ITEM PELA QUANTIDADE E O
      *     PEDIDO SO E FATURADO COM TODOS OS ITENS COBERTOS. O
      *     PEDIDO ANTIGO DE UMA LINHA CONTINUA ACEITO COMO PEDIDO DE
      *     UM ITEM SO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LAYOUT DO PRDMST GANHOU A SITUACAO DO PRODUTO NO FIM DO
      *     REGISTRO (REG-PRD-SITUACAO, MANTIDA PELO PROGCOB98). ITEM DE
      *     PRODUTO INATIVO OU AINDA AGUARDANDO APROVACAO DO PRECO
      *     DERRUBA O PEDIDO PARA O PEDREJ COM 'PRODUTO INATIVO'
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE PRODUTOS (PRDMST) GANHOU O NCM DO PRODUTO
      *     (REG-PRD-NCM) NO FIM DO REGISTRO, QUE PASSOU DE 53 PARA 61
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O FRETE GANHOU OS ADICIONAIS QUE A TRANSPORTADORA
      *     COBRA EM SEPARADO, PELA TABELA TABTAXA (CPYTAXA): GRIS
      *     E AD VALOREM SOBRE O VALOR DA MERCADORIA, PEDAGIO POR
      *     FRACAO DE 100 KG DO PESO TARIFAVEL E TDE SOBRE O FRETE
      *     PESO PARA CEP DO CLIENTE EM FAIXA DE ENTREGA DIFICIL.
      *     OS ADICIONAIS ENTRAM NO FRETE COBRADO E SAO GRAVADOS UM
      *     A UM NO EMBARQUE, PARA O PROGCOB18 CONCILIAR CADA
      *     COMPONENTE CONTRA A FATURA; O RELATORIO TRAZ UMA LINHA
      *     COM OS ADICIONAIS ABAIXO DO PEDIDO. SEM A TABELA NAO HA
      *     ADICIONAL, COMO ANTES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O PEDIDO PASSOU A CARREGAR O REPRESENTANTE DE VENDA: O DO
      *     CABECALHO DO PEDIN OU, EM BRANCO, O DO CADASTRO DO CLIENTE
      *     (REG-CLI-VENDEDOR), CARIMBADO NO CABECALHO GUARDADO PARA
      *     RETENCAO E BACKORDER. O TITULO DO RECEBIV SAI COM O
      *     REPRESENTANTE, BASE DA COMISSAO MENSAL (PROGCOM)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE DO PEDIDO (WRK-CPF-PEDIDO) TEM 14
      *     POSICOES E ACEITA CPF OU CNPJ, VINDO DO CABECALHO DO PEDIDO;
      *     O PEDIDO ANTIGO DE UMA LINHA CONTINUA SO COM CPF. CONTRATOS,
      *     EXPOSICAO DE CREDITO E SCORE FORAM PARA 14 POSICOES E O
      *     REPRESENTANTE DO CABECALHO GUARDADO ANDOU TRES POSICOES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     CADA ITEM FATURADO E ALOCADO NOS LOTES DO PRODUTO NO
      *     DEPOSITO ROTEADO (LOTMST, MANTIDO PELO PROGCOB20), PRIMEIRO
      *     O QUE VENCE PRIMEIRO, PULANDO LOTE JA VENCIDO NA DATA DO RUN
      *     E DESCONTANDO O QUE O PROPRIO RUN JA ALOCOU. O ITEM SAI NO
      *     EMBITEM COM O LOTE E A VALIDADE (UM REGISTRO POR LOTE QUANDO
      *     PEGA MAIS DE UM; O QUE NAO COUBE SAI SEM LOTE) E O EMBARQUE
      *     LEVA O PRIMEIRO LOTE DO SEU CODIGO. SEM O LOTMST O ITEM SAI
      *     SEM LOTE, COMO ANTES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     ITEM CUJO CODIGO E UM KIT (ESTRUTURA NO KITEST, COPYBOOK
      *     CPYKIT: KIT + COMPONENTE + QUANTIDADE) E EXPLODIDO NOS
      *     COMPONENTES NA MONTAGEM DO PEDIDO: O ATP, O CONSUMO DO RUN,
      *     O LOTE E O EMBITEM SAO POR COMPONENTE (QUANTIDADE DO KIT X
      *     QUANTIDADE DO COMPONENTE), O PESO DO FRETE E A SOMA DOS
      *     PESOS DOS COMPONENTES E O VALOR DO KIT NO PRDMST E RATEADO
      *     ENTRE ELES PELO VALOR DE TABELA. COMPONENTE EM FALTA MANDA O
      *     PEDIDO PARA O BACKORDER COM A LINHA ORIGINAL DO KIT, GRAVADA
      *     UMA VEZ SO (TAMBEM NA RETENCAO); COMPONENTE FORA DO PRDMST
      *     DERRUBA O PEDIDO. O PEDIDO ANTIGO DE UM KIT EXPLODE UMA
      *     UNIDADE
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LANCAMENTO DE FRETE NO LANCINT PASSOU A LEVAR A ORIGEM: O
      *     PROGRAMA E A PRIMEIRA E A ULTIMA REFERENCIA DE EMBARQUE DA
      *     EMPRESA NO LOTE, COM A QUANTIDADE DE PEDIDOS
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      *     RECEBIV (CPF + REFERENCIA) E EMBARQ (REFERENCIA) PASSARAM
      *     A ARQUIVOS INDEXADOS, COM CHAVES ALTERNATIVAS DE
      *     VENCIMENTO/DATA PREVISTA E STATUS: TITULO E EMBARQUE
      *     NOVOS SAO INCLUIDOS POR CHAVE (OPEN I-O) E A CHAVE JA
      *     EXISTENTE E AVISADA NO SYSOUT, COM TOTAL NO RESUMO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PEDIDOS-IN ASSIGN TO PEDIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PRODUTO-MASTER ASSIGN TO PRDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRD-CODIGO
                   FILE STATUS IS WRK-PRDMST-STATUS.
               SELECT ITENS-EMBARQUE ASSIGN TO EMBITEM
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ESTOQUE-MASTER ASSIGN TO ESTQMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-EST-CHAVE
                   FILE STATUS IS WRK-ESTQMST-STATUS.
               SELECT LOTE-MASTER ASSIGN TO LOTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-LOT-CHAVE
                   FILE STATUS IS WRK-LOTMST-STATUS.
               SELECT ROTAS-DEPOSITO ASSIGN TO DEPROTA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DEPROTA-STATUS.
               SELECT KITS-IN ASSIGN TO KITEST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-KITEST-STATUS.
               SELECT RESERVAS-IN ASSIGN TO RESERVAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RESERVAS-STATUS.
               SELECT PRAZOS-IN ASSIGN TO TABPRAZO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABPRAZO-STATUS.
               SELECT TAXAS-IN ASSIGN TO TABTAXA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABTAXA-STATUS.
               SELECT FATORES-CUBAGEM ASSIGN TO CUBFAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CUBFAT-STATUS.
               SELECT RESUMO-EOD ASSIGN TO EODSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-RECEBIV-STATUS.
               SELECT EMBARQUES ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PEDIDOS-RETIDOS ASSIGN TO PEDHOLD
                   FILE STATUS IS WRK-REPROC-STATUS.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT DATA-PORTAO ASSIGN TO GATEDATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-GATE-STATUS.
               02 REG-FRT-VIG-INI PIC X(08).
               02 REG-FRT-VIG-FIM PIC X(08).
           FD  PEDIDOS-IN.
           01  LINHA-PEDIDO-IN PIC X(80).
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
           FD  ITENS-EMBARQUE.
           01  LINHA-ITEM-EMBARQUE PIC X(100).
           FD  ESTOQUE-MASTER.
           01  REG-ESTOQUE.
               02 REG-EST-CHAVE.
                                       SIGN IS LEADING SEPARATE.
               02 REG-EST-PONTO-REPOS PIC 9(05).
               02 REG-EST-CUSTO-MEDIO PIC 9(07)V99.
           FD  LOTE-MASTER.
           01  REG-LOTE.
               02 REG-LOT-CHAVE.
                   03 REG-LOT-CODIGO   PIC 9(06).
                   03 REG-LOT-DEPOSITO PIC X(02).
                   03 REG-LOT-VALIDADE PIC X(08).
                   03 REG-LOT-NUMERO   PIC X(10).
               02 REG-LOT-QTDE        PIC S9(07)
                                       SIGN IS LEADING SEPARATE.
               02 REG-LOT-DATA-ENTRADA PIC X(08).
           FD  ROTAS-DEPOSITO.
           01  REG-ROTA-DEPOSITO.
               02 REG-ROT-UF       PIC X(02).
               02 FILLER           PIC X(02).
               02 REG-ROT-DEPOSITO PIC X(02).
           FD  KITS-IN.
           01  REG-KIT.
               02 REG-KIT-CODIGO     PIC 9(06).
               02 FILLER             PIC X(02).
               02 REG-KIT-COMPONENTE PIC 9(06).
               02 FILLER             PIC X(02).
               02 REG-KIT-QTDE       PIC 9(03).
           FD  RESERVAS-IN.
           01  REG-RESERVA-IN.
               02 REG-RSV-CODIGO   PIC 9(06).
               02 REG-SEG-PREMIO-MIN PIC 9(05)V99.
           FD  CONTRATOS-IN.
           01  REG-CONTRATO-IN.
               02 REG-CTR-CPF     PIC X(14).
               02 REG-CTR-UF      PIC X(02).
               02 REG-CTR-ATE-KG  PIC 9(05)V99.
               02 REG-CTR-MULT    PIC 9(02)V99.
               02 REG-PRZ-VIG-INI PIC X(08).
               02 FILLER          PIC X(02).
               02 REG-PRZ-VIG-FIM PIC X(08).
           FD  TAXAS-IN.
           01  LINHA-TAXA-IN PIC X(60).
           FD  FATORES-CUBAGEM.
           01  REG-FATOR-CUBAGEM.
               02 REG-CUB-TRANSP PIC X(04).
               02 REG-FER-UF   PIC X(02).
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
           FD  PEDIDOS-REJ.
           01  REG-PEDIDO-REJ PIC X(112).
           FD  RELATORIO-FRETE.
           FD  RESUMO-EOD.
           01  LINHA-RESUMO-EOD PIC X(100).
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
           FD  EMBARQUES.
           01  LINHA-EMBARQUE.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
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
           FD  PEDIDOS-RETIDOS.
           01  REG-PEDIDO-HOLD.
               02 REG-HLD-PEDIDO PIC X(80).
           01  REG-REPROCESSO.
               02 REG-REP-FLAG PIC X(01).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  DATA-PORTAO.
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
           77 WRK-REPROC-STATUS PIC X(02) VALUE '00'.
               88 REPROC-OK VALUE '00'.
           COPY CPYAUDIT.
           COPY CPYELO.

           COPY CPYPARM.
           COPY CPYCTRL.
               02 TAB-CTR OCCURS 1 TO 200 TIMES
                  DEPENDING ON WRK-QTD-CTR
                  INDEXED BY TAB-CTR-IDX.
                   03 TAB-CTR-CPF     PIC X(14).
                   03 TAB-CTR-UF      PIC X(02).
                   03 TAB-CTR-ATE-KG  PIC 9(05)V99.
                   03 TAB-CTR-MULT    PIC 9(02)V99.
                   03 TAB-CUB-TRANSP PIC X(04).
                   03 TAB-CUB-FATOR  PIC 9(04)V99.
           77 WRK-FATOR-CUBAGEM PIC 9(04)V99 VALUE ZEROS COMP-3.
           COPY CPYTAXA.
           77 WRK-TABTAXA-STATUS PIC X(02) VALUE '00'.
               88 TABTAXA-OK VALUE '00'.
           77 WRK-FIM-TAXAS PIC X(01) VALUE 'N'.
               88 FIM-TAXAS VALUE 'S'.
      ******************************
      **** ADICIONAIS DE FRETE POR TRANSPORTADORA E FAIXAS DE CEP
      **** DE ENTREGA DIFICIL (TDE)
      ******************************
           77 WRK-QTD-TAX PIC 9(03) VALUE ZEROS.
           01 TAB-TAXAS.
               02 TAB-TAX OCCURS 1 TO 100 TIMES
                  DEPENDING ON WRK-QTD-TAX
                  INDEXED BY TAB-TAX-IDX.
                   03 TAB-TAX-TRANSP    PIC X(04).
                   03 TAB-TAX-GRIS-PCT  PIC 9(02)V9999.
                   03 TAB-TAX-GRIS-MIN  PIC 9(05)V99.
                   03 TAB-TAX-ADVAL-PCT PIC 9(02)V9999.
                   03 TAB-TAX-PEDAGIO   PIC 9(05)V99.
                   03 TAB-TAX-TDE-PCT   PIC 9(02)V9999.
                   03 TAB-TAX-TDE-MIN   PIC 9(05)V99.
           77 WRK-QTD-TDE PIC 9(03) VALUE ZEROS.
           01 TAB-FAIXAS-TDE.
               02 TAB-TDE OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-TDE
                  INDEXED BY TAB-TDE-IDX.
                   03 TAB-TDE-TRANSP  PIC X(04).
                   03 TAB-TDE-CEP-INI PIC X(08).
                   03 TAB-TDE-CEP-FIM PIC X(08).
           77 WRK-CEP-CLIENTE PIC X(08) VALUE SPACES.
           77 WRK-TAX-ACHADA-IDX PIC 9(03) VALUE ZEROS.
           77 WRK-CEP-DIFICIL PIC X(01) VALUE 'N'.
               88 CEP-DIFICIL VALUE 'S'.
           77 WRK-FRACOES-PEDAGIO PIC 9(05) VALUE ZEROS.
           77 WRK-RESTO-PEDAGIO PIC 9(03)V99 VALUE ZEROS.
           77 WRK-ADIC-GRIS      PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-ADIC-ADVALOREM PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-ADIC-PEDAGIO   PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-ADIC-TDE       PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-ADIC-ED        PIC ZZZZ9,99 VALUE ZEROS.
           77 WRK-PESO-CUBADO  PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-PESO-TARIFA  PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-PESO-CUB-ED  PIC ZZZZ9,99 VALUE ZEROS.
               02 WRK-REJ-MOTIVO   PIC X(30) VALUE SPACES.
           COPY CPYRECEB.
           COPY CPYEMB.
           COPY CPYEMBIT.
           COPY CPYPEDIN.
      ******************************
      **** PEDIDO MONTADO PARA O CALCULO: NO PEDIDO DE VARIOS ITENS
      **** O CABECALHO DA CPF/UF/TRANSPORTADORA/EMPRESA E O PESO E
      **** O VALOR SAO A SOMA DOS ITENS PELO PRDMST; NO PEDIDO
      **** ANTIGO DE UMA LINHA E O PROPRIO REGISTRO LIDO
      ******************************
           01 WRK-PEDIDO-IN.
               02 WRK-PED-CPF      PIC X(11).
               02 WRK-PED-PRODUTO  PIC X(20).
               02 WRK-PED-VALOR    PIC 9(06)V99.
               02 WRK-PED-PESO     PIC 9(05)V99.
               02 WRK-PED-UF       PIC X(02).
               02 WRK-PED-TRANSP   PIC X(04).
               02 WRK-PED-DIMENSAO PIC 9(03)V99.
               02 WRK-PED-CODIGO   PIC 9(06).
               02 WRK-PED-COTACAO  PIC X(14).
               02 WRK-PED-EMPRESA  PIC X(03).
           77 WRK-FORMATO-PEDIDO PIC X(01) VALUE 'A'.
               88 PEDIDO-ANTIGO       VALUE 'A'.
               88 PEDIDO-COM-ITENS    VALUE 'M'.
           77 WRK-NUMERO-PEDIDO PIC X(10) VALUE SPACES.
           77 WRK-CPF-PEDIDO    PIC X(14) VALUE SPACES.
           77 WRK-VENDEDOR-PEDIDO PIC X(04) VALUE SPACES.
           77 WRK-LINHA-CAB     PIC X(80) VALUE SPACES.
           77 WRK-FIM-LINHAS    PIC X(01) VALUE 'N'.
               88 FIM-LINHAS-PEDIN VALUE 'S'.
           77 WRK-ITENS-SITUACAO PIC X(01) VALUE 'S'.
               88 ITENS-VALIDOS VALUE 'S'.
           77 WRK-MOTIVO-ITENS PIC X(30) VALUE SPACES.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 PRDMST-OK        VALUE '00'.
           77 WRK-PRDMST-ABERTO PIC X(01) VALUE 'N'.
               88 PRDMST-FOI-ABERTO VALUE 'S'.
           77 WRK-PESO-SOMADO  PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-SOMADO PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-ITENS-AVULSOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ITENS-EMBARC  PIC 9(06) VALUE ZEROS.
      ******************************
      **** ALOCACAO DO ITEM NOS LOTES DO PRODUTO NO DEPOSITO
      **** (LOTMST), PRIMEIRO O QUE VENCE PRIMEIRO, PULANDO O LOTE
      **** JA VENCIDO, COM O QUE ESTE RUN JA ALOCOU DE CADA LOTE
      ******************************
           77 WRK-LOTMST-STATUS PIC X(02) VALUE '00'.
               88 LOTMST-OK VALUE '00'.
           77 WRK-LOTMST-ABERTO PIC X(01) VALUE 'N'.
               88 LOTMST-FOI-ABERTO VALUE 'S'.
           77 WRK-FIM-LOTES PIC X(01) VALUE 'N'.
               88 FIM-LOTES VALUE 'S'.
           77 WRK-QTD-LCO PIC 9(04) VALUE ZEROS.
           01 TAB-LOTES-CONSUMIDOS.
               02 TAB-LCO OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-LCO
                  INDEXED BY TAB-LCO-IDX.
                   03 TAB-LCO-CHAVE PIC X(26).
                   03 TAB-LCO-QTDE  PIC 9(07).
           77 WRK-LCO-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-QTDE-A-ALOCAR   PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-QTDE-ALOCADA    PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-LOTE-DISPONIVEL PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-PESO-RESTANTE   PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-RESTANTE  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-SEM-LOTE  PIC 9(06) VALUE ZEROS.
      ******************************
      **** ITENS DO PEDIDO DA VEZ (NO PEDIDO ANTIGO, UM ITEM SO COM
      **** QUANTIDADE 1), COM A LINHA ORIGINAL PARA O BACKORDER E A
      **** RETENCAO GUARDAREM O PEDIDO INTEIRO
      ******************************
           77 WRK-QTD-ITE PIC 9(02) VALUE ZEROS.
           77 WRK-ITE-IDX PIC 9(02) VALUE ZEROS.
           01 TAB-ITENS-PEDIDO.
               02 TAB-ITE OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-ITE
                  INDEXED BY TAB-ITE-IDX.
                   03 TAB-ITE-CODIGO PIC 9(06).
                   03 TAB-ITE-QTDE   PIC 9(05).
                   03 TAB-ITE-PESO   PIC 9(07)V99.
                   03 TAB-ITE-VALOR  PIC 9(09)V99.
                   03 TAB-ITE-LINHA  PIC X(80).
                   03 TAB-ITE-KIT    PIC 9(06).
                   03 TAB-ITE-GRAVA  PIC X(01).
                       88 ITE-GRAVA-LINHA VALUE 'S'.
           77 WRK-CODIGO-ITEM PIC 9(06) VALUE ZEROS.
      ******************************
      **** EXPLOSAO DO KIT NOS COMPONENTES: O PRIMEIRO COMPONENTE
      **** CARREGA A LINHA ORIGINAL DO KIT (OS OUTROS NAO GRAVAM
      **** LINHA NO BACKORDER NEM NA RETENCAO) E O VALOR DO KIT E
      **** RATEADO PELO VALOR DE TABELA DOS COMPONENTES
      ******************************
           COPY CPYKIT.
           77 WRK-KIT-PRIMEIRO    PIC 9(02) VALUE ZEROS.
           77 WRK-KIT-QTDE-PEDIDA PIC 9(05) VALUE ZEROS.
           77 WRK-KIT-QTDE-COMP   PIC 9(08) VALUE ZEROS.
           77 WRK-KIT-LINHA       PIC X(80) VALUE SPACES.
           77 WRK-KIT-VALOR    PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-KIT-LISTA    PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-KIT-RATEADO  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-KITS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CHAVE-REPETIDA PIC 9(06) VALUE ZEROS.
           77 WRK-QTDE-ITEM   PIC 9(05) VALUE ZEROS.
      ******************************
      **** DATA DO RUN E CALCULO DAS DATAS DERIVADAS (VENCIMENTO DO
      **** TITULO EM 30 DIAS, ENTREGA PREVISTA EM 10 DIAS), COM A
               02 TAB-EXP OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-EXP
                  INDEXED BY TAB-EXP-IDX.
                   03 TAB-EXP-CPF   PIC X(14).
                   03 TAB-EXP-VALOR PIC 9(11)V99.
           77 WRK-CPF-EXPOSICAO PIC X(14) VALUE SPACES.
           77 WRK-EXPOSICAO-NOVA PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-EXPOSICAO-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LIMITE-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
               02 TAB-SCO OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-SCO
                  INDEXED BY TAB-SCO-IDX.
                   03 TAB-SCO-CPF PIC X(14).
           77 WRK-RETIDO-SCORE PIC X(01) VALUE 'N'.
               88 RETIDO-POR-SCORE VALUE 'S'.
           77 WRK-VIG-INI PIC X(08) VALUE SPACES.
                   03 TAB-EMP-NOME    PIC X(30).
                   03 TAB-EMP-PEDIDOS PIC 9(06).
                   03 TAB-EMP-FRETE   PIC 9(11)V99.
                   03 TAB-EMP-REF-INICIAL PIC X(20).
                   03 TAB-EMP-REF-FINAL   PIC X(20).
           77 WRK-EMP-IMPR PIC 9(02) VALUE ZEROS.
           77 WRK-EMP-FRETE-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-QTD-RESTART PIC 9(08) VALUE ZEROS.
               PERFORM 0118-CARREGAR-COTACOES.
               PERFORM 0142-CARREGAR-SCORES.
               OPEN INPUT PEDIDOS-IN.
               OPEN I-O CONTAS-RECEBER.
               OPEN I-O EMBARQUES.
               OPEN EXTEND ITENS-EMBARQUE.
      ********O ARQUIVO DE RETIDOS E UMA FILA PERSISTENTE (SO O
      ********PROGCOB36 RESOLVE PENDENCIA), ENTAO SEMPRE EXTEND
               OPEN EXTEND PEDIDOS-RETIDOS.
                       WRITE LINHA-FRETE-CSV
                   END-IF
               END-IF.
               PERFORM 0202-LER-LINHA-PEDIN.
               PERFORM 0201-MONTAR-PEDIDO.
               IF EXISTE-CHECKPOINT
                   PERFORM 0106-AVANCAR-PARA-RESTART
                       UNTIL FIM-PEDIDOS
               IF ESTQMST-OK
                   SET ESTQMST-FOI-ABERTO TO TRUE
               END-IF.
               OPEN INPUT PRODUTO-MASTER.
               IF PRDMST-OK
                   SET PRDMST-FOI-ABERTO TO TRUE
               END-IF.
               OPEN INPUT LOTE-MASTER.
               IF LOTMST-OK
                   SET LOTMST-FOI-ABERTO TO TRUE
               END-IF.
           0132-CARREGAR-RESERVAS.
               OPEN INPUT RESERVAS-IN.
               IF RESERVAS-OK
               READ FATORES-CUBAGEM
                   AT END SET FIM-CUBAGEM TO TRUE
               END-READ.
      ******************************
      **** CARREGA A TABELA DE ADICIONAIS (TABTAXA), SE EXISTIR:
      **** LINHA T VAI PARA AS TAXAS, LINHA C PARA AS FAIXAS DE TDE
      ******************************
           0136B-CARREGAR-TAXAS.
               OPEN INPUT TAXAS-IN.
               IF TABTAXA-OK
                   READ TAXAS-IN INTO WRK-TAXA-TRANSP
                       AT END SET FIM-TAXAS TO TRUE
                   END-READ
                   PERFORM 0136C-LER-TAXA UNTIL FIM-TAXAS
                   CLOSE TAXAS-IN
               END-IF.
           0136C-LER-TAXA.
               IF TAX-REG-TAXAS AND WRK-QTD-TAX < 100
                   ADD 1 TO WRK-QTD-TAX
                   MOVE WRK-TAX-TRANSP
                       TO TAB-TAX-TRANSP (WRK-QTD-TAX)
                   MOVE WRK-TAX-GRIS-PCT
                       TO TAB-TAX-GRIS-PCT (WRK-QTD-TAX)
                   MOVE WRK-TAX-GRIS-MIN
                       TO TAB-TAX-GRIS-MIN (WRK-QTD-TAX)
                   MOVE WRK-TAX-ADVAL-PCT
                       TO TAB-TAX-ADVAL-PCT (WRK-QTD-TAX)
                   MOVE WRK-TAX-PEDAGIO
                       TO TAB-TAX-PEDAGIO (WRK-QTD-TAX)
                   MOVE WRK-TAX-TDE-PCT
                       TO TAB-TAX-TDE-PCT (WRK-QTD-TAX)
                   MOVE WRK-TAX-TDE-MIN
                       TO TAB-TAX-TDE-MIN (WRK-QTD-TAX)
               END-IF.
               IF TAX-REG-CEP-TDE AND WRK-QTD-TDE < 500
                   ADD 1 TO WRK-QTD-TDE
                   MOVE WRK-TAX-TRANSP
                       TO TAB-TDE-TRANSP (WRK-QTD-TDE)
                   MOVE WRK-TAX-CEP-INI
                       TO TAB-TDE-CEP-INI (WRK-QTD-TDE)
                   MOVE WRK-TAX-CEP-FIM
                       TO TAB-TDE-CEP-FIM (WRK-QTD-TDE)
               END-IF.
               READ TAXAS-IN INTO WRK-TAXA-TRANSP
                   AT END SET FIM-TAXAS TO TRUE
               END-READ.
           0137-CARREGAR-CALENDARIO.
               OPEN INPUT CALENDARIO-IN.
               IF CALPROC-OK
               END-IF.
           0106-AVANCAR-PARA-RESTART.
               ADD 1 TO WRK-TOTAL-PEDIDOS.
               PERFORM 0201-MONTAR-PEDIDO.
      ******************************
      **** CALCULA AS DATAS DERIVADAS DO RUN: VENCIMENTO DO TITULO
      **** (RUN + 30 DIAS CORRIDOS) E ENTREGA PREVISTA DO EMBARQUE
               PERFORM 0134-CARREGAR-CONTRATOS.
               PERFORM 0135-CARREGAR-PRAZOS.
               PERFORM 0136-CARREGAR-CUBAGEM.
               PERFORM 0136B-CARREGAR-TAXAS.
               PERFORM 0137-CARREGAR-CALENDARIO.
               PERFORM 0138-CARREGAR-FERIADOS.
               PERFORM 0143-CARREGAR-KITS.
               MOVE WRK-DATA-RUN TO WRK-DATA-CALC.
               ADD 30 TO WRK-CALC-DIA.
               MOVE ZEROS TO WRK-ULT-DIA-MES.
               MOVE REG-EMP-NOME   TO TAB-EMP-NOME   (WRK-QTD-EMP).
               MOVE ZEROS TO TAB-EMP-PEDIDOS (WRK-QTD-EMP)
                             TAB-EMP-FRETE   (WRK-QTD-EMP).
               MOVE SPACES TO TAB-EMP-REF-INICIAL (WRK-QTD-EMP)
                              TAB-EMP-REF-FINAL   (WRK-QTD-EMP).
               READ EMPRESAS-IN
                   AT END SET FIM-EMPRESAS TO TRUE
               END-READ.
      **** CARREGA EM MEMORIA A EXPOSICAO EM ABERTO POR CLIENTE, A
      **** PARTIR DOS TITULOS NAO PAGOS DO CONTAS A RECEBER (O
      **** ARQUIVO E LIDO INTEIRO AQUI E SO DEPOIS REABERTO EM
      **** I-O PARA OS TITULOS DO DIA)
      ******************************
           0108-CARREGAR-EXPOSICOES.
               OPEN INPUT CONTAS-RECEBER.
               IF RECEBIV-OK
                   READ CONTAS-RECEBER NEXT RECORD INTO WRK-RECEBIVEL
                       AT END SET FIM-EXPOSICAO TO TRUE
                   END-READ
                   PERFORM 0109-SOMAR-EXPOSICAO
                   PERFORM 0160-LOCALIZAR-EXPOSICAO
                   ADD WRK-RCB-VALOR TO TAB-EXP-VALOR (TAB-EXP-IDX)
               END-IF.
               READ CONTAS-RECEBER NEXT RECORD INTO WRK-RECEBIVEL
                   AT END SET FIM-EXPOSICAO TO TRUE
               END-READ.
      ******************************
               READ SCORES-IN INTO WRK-SCORE-CLIENTE
                   AT END SET FIM-SCORES TO TRUE
               END-READ.
      ******************************
      **** CARREGA A ESTRUTURA DOS KITS, SE O ARQUIVO EXISTIR; SEM
      **** ELE NENHUM ITEM E EXPLODIDO
      ******************************
           0143-CARREGAR-KITS.
               OPEN INPUT KITS-IN.
               IF KITEST-OK
                   READ KITS-IN
                       AT END SET FIM-KITS TO TRUE
                   END-READ
                   PERFORM 0143A-LER-KIT
                       UNTIL FIM-KITS OR WRK-QTD-KIT >= 2000
                   CLOSE KITS-IN
               END-IF.
           0143A-LER-KIT.
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
           0144-PROCURAR-KIT.
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
           0119-LER-COTACAO.
               ADD 1 TO WRK-QTD-COT.
               MOVE REG-COT-NUMERO
               END-IF.
           0200-PROCESSAR.
               ADD 1 TO WRK-TOTAL-PEDIDOS.
               ADD WRK-PED-VALOR TO WRK-TOTAL-HASH.
               PERFORM 0207-CONSULTAR-CLIENTE.
      ********ITEM SEM PRODUTO NO PRDMST OU COM QUANTIDADE INVALIDA
      ********DERRUBA O PEDIDO INTEIRO, COM O MOTIVO DO ITEM
               IF CLIENTE-LIBERADO AND NOT ITENS-VALIDOS
                   MOVE 'N' TO WRK-CLI-SITUACAO
                   MOVE WRK-MOTIVO-ITENS TO WRK-MOTIVO-REJ
               END-IF.
               IF CLIENTE-LIBERADO
                   PERFORM 0209-CONFERIR-ESTOQUE
               END-IF.
                   ADD 1 TO WRK-TOTAL-BACKORDER
                   MOVE 'SEM ESTOQUE (ATP)' TO WRK-MOTIVO-REJ
                   PERFORM 0208-GRAVAR-PEDIDO-REJ
                   PERFORM 0230-GRAVAR-BACKORDER
               END-IF.
               IF CLIENTE-LIBERADO AND ESTOQUE-COBRE
                   PERFORM 0210-CALCULAR-FRETE
                   PERFORM 0208-GRAVAR-PEDIDO-REJ
               END-IF.
               PERFORM 0245-GRAVAR-CHECKPOINT.
               PERFORM 0201-MONTAR-PEDIDO.
      ******************************
      **** MONTA O PROXIMO PEDIDO: CABECALHO (TIPO C) E OS ITENS
      **** (TIPO I) COM O MESMO NUMERO QUE VEM LOGO ATRAS, OU O
      **** PEDIDO ANTIGO DE UMA LINHA SO. ITEM SEM CABECALHO NA
      **** FRENTE VAI PARA O PEDREJ E E PULADO
      ******************************
           0201-MONTAR-PEDIDO.
               MOVE ZEROS TO WRK-QTD-ITE.
               PERFORM 0205-DESCARTAR-ITEM-AVULSO
                   UNTIL FIM-LINHAS-PEDIN OR NOT PED-REG-ITEM.
               IF FIM-LINHAS-PEDIN
                   SET FIM-PEDIDOS TO TRUE
               ELSE
                   IF PED-REG-CABECALHO
                       PERFORM 0203-MONTAR-CABECALHO
                       PERFORM 0202-LER-LINHA-PEDIN
                       PERFORM 0204-ACUMULAR-ITEM
                           UNTIL FIM-LINHAS-PEDIN
                              OR NOT PED-REG-ITEM
                              OR WRK-ITE-NUMERO
                                 NOT = WRK-NUMERO-PEDIDO
                       PERFORM 0203A-FECHAR-CABECALHO
                   ELSE
                       PERFORM 0206-MONTAR-PEDIDO-ANTIGO
                       PERFORM 0202-LER-LINHA-PEDIN
                   END-IF
               END-IF.
           0202-LER-LINHA-PEDIN.
               READ PEDIDOS-IN INTO WRK-PEDIDO-CAB
                   AT END SET FIM-LINHAS-PEDIN TO TRUE
               END-READ.
           0203-MONTAR-CABECALHO.
               SET PEDIDO-COM-ITENS TO TRUE.
               MOVE 'S' TO WRK-ITENS-SITUACAO.
               MOVE SPACES TO WRK-MOTIVO-ITENS.
               MOVE WRK-PEDIDO-CAB TO WRK-LINHA-CAB.
               MOVE WRK-CAB-NUMERO TO WRK-NUMERO-PEDIDO.
               MOVE ZEROS TO WRK-PESO-SOMADO WRK-VALOR-SOMADO.
               MOVE SPACES TO WRK-PEDIDO-IN.
               MOVE WRK-CAB-CPF TO WRK-PED-CPF WRK-CPF-PEDIDO.
               STRING 'PEDIDO ' DELIMITED BY SIZE
                      WRK-CAB-NUMERO DELIMITED BY SIZE
                      INTO WRK-PED-PRODUTO.
               MOVE ZEROS TO WRK-PED-VALOR WRK-PED-PESO
                             WRK-PED-CODIGO.
               MOVE WRK-CAB-UF      TO WRK-PED-UF.
               MOVE WRK-CAB-TRANSP  TO WRK-PED-TRANSP.
               IF WRK-CAB-DIMENSAO IS NUMERIC
                   MOVE WRK-CAB-DIMENSAO TO WRK-PED-DIMENSAO
               ELSE
                   MOVE ZEROS TO WRK-PED-DIMENSAO
               END-IF.
               MOVE WRK-CAB-COTACAO TO WRK-PED-COTACAO.
               MOVE WRK-CAB-EMPRESA TO WRK-PED-EMPRESA.
               MOVE WRK-CAB-VENDEDOR TO WRK-VENDEDOR-PEDIDO.
      ******************************
      **** PESO E VALOR DO PEDIDO = SOMA DOS ITENS; O CODIGO DO
      **** PRIMEIRO ITEM FICA NO EMBARQUE PARA QUEM LE SO O CPYEMB
      ******************************
           0203A-FECHAR-CABECALHO.
               IF WRK-QTD-ITE = 0 AND ITENS-VALIDOS
                   MOVE 'N' TO WRK-ITENS-SITUACAO
                   MOVE 'PEDIDO SEM ITENS' TO WRK-MOTIVO-ITENS
               END-IF.
               IF WRK-PESO-SOMADO > 99999,99
                   OR WRK-VALOR-SOMADO > 999999,99
                   IF ITENS-VALIDOS
                       MOVE 'N' TO WRK-ITENS-SITUACAO
                       MOVE 'PESO/VALOR DO PEDIDO EXCEDIDO'
                           TO WRK-MOTIVO-ITENS
                   END-IF
               ELSE
                   MOVE WRK-PESO-SOMADO  TO WRK-PED-PESO
                   MOVE WRK-VALOR-SOMADO TO WRK-PED-VALOR
               END-IF.
               IF WRK-QTD-ITE > 0
                   MOVE TAB-ITE-CODIGO (1) TO WRK-PED-CODIGO
                   IF TAB-ITE-KIT (1) > 0
                       MOVE TAB-ITE-KIT (1) TO WRK-PED-CODIGO
                   END-IF
               END-IF.
           0204-ACUMULAR-ITEM.
               IF WRK-QTD-ITE < 50
                   ADD 1 TO WRK-QTD-ITE
                   MOVE WRK-PEDIDO-ITEM TO TAB-ITE-LINHA (WRK-QTD-ITE)
                   MOVE ZEROS TO TAB-ITE-PESO (WRK-QTD-ITE)
                                 TAB-ITE-VALOR (WRK-QTD-ITE)
                                 TAB-ITE-KIT (WRK-QTD-ITE)
                   MOVE 'S' TO TAB-ITE-GRAVA (WRK-QTD-ITE)
                   IF WRK-ITE-CODIGO IS NUMERIC
                       AND WRK-ITE-QTDE IS NUMERIC
                       AND WRK-ITE-QTDE > 0
                       MOVE WRK-ITE-CODIGO
                           TO TAB-ITE-CODIGO (WRK-QTD-ITE)
                       MOVE WRK-ITE-QTDE TO TAB-ITE-QTDE (WRK-QTD-ITE)
                       PERFORM 0204A-CONSULTAR-PRODUTO
                       MOVE WRK-ITE-CODIGO TO WRK-KIT-PROCURADO
                       PERFORM 0144-PROCURAR-KIT
                       IF ITEM-E-KIT AND PRDMST-OK AND PRD-ATIVO
                           PERFORM 0204B-EXPLODIR-KIT
                       END-IF
                   ELSE
                       MOVE ZEROS TO TAB-ITE-CODIGO (WRK-QTD-ITE)
                                     TAB-ITE-QTDE (WRK-QTD-ITE)
                       IF ITENS-VALIDOS
                           MOVE 'N' TO WRK-ITENS-SITUACAO
                           MOVE 'ITEM COM CODIGO/QTDE INVALIDO'
                               TO WRK-MOTIVO-ITENS
                       END-IF
                   END-IF
               ELSE
                   IF ITENS-VALIDOS
                       MOVE 'N' TO WRK-ITENS-SITUACAO
                       MOVE 'PEDIDO COM MAIS DE 50 ITENS'
                           TO WRK-MOTIVO-ITENS
                   END-IF
               END-IF.
               PERFORM 0202-LER-LINHA-PEDIN.
      ******************************
      **** PESO E VALOR DO ITEM PELO CADASTRO DE PRODUTOS (UNITARIO
      **** X QUANTIDADE); PRODUTO FORA DO PRDMST, INATIVO OU AINDA
      **** SEM PRECO APROVADO DERRUBA O PEDIDO
      ******************************
           0204A-CONSULTAR-PRODUTO.
               MOVE '23' TO WRK-PRDMST-STATUS.
               IF PRDMST-FOI-ABERTO
                   MOVE WRK-ITE-CODIGO TO REG-PRD-CODIGO
                   READ PRODUTO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
               END-IF.
               EVALUATE TRUE
                   WHEN PRDMST-OK AND PRD-ATIVO
                       COMPUTE TAB-ITE-PESO (WRK-QTD-ITE) =
                           REG-PRD-PESO * WRK-ITE-QTDE
                       COMPUTE TAB-ITE-VALOR (WRK-QTD-ITE) =
                           REG-PRD-VALOR * WRK-ITE-QTDE
                       ADD TAB-ITE-PESO (WRK-QTD-ITE)
                           TO WRK-PESO-SOMADO
                       ADD TAB-ITE-VALOR (WRK-QTD-ITE)
                           TO WRK-VALOR-SOMADO
                   WHEN NOT ITENS-VALIDOS
                       CONTINUE
                   WHEN PRDMST-OK
                       MOVE 'N' TO WRK-ITENS-SITUACAO
                       MOVE 'PRODUTO INATIVO' TO WRK-MOTIVO-ITENS
                   WHEN OTHER
                       MOVE 'N' TO WRK-ITENS-SITUACAO
                       MOVE 'PRODUTO NAO CADASTRADO'
                           TO WRK-MOTIVO-ITENS
               END-EVALUATE.
      ******************************
      **** ITEM DE KIT: O KIT JA FOI VALIDADO E VALORIZADO PELO
      **** PRDMST E A ENTRADA DELE NA TABELA DA LUGAR AOS
      **** COMPONENTES (QUANTIDADE DO KIT X QUANTIDADE DO
      **** COMPONENTE), QUE SAO OS QUE TEM SALDO; O PESO DO FRETE
      **** PASSA A SER A SOMA DOS PESOS DOS COMPONENTES
      ******************************
           0204B-EXPLODIR-KIT.
               ADD 1 TO WRK-TOTAL-KITS.
               SUBTRACT TAB-ITE-PESO (WRK-QTD-ITE) FROM WRK-PESO-SOMADO.
               MOVE TAB-ITE-VALOR (WRK-QTD-ITE) TO WRK-KIT-VALOR.
               MOVE TAB-ITE-LINHA (WRK-QTD-ITE) TO WRK-KIT-LINHA.
               MOVE WRK-ITE-QTDE TO WRK-KIT-QTDE-PEDIDA.
               MOVE WRK-QTD-ITE TO WRK-KIT-PRIMEIRO.
               SUBTRACT 1 FROM WRK-QTD-ITE.
               PERFORM 0204G-EXPLODIR-COMPONENTES.
      ******************************
      **** ACRESCENTA OS COMPONENTES DO KIT PROCURADO A PARTIR DA
      **** POSICAO WRK-KIT-PRIMEIRO E RATEIA O VALOR DO KIT ENTRE
      **** ELES (O RESTO DO ARREDONDAMENTO FICA NO ULTIMO)
      ******************************
           0204G-EXPLODIR-COMPONENTES.
               MOVE ZEROS TO WRK-KIT-LISTA WRK-KIT-RATEADO.
               PERFORM 0204C-ACRESCENTAR-COMPONENTE
                   VARYING WRK-KIT-IDX FROM 1 BY 1
                   UNTIL WRK-KIT-IDX > WRK-QTD-KIT.
               IF WRK-QTD-ITE >= WRK-KIT-PRIMEIRO
                   PERFORM 0204E-RATEAR-COMPONENTE
                       VARYING WRK-ITE-IDX FROM WRK-KIT-PRIMEIRO BY 1
                       UNTIL WRK-ITE-IDX > WRK-QTD-ITE
                   COMPUTE TAB-ITE-VALOR (WRK-QTD-ITE) =
                       TAB-ITE-VALOR (WRK-QTD-ITE)
                       + WRK-KIT-VALOR - WRK-KIT-RATEADO
               END-IF.
           0204C-ACRESCENTAR-COMPONENTE.
               IF TAB-KIT-CODIGO (WRK-KIT-IDX) = WRK-KIT-PROCURADO
                   AND ITENS-VALIDOS
                   COMPUTE WRK-KIT-QTDE-COMP =
                       WRK-KIT-QTDE-PEDIDA * TAB-KIT-QTDE (WRK-KIT-IDX)
                   EVALUATE TRUE
                       WHEN WRK-QTD-ITE >= 50
                           MOVE 'N' TO WRK-ITENS-SITUACAO
                           MOVE 'PEDIDO COM MAIS DE 50 ITENS'
                               TO WRK-MOTIVO-ITENS
                       WHEN WRK-KIT-QTDE-COMP > 99999
                           MOVE 'N' TO WRK-ITENS-SITUACAO
                           MOVE 'QTDE DO KIT EXCEDIDA'
                               TO WRK-MOTIVO-ITENS
                       WHEN OTHER
                           PERFORM 0204D-INCLUIR-COMPONENTE
                   END-EVALUATE
               END-IF.
           0204D-INCLUIR-COMPONENTE.
               ADD 1 TO WRK-QTD-ITE.
               MOVE TAB-KIT-COMPONENTE (WRK-KIT-IDX)
                   TO TAB-ITE-CODIGO (WRK-QTD-ITE).
               MOVE WRK-KIT-QTDE-COMP TO TAB-ITE-QTDE (WRK-QTD-ITE).
               MOVE WRK-KIT-PROCURADO TO TAB-ITE-KIT (WRK-QTD-ITE).
               MOVE ZEROS TO TAB-ITE-PESO (WRK-QTD-ITE)
                             TAB-ITE-VALOR (WRK-QTD-ITE).
               IF WRK-QTD-ITE = WRK-KIT-PRIMEIRO
                   MOVE WRK-KIT-LINHA TO TAB-ITE-LINHA (WRK-QTD-ITE)
                   MOVE 'S' TO TAB-ITE-GRAVA (WRK-QTD-ITE)
               ELSE
                   MOVE SPACES TO TAB-ITE-LINHA (WRK-QTD-ITE)
                   MOVE 'N' TO TAB-ITE-GRAVA (WRK-QTD-ITE)
               END-IF.
               MOVE '23' TO WRK-PRDMST-STATUS.
               IF PRDMST-FOI-ABERTO
                   MOVE TAB-KIT-COMPONENTE (WRK-KIT-IDX)
                       TO REG-PRD-CODIGO
                   READ PRODUTO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
               END-IF.
               IF PRDMST-OK
                   COMPUTE TAB-ITE-PESO (WRK-QTD-ITE) =
                       REG-PRD-PESO * WRK-KIT-QTDE-COMP
                   COMPUTE TAB-ITE-VALOR (WRK-QTD-ITE) =
                       REG-PRD-VALOR * WRK-KIT-QTDE-COMP
                   ADD TAB-ITE-PESO (WRK-QTD-ITE) TO WRK-PESO-SOMADO
                   ADD TAB-ITE-VALOR (WRK-QTD-ITE) TO WRK-KIT-LISTA
               ELSE
                   MOVE 'N' TO WRK-ITENS-SITUACAO
                   MOVE 'COMPONENTE DE KIT SEM CADASTRO'
                       TO WRK-MOTIVO-ITENS
               END-IF.
      ********ATE AQUI O VALOR DO COMPONENTE E O DE TABELA; AGORA
      ********VIRA A PARTE DELE NO VALOR DO KIT
           0204E-RATEAR-COMPONENTE.
               IF WRK-KIT-LISTA > 0
                   COMPUTE TAB-ITE-VALOR (WRK-ITE-IDX) =
                       WRK-KIT-VALOR * TAB-ITE-VALOR (WRK-ITE-IDX)
                       / WRK-KIT-LISTA
               ELSE
                   MOVE ZEROS TO TAB-ITE-VALOR (WRK-ITE-IDX)
               END-IF.
               ADD TAB-ITE-VALOR (WRK-ITE-IDX) TO WRK-KIT-RATEADO.
           0205-DESCARTAR-ITEM-AVULSO.
               ADD 1 TO WRK-TOTAL-ITENS-AVULSOS.
               MOVE WRK-PEDIDO-ITEM TO WRK-REJ-PEDIDO.
               MOVE 'ITEM SEM CABECALHO' TO WRK-REJ-MOTIVO.
               WRITE REG-PEDIDO-REJ FROM WRK-PEDIDO-REJ.
               PERFORM 0202-LER-LINHA-PEDIN.
      ******************************
      **** PEDIDO ANTIGO DE UMA LINHA: PESO E VALOR VEM NO PROPRIO
      **** REGISTRO E O ITEM UNICO SAI UMA UNIDADE DO CODIGO
      ******************************
           0206-MONTAR-PEDIDO-ANTIGO.
               SET PEDIDO-ANTIGO TO TRUE.
               MOVE 'S' TO WRK-ITENS-SITUACAO.
               MOVE SPACES TO WRK-MOTIVO-ITENS WRK-LINHA-CAB.
               MOVE WRK-PEDIDO-CAB TO WRK-PEDIDO-IN.
               MOVE WRK-PED-CPF TO WRK-CPF-PEDIDO.
               MOVE SPACES TO WRK-VENDEDOR-PEDIDO.
               MOVE 1 TO WRK-QTD-ITE.
               MOVE WRK-PED-CODIGO TO TAB-ITE-CODIGO (1).
               MOVE 1 TO TAB-ITE-QTDE (1).
               MOVE WRK-PED-PESO   TO TAB-ITE-PESO (1).
               MOVE WRK-PED-VALOR  TO TAB-ITE-VALOR (1).
               MOVE WRK-PEDIDO-IN  TO TAB-ITE-LINHA (1).
               MOVE ZEROS TO TAB-ITE-KIT (1).
               MOVE 'S' TO TAB-ITE-GRAVA (1).
               MOVE WRK-PED-CODIGO TO WRK-KIT-PROCURADO.
               PERFORM 0144-PROCURAR-KIT.
               IF ITEM-E-KIT
                   PERFORM 0206A-EXPLODIR-KIT-ANTIGO
               END-IF.
      ******************************
      **** PEDIDO ANTIGO DE UM KIT: UMA UNIDADE DO KIT EXPLODIDA
      **** NOS COMPONENTES, COM O VALOR DO REGISTRO RATEADO E O PESO
      **** DO FRETE PELA SOMA DOS COMPONENTES
      ******************************
           0206A-EXPLODIR-KIT-ANTIGO.
               ADD 1 TO WRK-TOTAL-KITS.
               MOVE WRK-PED-VALOR TO WRK-KIT-VALOR.
               MOVE WRK-PEDIDO-IN TO WRK-KIT-LINHA.
               MOVE 1 TO WRK-KIT-QTDE-PEDIDA WRK-KIT-PRIMEIRO.
               MOVE ZEROS TO WRK-QTD-ITE WRK-PESO-SOMADO.
               PERFORM 0204G-EXPLODIR-COMPONENTES.
               IF ITENS-VALIDOS
                   AND WRK-PESO-SOMADO > 0
                   AND WRK-PESO-SOMADO NOT > 99999,99
                   MOVE WRK-PESO-SOMADO TO WRK-PED-PESO
               END-IF.
      ******************************
      **** ESTACIONA O PEDIDO NA FILA DE BACKORDER, LINHA A LINHA
      **** (CABECALHO E ITENS) NO LAYOUT DO PEDIN, PARA O PROGCOB20
      **** LIBERAR O PEDIDO INTEIRO QUANDO TODOS OS ITENS TIVEREM
      **** SALDO
      ******************************
           0230-GRAVAR-BACKORDER.
               MOVE SPACES TO REG-BACKORDER-OUT.
               MOVE WRK-DATA-RUN-X TO REG-BKO-DATA.
               IF PEDIDO-COM-ITENS
                   MOVE WRK-LINHA-CAB TO REG-BKO-PEDIDO
                   WRITE REG-BACKORDER-OUT
                   PERFORM 0231-GRAVAR-ITEM-BACKORDER
                       VARYING WRK-ITE-IDX FROM 1 BY 1
                       UNTIL WRK-ITE-IDX > WRK-QTD-ITE
               ELSE
                   MOVE WRK-PEDIDO-IN TO REG-BKO-PEDIDO
                   WRITE REG-BACKORDER-OUT
               END-IF.
           0231-GRAVAR-ITEM-BACKORDER.
               IF ITE-GRAVA-LINHA (WRK-ITE-IDX)
                   MOVE TAB-ITE-LINHA (WRK-ITE-IDX) TO REG-BKO-PEDIDO
                   WRITE REG-BACKORDER-OUT
               END-IF.
      ******************************
      **** CONFERE O CPF DO PEDIDO NO CADASTRO MESTRE DE CLIENTES --
      **** SO SEGUE PARA O CALCULO DE FRETE O PEDIDO DE CLIENTE
           0207-CONSULTAR-CLIENTE.
               MOVE 'N' TO WRK-CLI-SITUACAO.
               MOVE SPACES TO WRK-MOTIVO-REJ.
               MOVE WRK-PED-UF TO WRK-UF-CLIENTE.
               MOVE SPACES TO WRK-CEP-CLIENTE.
               OPEN INPUT CLIENTE-MASTER.
               MOVE WRK-CPF-PEDIDO TO REG-CLI-CPF.
               READ CLIENTE-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               MOVE ZEROS TO WRK-LIMITE-CLIENTE.
               IF CLIMST-OK
                   MOVE REG-CLI-UF TO WRK-UF-CLIENTE
                   MOVE REG-CLI-CEP TO WRK-CEP-CLIENTE
                   PERFORM 0207A-HERDAR-VENDEDOR
                   IF CLI-ATIVO
                       SET CLIENTE-LIBERADO TO TRUE
                       IF REG-CLI-LIMITE-CRED IS NUMERIC
               END-IF.
               CLOSE CLIENTE-MASTER.
      ******************************
      **** PEDIDO SEM REPRESENTANTE HERDA O DO CADASTRO DO CLIENTE;
      **** NO PEDIDO DE VARIOS ITENS O CODIGO TAMBEM E CARIMBADO NO
      **** CABECALHO GUARDADO (POSICAO DO WRK-CAB-VENDEDOR), PARA O
      **** PEDIDO RETIDO OU EM BACKORDER VOLTAR COM O MESMO
      **** REPRESENTANTE QUANDO FOR LIBERADO
      ******************************
           0207A-HERDAR-VENDEDOR.
               IF WRK-VENDEDOR-PEDIDO = SPACES
                   MOVE REG-CLI-VENDEDOR TO WRK-VENDEDOR-PEDIDO
                   IF PEDIDO-COM-ITENS
                       MOVE WRK-VENDEDOR-PEDIDO TO WRK-LINHA-CAB (54:4)
                   END-IF
               END-IF.
      ******************************
      **** GRAVA O PEDIDO BARRADO NO ARQUIVO DE PEDIDOS REJEITADOS,
      **** COM O REGISTRO ORIGINAL E O MOTIVO DA REJEICAO
      ******************************
           0208-GRAVAR-PEDIDO-REJ.
               IF PEDIDO-COM-ITENS
                   MOVE WRK-LINHA-CAB TO WRK-REJ-PEDIDO
               ELSE
                   MOVE WRK-PEDIDO-IN TO WRK-REJ-PEDIDO
               END-IF.
               MOVE WRK-MOTIVO-REJ TO WRK-REJ-MOTIVO.
               WRITE REG-PEDIDO-REJ FROM WRK-PEDIDO-REJ.
      ******************************
      ******************************
           0211-HONRAR-COTACAO.
               MOVE 'N' TO WRK-COT-SITUACAO.
               IF WRK-PED-COTACAO = SPACES
                   CONTINUE
               ELSE
                   ADD 1 TO WRK-TOTAL-COM-COTACAO
                       SEARCH TAB-COT
                           AT END CONTINUE
                           WHEN TAB-COT-NUMERO (TAB-COT-IDX)
                               = WRK-PED-COTACAO
                               IF WRK-DATA-RUN-X NOT >
                                   TAB-COT-VALIDADE (TAB-COT-IDX)
                                   SET COTACAO-HONRADA TO TRUE
                               TO WRK-DIFERENCA-COT-ED
                           MOVE SPACES TO WRK-LINHA-FRETE
                           STRING '  COTACAO ' DELIMITED BY SIZE
                                  WRK-PED-COTACAO DELIMITED BY SIZE
                                  ' HONRADA - TARIFA ATUAL DIFERE EM '
                                      DELIMITED BY SIZE
                                  WRK-DIFERENCA-COT-ED
                       ADD 1 TO WRK-TOTAL-COT-VENCIDA
                       MOVE SPACES TO WRK-LINHA-FRETE
                       STRING '  COTACAO ' DELIMITED BY SIZE
                              WRK-PED-COTACAO DELIMITED BY SIZE
                              ' VENCIDA/INEXISTENTE - TARIFA ATUAL'
                                  DELIMITED BY SIZE
                              INTO WRK-LINHA-FRETE
               END-IF.
           0214-REGISTRAR-USO-COTACAO.
               OPEN EXTEND COTACOES-USO.
               MOVE WRK-PED-COTACAO TO REG-USO-NUMERO.
               WRITE REG-COTACAO-USO.
               CLOSE COTACOES-USO.
      ******************************
               SET CREDITO-LIBERADO TO TRUE.
               MOVE 'N' TO WRK-RETIDO-SCORE.
               PERFORM 0215-CONFERIR-SCORE.
               MOVE WRK-CPF-PEDIDO TO WRK-CPF-EXPOSICAO.
               PERFORM 0160-LOCALIZAR-EXPOSICAO.
               COMPUTE WRK-EXPOSICAO-NOVA =
                   TAB-EXP-VALOR (TAB-EXP-IDX) + WRK-FRETE.
                   SET TAB-SCO-IDX TO 1
                   SEARCH TAB-SCO
                       AT END CONTINUE
                       WHEN TAB-SCO-CPF (TAB-SCO-IDX) = WRK-CPF-PEDIDO
                           SET RETIDO-POR-SCORE TO TRUE
                   END-SEARCH
               END-IF.
                   SEARCH TAB-EMP
                       AT END PERFORM 0217-CRIAR-EMPRESA
                       WHEN TAB-EMP-CODIGO (TAB-EMP-IDX)
                           = WRK-PED-EMPRESA
                           CONTINUE
                   END-SEARCH
               ELSE
               IF WRK-QTD-EMP < 20
                   ADD 1 TO WRK-QTD-EMP
                   SET TAB-EMP-IDX TO WRK-QTD-EMP
                   MOVE WRK-PED-EMPRESA
                       TO TAB-EMP-CODIGO (TAB-EMP-IDX)
                   MOVE SPACES TO TAB-EMP-NOME (TAB-EMP-IDX)
                                  TAB-EMP-REF-INICIAL (TAB-EMP-IDX)
                                  TAB-EMP-REF-FINAL   (TAB-EMP-IDX)
                   MOVE ZEROS TO TAB-EMP-PEDIDOS (TAB-EMP-IDX)
                                 TAB-EMP-FRETE   (TAB-EMP-IDX)
               ELSE
      **** PENDENTE) E A LINHA DO RELATORIO DE RETENCAO
      ******************************
           0213-RETER-PEDIDO.
               IF PEDIDO-COM-ITENS
                   MOVE WRK-LINHA-CAB TO REG-HLD-PEDIDO
                   MOVE 'P' TO REG-HLD-STATUS
                   WRITE REG-PEDIDO-HOLD
                   PERFORM 0213A-RETER-ITEM
                       VARYING WRK-ITE-IDX FROM 1 BY 1
                       UNTIL WRK-ITE-IDX > WRK-QTD-ITE
               ELSE
                   MOVE WRK-PEDIDO-IN TO REG-HLD-PEDIDO
                   MOVE 'P' TO REG-HLD-STATUS
                   WRITE REG-PEDIDO-HOLD
               END-IF.
               MOVE WRK-EXPOSICAO-NOVA  TO WRK-EXPOSICAO-ED.
               MOVE WRK-LIMITE-CLIENTE  TO WRK-LIMITE-ED.
               MOVE SPACES TO WRK-LINHA-RETENCAO.
               STRING WRK-CPF-PEDIDO DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-PED-PRODUTO DELIMITED BY SIZE
                      '  EXPOSICAO ' DELIMITED BY SIZE
                      WRK-EXPOSICAO-ED DELIMITED BY SIZE
                      '  LIMITE ' DELIMITED BY SIZE
                       TO LINHA-RETENCAO
                   WRITE LINHA-RETENCAO
               END-IF.
           0213A-RETER-ITEM.
               IF ITE-GRAVA-LINHA (WRK-ITE-IDX)
                   MOVE TAB-ITE-LINHA (WRK-ITE-IDX) TO REG-HLD-PEDIDO
                   MOVE 'P' TO REG-HLD-STATUS
                   WRITE REG-PEDIDO-HOLD
               END-IF.
      ******************************
      **** PROCURA NA TABELA A PRIMEIRA FAIXA DE PESO DA UF QUE
      **** COMPORTE O PESO DO PEDIDO
                   SET TAB-FRT-IDX TO 1
                   SEARCH TAB-FRT
                       AT END CONTINUE
                       WHEN TAB-FRT-UF (TAB-FRT-IDX) = WRK-PED-UF
                           AND WRK-PESO-TARIFA NOT >
                               TAB-FRT-ATE-KG (TAB-FRT-IDX)
                           AND TAB-FRT-TRANSP (TAB-FRT-IDX)
                               = WRK-PED-TRANSP
                           AND WRK-DATA-RUN-X NOT <
                               TAB-FRT-VIG-INI (TAB-FRT-IDX)
                           AND WRK-DATA-RUN-X NOT >
                               TAB-FRT-VIG-FIM (TAB-FRT-IDX)
                           SET UF-ENCONTRADA TO TRUE
                           COMPUTE WRK-FRETE = WRK-PED-VALOR *
                               TAB-FRT-MULT (TAB-FRT-IDX)
                   END-SEARCH
               END-IF.
      ********TRANSPORTADORA SEM FATOR DE CUBAGEM CONTINUA NA REGRA
      ********ANTIGA: PACOTE ACIMA DE 1 M3 PAGA 15% A MAIS
               IF UF-ENCONTRADA AND WRK-FATOR-CUBAGEM = ZEROS
                   AND WRK-PED-DIMENSAO > 1,00
                   COMPUTE WRK-FRETE = WRK-FRETE * 1,15
               END-IF.
               PERFORM 0221-CALCULAR-ADICIONAIS.
      ******************************
      **** ADICIONAIS COBRADOS EM SEPARADO PELA TRANSPORTADORA
      **** (TABTAXA), SOMADOS NO FRETE E GUARDADOS UM A UM NO
      **** EMBARQUE: GRIS E AD VALOREM SOBRE O VALOR DA MERCADORIA,
      **** PEDAGIO POR FRACAO DE 100 KG DO PESO TARIFAVEL E TDE
      **** SOBRE O FRETE PESO QUANDO O CEP DO CLIENTE CAI NUMA
      **** FAIXA DE ENTREGA DIFICIL DA TRANSPORTADORA
      ******************************
           0221-CALCULAR-ADICIONAIS.
               MOVE ZEROS TO WRK-ADIC-GRIS WRK-ADIC-ADVALOREM
                             WRK-ADIC-PEDAGIO WRK-ADIC-TDE
                             WRK-TAX-ACHADA-IDX.
               IF UF-ENCONTRADA AND WRK-QTD-TAX > 0
                   SET TAB-TAX-IDX TO 1
                   SEARCH TAB-TAX
                       AT END CONTINUE
                       WHEN TAB-TAX-TRANSP (TAB-TAX-IDX)
                           = WRK-PED-TRANSP
                           SET WRK-TAX-ACHADA-IDX TO TAB-TAX-IDX
                   END-SEARCH
               END-IF.
               IF WRK-TAX-ACHADA-IDX > 0
                   SET TAB-TAX-IDX TO WRK-TAX-ACHADA-IDX
                   COMPUTE WRK-ADIC-GRIS ROUNDED = WRK-PED-VALOR
                       * TAB-TAX-GRIS-PCT (TAB-TAX-IDX) / 100
                   IF WRK-ADIC-GRIS < TAB-TAX-GRIS-MIN (TAB-TAX-IDX)
                       MOVE TAB-TAX-GRIS-MIN (TAB-TAX-IDX)
                           TO WRK-ADIC-GRIS
                   END-IF
                   COMPUTE WRK-ADIC-ADVALOREM ROUNDED = WRK-PED-VALOR
                       * TAB-TAX-ADVAL-PCT (TAB-TAX-IDX) / 100
                   DIVIDE WRK-PESO-TARIFA BY 100
                       GIVING WRK-FRACOES-PEDAGIO
                       REMAINDER WRK-RESTO-PEDAGIO
                   IF WRK-RESTO-PEDAGIO > ZEROS
                       ADD 1 TO WRK-FRACOES-PEDAGIO
                   END-IF
                   COMPUTE WRK-ADIC-PEDAGIO = WRK-FRACOES-PEDAGIO
                       * TAB-TAX-PEDAGIO (TAB-TAX-IDX)
                   PERFORM 0222-CONFERIR-CEP-TDE
                   IF CEP-DIFICIL
                       COMPUTE WRK-ADIC-TDE ROUNDED = WRK-FRETE
                           * TAB-TAX-TDE-PCT (TAB-TAX-IDX) / 100
                       IF WRK-ADIC-TDE < TAB-TAX-TDE-MIN (TAB-TAX-IDX)
                           MOVE TAB-TAX-TDE-MIN (TAB-TAX-IDX)
                               TO WRK-ADIC-TDE
                       END-IF
                   END-IF
                   COMPUTE WRK-FRETE = WRK-FRETE + WRK-ADIC-GRIS
                       + WRK-ADIC-ADVALOREM + WRK-ADIC-PEDAGIO
                       + WRK-ADIC-TDE
               END-IF.
           0222-CONFERIR-CEP-TDE.
               MOVE 'N' TO WRK-CEP-DIFICIL.
               IF WRK-QTD-TDE > 0 AND WRK-CEP-CLIENTE NOT = SPACES
                   SET TAB-TDE-IDX TO 1
                   SEARCH TAB-TDE
                       AT END CONTINUE
                       WHEN TAB-TDE-TRANSP (TAB-TDE-IDX)
                               = WRK-PED-TRANSP
                           AND WRK-CEP-CLIENTE NOT <
                               TAB-TDE-CEP-INI (TAB-TDE-IDX)
                           AND WRK-CEP-CLIENTE NOT >
                               TAB-TDE-CEP-FIM (TAB-TDE-IDX)
                           SET CEP-DIFICIL TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** TARIFA DE CONTRATO DO CLIENTE, CONSULTADA ANTES DA TABELA
      **** GERAL: CPF + UF + FAIXA DE PESO + VIGENCIA
                   SET TAB-CTR-IDX TO 1
                   SEARCH TAB-CTR
                       AT END CONTINUE
                       WHEN TAB-CTR-CPF (TAB-CTR-IDX) = WRK-CPF-PEDIDO
                           AND TAB-CTR-UF (TAB-CTR-IDX) = WRK-PED-UF
                           AND WRK-PESO-TARIFA NOT >
                               TAB-CTR-ATE-KG (TAB-CTR-IDX)
                           AND WRK-DATA-RUN-X NOT <
                               TAB-CTR-VIG-FIM (TAB-CTR-IDX)
                           SET TARIFA-DE-CONTRATO TO TRUE
                           SET UF-ENCONTRADA TO TRUE
                           COMPUTE WRK-FRETE = WRK-PED-VALOR *
                               TAB-CTR-MULT (TAB-CTR-IDX)
                   END-SEARCH
               END-IF.
                   SEARCH TAB-CUB
                       AT END CONTINUE
                       WHEN TAB-CUB-TRANSP (TAB-CUB-IDX)
                           = WRK-PED-TRANSP
                           MOVE TAB-CUB-FATOR (TAB-CUB-IDX)
                               TO WRK-FATOR-CUBAGEM
                   END-SEARCH
               END-IF.
               COMPUTE WRK-PESO-CUBADO ROUNDED =
                   WRK-PED-DIMENSAO * WRK-FATOR-CUBAGEM.
               IF WRK-PESO-CUBADO > WRK-PED-PESO
                   MOVE WRK-PESO-CUBADO TO WRK-PESO-TARIFA
               ELSE
                   MOVE WRK-PED-PESO TO WRK-PESO-TARIFA
               END-IF.
           0220-IMPRIMIR-LINHA.
               MOVE WRK-PED-VALOR TO WRK-VALOR-ED.
               MOVE WRK-PED-PESO  TO WRK-PESO-ED.
               MOVE SPACES TO WRK-LINHA-FRETE.
               MOVE WRK-PESO-CUBADO TO WRK-PESO-CUB-ED.
               IF UF-ENCONTRADA
                   MOVE WRK-FRETE TO WRK-FRETE-ED
                   STRING WRK-PED-PRODUTO DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-PED-UF       DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-PESO-ED      DELIMITED BY SIZE
                          ' CUB ' DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-FRETE-ED     DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-PED-TRANSP   DELIMITED BY SIZE
                          INTO WRK-LINHA-FRETE
                   IF TARIFA-DE-CONTRATO
                       MOVE '*CONTRATO*' TO WRK-LINHA-FRETE (90:10)
                   END-IF
               ELSE
                   STRING WRK-PED-PRODUTO DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-PED-UF       DELIMITED BY SIZE
                          '  *** SEM ENTREGA PARA UF/PESO ***'
                              DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-PED-TRANSP   DELIMITED BY SIZE
                          INTO WRK-LINHA-FRETE
               END-IF.
               WRITE LINHA-FRETE FROM WRK-LINHA-FRETE.
               IF UF-ENCONTRADA AND WRK-TAX-ACHADA-IDX > 0
                   PERFORM 0224-IMPRIMIR-ADICIONAIS
               END-IF.
               IF WRK-CSV-EXPORT-ATIVO
                   PERFORM 0240-GRAVAR-LINHA-CSV
               END-IF.
      ******************************
      **** LINHA DOS ADICIONAIS, LOGO ABAIXO DA LINHA DO PEDIDO
      ******************************
           0224-IMPRIMIR-ADICIONAIS.
               MOVE SPACES TO WRK-LINHA-FRETE.
               MOVE WRK-ADIC-GRIS TO WRK-ADIC-ED.
               STRING '        INCLUI  GRIS ' DELIMITED BY SIZE
                      WRK-ADIC-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-FRETE.
               MOVE WRK-ADIC-ADVALOREM TO WRK-ADIC-ED.
               MOVE '  AD VALOREM ' TO WRK-LINHA-FRETE (35:13).
               MOVE WRK-ADIC-ED TO WRK-LINHA-FRETE (48:8).
               MOVE WRK-ADIC-PEDAGIO TO WRK-ADIC-ED.
               MOVE '  PEDAGIO ' TO WRK-LINHA-FRETE (56:10).
               MOVE WRK-ADIC-ED TO WRK-LINHA-FRETE (66:8).
               MOVE WRK-ADIC-TDE TO WRK-ADIC-ED.
               MOVE '  TDE ' TO WRK-LINHA-FRETE (74:6).
               MOVE WRK-ADIC-ED TO WRK-LINHA-FRETE (80:8).
               WRITE LINHA-FRETE FROM WRK-LINHA-FRETE.
      ******************************
      **** GRAVA O TITULO EM ABERTO DO PEDIDO TARIFADO NO ARQUIVO DE
      **** CONTAS A RECEBER, COM REFERENCIA DATA DO RUN + SEQUENCIA
      **** DO PEDIDO NO DIA E VENCIMENTO EM 30 DIAS
      ******************************
           0225-GRAVAR-RECEBIVEL.
               MOVE WRK-CPF-PEDIDO TO WRK-RCB-CPF.
               MOVE WRK-TOTAL-PEDIDOS TO WRK-SEQ-PEDIDO-ED.
               MOVE SPACES TO WRK-RCB-REFERENCIA.
               STRING WRK-DATA-RUN     DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WRK-SEQ-PEDIDO-ED DELIMITED BY SIZE
                      INTO WRK-RCB-REFERENCIA.
      ********A PRIMEIRA E A ULTIMA REFERENCIA DA EMPRESA VAO NO
      ********LANCAMENTO DE FRETE DO RAZAO (ORIGEM DO LANCINT)
               IF TAB-EMP-REF-INICIAL (TAB-EMP-IDX) = SPACES
                   MOVE WRK-RCB-REFERENCIA
                       TO TAB-EMP-REF-INICIAL (TAB-EMP-IDX)
               END-IF.
               MOVE WRK-RCB-REFERENCIA
                   TO TAB-EMP-REF-FINAL (TAB-EMP-IDX).
               PERFORM 0223-CALCULAR-SEGURO.
               COMPUTE WRK-RCB-VALOR =
                   WRK-FRETE + WRK-PREMIO-SEGURO.
      ********REAVALIADO NO FECHAMENTO (PROGCOB67)
               MOVE 'BRL' TO WRK-RCB-MOEDA.
               MOVE WRK-RCB-VALOR TO WRK-RCB-VALOR-MOEDA.
               MOVE WRK-VENDEDOR-PEDIDO TO WRK-RCB-VENDEDOR.
               WRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-CHAVE-REPETIDA
                       DISPLAY 'TITULO JA EXISTE NO RECEBIV - CPF '
                           WRK-RCB-CPF ' REF ' WRK-RCB-REFERENCIA
               END-WRITE.
               PERFORM 0226-GRAVAR-EMBARQUE.
      ******************************
      **** GRAVA O REGISTRO DE EMBARQUE DO PEDIDO TARIFADO, COM A
      ******************************
           0226-GRAVAR-EMBARQUE.
               MOVE WRK-RCB-REFERENCIA TO WRK-EMB-REFERENCIA.
               MOVE WRK-CPF-PEDIDO        TO WRK-EMB-CPF.
               MOVE WRK-PED-TRANSP     TO WRK-EMB-TRANSP.
               MOVE WRK-PED-UF         TO WRK-EMB-UF.
               MOVE WRK-FRETE          TO WRK-EMB-FRETE.
               SET EMB-GERADO TO TRUE.
               PERFORM 0228-CALCULAR-PREVISTA.
               MOVE WRK-DATA-PREVISTA  TO WRK-EMB-DATA-PREVISTA.
               MOVE SPACES TO WRK-EMB-DATA-DESPACHO
                              WRK-EMB-DATA-ENTREGA.
               MOVE WRK-PED-CODIGO     TO WRK-EMB-CODIGO.
               MOVE WRK-PED-PESO       TO WRK-EMB-PESO.
               MOVE WRK-PED-VALOR      TO WRK-EMB-VALOR-DECL.
               MOVE SPACES             TO WRK-EMB-ROMANEIO.
               MOVE WRK-PREMIO-SEGURO  TO WRK-EMB-PREMIO.
               MOVE WRK-DEPOSITO-PEDIDO TO WRK-EMB-DEPOSITO.
               MOVE WRK-ADIC-GRIS      TO WRK-EMB-GRIS.
               MOVE WRK-ADIC-ADVALOREM TO WRK-EMB-ADVALOREM.
               MOVE WRK-ADIC-PEDAGIO   TO WRK-EMB-PEDAGIO.
               MOVE WRK-ADIC-TDE       TO WRK-EMB-TDE.
      ********OS ITENS SAEM ANTES PARA O EMBARQUE LEVAR O LOTE
      ********ALOCADO PARA O SEU CODIGO
               MOVE SPACES TO WRK-EMB-LOTE.
               PERFORM 0227-GRAVAR-ITEM-EMBARQUE
                   VARYING WRK-ITE-IDX FROM 1 BY 1
                   UNTIL WRK-ITE-IDX > WRK-QTD-ITE.
               WRITE LINHA-EMBARQUE FROM WRK-EMBARQUE
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-CHAVE-REPETIDA
                       DISPLAY 'EMBARQUE JA EXISTE NO EMBARQ - REF '
                           WRK-EMB-REFERENCIA
               END-WRITE.
      ******************************
      **** UM ITEM DE EMBARQUE POR ITEM DO PEDIDO, COM A MESMA
      **** REFERENCIA: E POR ELE QUE O ESTOQUE E MOVIDO ITEM A ITEM.
      **** A QUANTIDADE E ALOCADA NOS LOTES NA ORDEM DE VALIDADE E
      **** SAI UM REGISTRO POR LOTE (PESO E VALOR PROPORCIONAIS); O
      **** QUE NAO COUBE EM LOTE SAI COM O LOTE EM BRANCO
      ******************************
           0227-GRAVAR-ITEM-EMBARQUE.
               ADD 1 TO WRK-TOTAL-ITENS-EMBARC.
               MOVE WRK-EMB-REFERENCIA TO WRK-EIT-REFERENCIA.
               MOVE TAB-ITE-CODIGO (WRK-ITE-IDX) TO WRK-EIT-CODIGO.
               MOVE WRK-DEPOSITO-PEDIDO TO WRK-EIT-DEPOSITO.
               MOVE TAB-ITE-QTDE (WRK-ITE-IDX)  TO WRK-QTDE-A-ALOCAR.
               MOVE TAB-ITE-PESO (WRK-ITE-IDX)  TO WRK-PESO-RESTANTE.
               MOVE TAB-ITE-VALOR (WRK-ITE-IDX) TO WRK-VALOR-RESTANTE.
               IF LOTMST-FOI-ABERTO AND WRK-QTDE-A-ALOCAR > 0
                   MOVE 'N' TO WRK-FIM-LOTES
                   MOVE TAB-ITE-CODIGO (WRK-ITE-IDX) TO REG-LOT-CODIGO
                   MOVE WRK-DEPOSITO-PEDIDO TO REG-LOT-DEPOSITO
                   MOVE WRK-DATA-RUN-X TO REG-LOT-VALIDADE
                   MOVE LOW-VALUES TO REG-LOT-NUMERO
                   START LOTE-MASTER KEY NOT < REG-LOT-CHAVE
                       INVALID KEY SET FIM-LOTES TO TRUE
                   END-START
                   IF NOT FIM-LOTES
                       PERFORM 0227B-LER-PROXIMO-LOTE
                   END-IF
                   PERFORM 0227A-ALOCAR-LOTE
                       UNTIL FIM-LOTES OR WRK-QTDE-A-ALOCAR = 0
                   IF WRK-QTDE-A-ALOCAR > 0
                       ADD 1 TO WRK-TOTAL-SEM-LOTE
                   END-IF
               END-IF.
               IF WRK-QTDE-A-ALOCAR > 0
                   OR TAB-ITE-QTDE (WRK-ITE-IDX) = 0
                   MOVE SPACES TO WRK-EIT-LOTE WRK-EIT-VALIDADE
                   MOVE WRK-QTDE-A-ALOCAR TO WRK-QTDE-ALOCADA
                   PERFORM 0227D-GRAVAR-PARCELA
               END-IF.
           0227A-ALOCAR-LOTE.
               PERFORM 0227C-DISPONIVEL-NO-LOTE.
               IF WRK-LOTE-DISPONIVEL > 0
                   IF WRK-LOTE-DISPONIVEL < WRK-QTDE-A-ALOCAR
                       MOVE WRK-LOTE-DISPONIVEL TO WRK-QTDE-ALOCADA
                   ELSE
                       MOVE WRK-QTDE-A-ALOCAR TO WRK-QTDE-ALOCADA
                   END-IF
                   ADD WRK-QTDE-ALOCADA TO TAB-LCO-QTDE (WRK-LCO-IDX)
                   MOVE REG-LOT-NUMERO   TO WRK-EIT-LOTE
                   MOVE REG-LOT-VALIDADE TO WRK-EIT-VALIDADE
                   IF WRK-EMB-LOTE = SPACES
                       AND WRK-EIT-CODIGO = WRK-EMB-CODIGO
                       MOVE REG-LOT-NUMERO TO WRK-EMB-LOTE
                   END-IF
                   PERFORM 0227D-GRAVAR-PARCELA
               END-IF.
               PERFORM 0227B-LER-PROXIMO-LOTE.
           0227B-LER-PROXIMO-LOTE.
               READ LOTE-MASTER NEXT RECORD
                   AT END SET FIM-LOTES TO TRUE
               END-READ.
               IF NOT LOTMST-OK
                   SET FIM-LOTES TO TRUE
               END-IF.
               IF NOT FIM-LOTES
                   IF REG-LOT-CODIGO NOT = WRK-EIT-CODIGO
                       OR REG-LOT-DEPOSITO NOT = WRK-DEPOSITO-PEDIDO
                       SET FIM-LOTES TO TRUE
                   END-IF
               END-IF.
      ******************************
      **** SALDO DO LOTE MENOS O QUE ESTE RUN JA ALOCOU DELE
      ******************************
           0227C-DISPONIVEL-NO-LOTE.
               MOVE ZEROS TO WRK-LOTE-DISPONIVEL WRK-LCO-IDX.
               IF WRK-QTD-LCO > 0
                   SET TAB-LCO-IDX TO 1
                   SEARCH TAB-LCO
                       AT END CONTINUE
                       WHEN TAB-LCO-CHAVE (TAB-LCO-IDX) = REG-LOT-CHAVE
                           SET WRK-LCO-IDX TO TAB-LCO-IDX
                   END-SEARCH
               END-IF.
               IF WRK-LCO-IDX = 0 AND WRK-QTD-LCO < 2000
                   ADD 1 TO WRK-QTD-LCO
                   MOVE REG-LOT-CHAVE TO TAB-LCO-CHAVE (WRK-QTD-LCO)
                   MOVE ZEROS TO TAB-LCO-QTDE (WRK-QTD-LCO)
                   MOVE WRK-QTD-LCO TO WRK-LCO-IDX
               END-IF.
               IF WRK-LCO-IDX > 0 AND REG-LOT-QTDE > 0
                   COMPUTE WRK-LOTE-DISPONIVEL =
                       REG-LOT-QTDE - TAB-LCO-QTDE (WRK-LCO-IDX)
               END-IF.
      ******************************
      **** GRAVA A PARCELA DO ITEM; A ULTIMA LEVA O RESTO DO PESO E
      **** DO VALOR, PARA A SOMA DAS PARCELAS FECHAR COM O ITEM
      ******************************
           0227D-GRAVAR-PARCELA.
               MOVE WRK-QTDE-ALOCADA TO WRK-EIT-QTDE.
               IF WRK-QTDE-ALOCADA = WRK-QTDE-A-ALOCAR
                   MOVE WRK-PESO-RESTANTE  TO WRK-EIT-PESO
                   MOVE WRK-VALOR-RESTANTE TO WRK-EIT-VALOR
               ELSE
                   COMPUTE WRK-EIT-PESO ROUNDED =
                       TAB-ITE-PESO (WRK-ITE-IDX) * WRK-QTDE-ALOCADA
                       / TAB-ITE-QTDE (WRK-ITE-IDX)
                   COMPUTE WRK-EIT-VALOR ROUNDED =
                       TAB-ITE-VALOR (WRK-ITE-IDX) * WRK-QTDE-ALOCADA
                       / TAB-ITE-QTDE (WRK-ITE-IDX)
                   SUBTRACT WRK-EIT-PESO  FROM WRK-PESO-RESTANTE
                   SUBTRACT WRK-EIT-VALOR FROM WRK-VALOR-RESTANTE
               END-IF.
               SUBTRACT WRK-QTDE-ALOCADA FROM WRK-QTDE-A-ALOCAR.
               WRITE LINHA-ITEM-EMBARQUE FROM WRK-EMBARQUE-ITEM.
      ******************************
      **** MONTA E GRAVA A LINHA CSV DO PEDIDO
      ******************************
           0240-GRAVAR-LINHA-CSV.
               MOVE SPACES TO WRK-LINHA-FRETE-CSV.
               IF UF-ENCONTRADA
                   STRING WRK-PED-PRODUTO DELIMITED BY SIZE
                          ','             DELIMITED BY SIZE
                          WRK-PED-UF      DELIMITED BY SIZE
                          ','             DELIMITED BY SIZE
                          WRK-PESO-ED     DELIMITED BY SIZE
                          ','             DELIMITED BY SIZE
                          ','             DELIMITED BY SIZE
                          WRK-FRETE-ED    DELIMITED BY SIZE
                          ','             DELIMITED BY SIZE
                          WRK-PED-TRANSP  DELIMITED BY SIZE
                          INTO WRK-LINHA-FRETE-CSV
               ELSE
                   STRING WRK-PED-PRODUTO DELIMITED BY SIZE
                          ','             DELIMITED BY SIZE
                          WRK-PED-UF      DELIMITED BY SIZE
                          ',SEM ENTREGA PARA UF/PESO'
                              DELIMITED BY SIZE
                          ','             DELIMITED BY SIZE
                          WRK-PED-TRANSP  DELIMITED BY SIZE
                          INTO WRK-LINHA-FRETE-CSV
               END-IF.
               WRITE LINHA-FRETE-CSV FROM WRK-LINHA-FRETE-CSV.
               DISPLAY 'COTACAO VENC/INEXIST.: '
                   WRK-TOTAL-COT-VENCIDA.
               DISPLAY 'FRETE TOTAL ARRECAD. : ' WRK-TOTAL-FRETE-ED.
               DISPLAY 'ITENS EMBARCADOS     : '
                   WRK-TOTAL-ITENS-EMBARC.
               DISPLAY 'ITENS SEM CABECALHO  : '
                   WRK-TOTAL-ITENS-AVULSOS.
               DISPLAY 'ITENS SEM LOTE       : ' WRK-TOTAL-SEM-LOTE.
               DISPLAY 'KITS EXPLODIDOS      : ' WRK-TOTAL-KITS.
               DISPLAY 'CHAVES JA EXISTENTES : '
                   WRK-TOTAL-CHAVE-REPETIDA.
               CLOSE PEDIDOS-IN RELATORIO-FRETE PEDIDOS-REJ
                     CONTAS-RECEBER EMBARQUES BACKORDER-OUT
                     PEDIDOS-RETIDOS RELATORIO-RETENCAO
                     ITENS-EMBARQUE.
               IF ESTQMST-FOI-ABERTO
                   CLOSE ESTOQUE-MASTER
               END-IF.
               IF PRDMST-FOI-ABERTO
                   CLOSE PRODUTO-MASTER
               END-IF.
               IF LOTMST-FOI-ABERTO
                   CLOSE LOTE-MASTER
               END-IF.
               IF WRK-CSV-EXPORT-ATIVO
                   CLOSE RELATORIO-FRETE-CSV
               END-IF.
           0209-CONFERIR-ESTOQUE.
               MOVE 'S' TO WRK-ESTOQUE-SITUACAO.
               PERFORM 0209E-ROTEAR-DEPOSITO.
               IF ESTQMST-FOI-ABERTO
                   PERFORM 0209F-CONFERIR-ITEM
                       VARYING WRK-ITE-IDX FROM 1 BY 1
                       UNTIL WRK-ITE-IDX > WRK-QTD-ITE
      ********O CONSUMO SO E SOMADO COM O PEDIDO INTEIRO COBERTO:
      ********ITEM COBERTO DE PEDIDO QUE VAI PARA O BACKORDER NAO
      ********PODE TIRAR O SALDO DE OUTRO PEDIDO DO RUN
                   IF ESTOQUE-COBRE
                       PERFORM 0209G-SOMAR-USO-ITEM
                           VARYING WRK-ITE-IDX FROM 1 BY 1
                           UNTIL WRK-ITE-IDX > WRK-QTD-ITE
                   END-IF
               END-IF.
      ******************************
      **** ATP DE UM ITEM NO DEPOSITO ROTEADO: QUALQUER ITEM SEM
      **** COBERTURA PARA A QUANTIDADE PEDIDA MANDA O PEDIDO TODO
      **** PARA O BACKORDER
      ******************************
           0209F-CONFERIR-ITEM.
               MOVE TAB-ITE-CODIGO (WRK-ITE-IDX) TO WRK-CODIGO-ITEM.
               MOVE TAB-ITE-QTDE (WRK-ITE-IDX)   TO WRK-QTDE-ITEM.
               IF WRK-CODIGO-ITEM > 0
                   MOVE WRK-CODIGO-ITEM TO REG-EST-CODIGO
                   MOVE WRK-DEPOSITO-PEDIDO TO REG-EST-DEPOSITO
                   READ ESTOQUE-MASTER
                       INVALID KEY CONTINUE
                       MOVE REG-EST-SALDO TO WRK-DISPONIVEL
                       PERFORM 0209A-DESCONTAR-RESERVAS
                       PERFORM 0209B-DESCONTAR-USO
                       IF WRK-DISPONIVEL < WRK-QTDE-ITEM
                           MOVE 'N' TO WRK-ESTOQUE-SITUACAO
                       END-IF
                   END-IF
               END-IF.
           0209G-SOMAR-USO-ITEM.
               MOVE TAB-ITE-CODIGO (WRK-ITE-IDX) TO WRK-CODIGO-ITEM.
               MOVE TAB-ITE-QTDE (WRK-ITE-IDX)   TO WRK-QTDE-ITEM.
               IF WRK-CODIGO-ITEM > 0
                   PERFORM 0209C-SOMAR-USO
               END-IF.
      ******************************
      **** DEPOSITO DO PEDIDO PELA UF DE DESTINO
      ******************************
                   SET TAB-ROT-IDX TO 1
                   SEARCH TAB-ROT
                       AT END CONTINUE
                       WHEN TAB-ROT-UF (TAB-ROT-IDX) = WRK-PED-UF
                           MOVE TAB-ROT-DEPOSITO (TAB-ROT-IDX)
                               TO WRK-DEPOSITO-PEDIDO
                   END-SEARCH
                   SEARCH TAB-RSV
                       AT END CONTINUE
                       WHEN TAB-RSV-CODIGO (TAB-RSV-IDX)
                           = WRK-CODIGO-ITEM
                           AND TAB-RSV-DEPOSITO (TAB-RSV-IDX)
                           = WRK-DEPOSITO-PEDIDO
                           SUBTRACT TAB-RSV-QTDE (TAB-RSV-IDX)
                   SEARCH TAB-USO
                       AT END CONTINUE
                       WHEN TAB-USO-CODIGO (TAB-USO-IDX)
                           = WRK-CODIGO-ITEM
                           AND TAB-USO-DEPOSITO (TAB-USO-IDX)
                           = WRK-DEPOSITO-PEDIDO
                           SUBTRACT TAB-USO-QTDE (TAB-USO-IDX)
                   SEARCH TAB-USO
                       AT END PERFORM 0209D-CRIAR-USO
                       WHEN TAB-USO-CODIGO (TAB-USO-IDX)
                           = WRK-CODIGO-ITEM
                           AND TAB-USO-DEPOSITO (TAB-USO-IDX)
                           = WRK-DEPOSITO-PEDIDO
                           ADD WRK-QTDE-ITEM
                               TO TAB-USO-QTDE (TAB-USO-IDX)
                   END-SEARCH
               END-IF.
           0209D-CRIAR-USO.
               IF WRK-QTD-USO < 500
                   ADD 1 TO WRK-QTD-USO
                   MOVE WRK-CODIGO-ITEM
                       TO TAB-USO-CODIGO (WRK-QTD-USO)
                   MOVE WRK-DEPOSITO-PEDIDO
                       TO TAB-USO-DEPOSITO (WRK-QTD-USO)
                   MOVE WRK-QTDE-ITEM TO TAB-USO-QTDE (WRK-QTD-USO)
               END-IF.
      ******************************
      **** SEGURO DE CARGA: PEDIDO COM VALOR DECLARADO ACIMA DO
                   SET TAB-SEG-IDX TO 1
                   SEARCH TAB-SEG
                       AT END CONTINUE
                       WHEN (TAB-SEG-UF (TAB-SEG-IDX) = WRK-PED-UF
                           OR TAB-SEG-UF (TAB-SEG-IDX) = SPACES)
                           AND WRK-PED-VALOR >
                               TAB-SEG-LIMIAR (TAB-SEG-IDX)
                           SET WRK-SEG-ACHADA-IDX TO TAB-SEG-IDX
                   END-SEARCH
               END-IF.
               IF WRK-SEG-ACHADA-IDX > 0
                   COMPUTE WRK-PREMIO-SEGURO ROUNDED =
                       WRK-PED-VALOR
                       * TAB-SEG-TAXA-MIL (WRK-SEG-ACHADA-IDX)
                       / 1000
                   IF WRK-PREMIO-SEGURO <
                   SEARCH TAB-PRZ
                       AT END CONTINUE
                       WHEN TAB-PRZ-TRANSP (TAB-PRZ-IDX)
                               = WRK-PED-TRANSP
                           AND TAB-PRZ-UF (TAB-PRZ-IDX) = WRK-PED-UF
                           AND WRK-DATA-RUN-X NOT <
                               TAB-PRZ-VIG-INI (TAB-PRZ-IDX)
                           AND WRK-DATA-RUN-X NOT >
                   MOVE 'FRT' TO REG-LCI-CCUSTO
                   COMPUTE REG-LCI-VALOR ROUNDED =
                       TAB-EMP-FRETE (TAB-EMP-IDX)
                   MOVE 'PROGCOB09B' TO REG-LCI-PROGRAMA
                   MOVE TAB-EMP-REF-INICIAL (TAB-EMP-IDX)
                       TO REG-LCI-DOC-INICIAL
                   MOVE TAB-EMP-REF-FINAL (TAB-EMP-IDX)
                       TO REG-LCI-DOC-FINAL
                   MOVE TAB-EMP-PEDIDOS (TAB-EMP-IDX)
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
               MOVE 'PROGCOB09B' TO WRK-BDT-PROGRAMA.
                   END-READ
                   CLOSE DATA-PORTAO
               END-IF.
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
