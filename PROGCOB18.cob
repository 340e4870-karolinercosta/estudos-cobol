      *     RELATORIO; A RECLAMACAO ABATIDA E MARCADA COMO PAGA NO
      *     ARQUIVO NOVO (RECLNEW) PARA NAO SER ABATIDA DE NOVO NO
      *     MES SEGUINTE
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A FATURA (FATTRANS) PODE VIR DETALHADA: DEPOIS DO VALOR
      *     COBRADO, OS ADICIONAIS GRIS, AD VALOREM, PEDAGIO E TDE
      *     (9(07)V99 CADA). LINHA DETALHADA TEM CADA COMPONENTE
      *     CONFERIDO CONTRA O GRAVADO NO EMBARQUE PELO PROGCOB09B
      *     (O FRETE PESO E O TOTAL MENOS OS QUATRO), COM LINHA
      *     DIVERGENCIA POR TAXA EM DISPUTA E CONTAGEM POR
      *     TRANSPORTADORA NO FECHAMENTO. LINHA SEM OS ADICIONAIS
      *     CONTINUA CONFERIDA SO PELO TOTAL
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A FATURA PASSOU A SER CONCILIADA POR CARGA: EMBARQUE QUE
      *     A CONSOLIDACAO (PROGCOB99) COLOCOU NUMA CARGA SOMA O
      *     FRETE DA CARGA E OS ADICIONAIS NA SUA CARGA, E CADA CARGA
      *     E CONFERIDA NO FECHAMENTO CONTRA A LINHA DA FATURA COM A
      *     REFERENCIA DA CARGA (TOTAL E, SE DETALHADA, COMPONENTE A
      *     COMPONENTE). EMBARQUE SEM CARGA CONTINUA CONFERIDO PELA
      *     SUA REFERENCIA, COMO ANTES; O CALCULADO DA TRANSPORTADORA
      *     USA O FRETE DA CARGA QUANDO HA CARGA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     CADA EMBARQUE OU CARGA CASADO COM A FATURA PASSOU A SAIR
      *     NO MOVIMENTO DE CONCILIACAO (CONCMOV, COPYBOOK CPYCONC:
      *     TIPO, REFERENCIA, TRANSPORTADORA, CALCULADO E COBRADO),
      *     DE ONDE A RENTABILIDADE POR CLIENTE (PROGRNT) TIRA O
      *     CUSTO REAL DO FRETE
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O FECHAMENTO DE CADA TRANSPORTADORA PASSOU A VIRAR TITULO EM
      *     ABERTO NO CONTAS A PAGAR (APAGAR, CPYPAGAR) NO CODIGO DA
      *     TRANSPORTADORA COMO FORNECEDOR, VENCENDO DIA 10 DO MES
      *     SEGUINTE, PARA A REMESSA (PROGCOB54): O VALOR ACORDADO
      *     (LINHAS CASADAS DENTRO DA TOLERANCIA, PELO COBRADO) MENOS AS
      *     RECLAMACOES ACEITAS. RECLAMACAO SO E ABATIDA (E MARCADA
      *     PAGA) ATE O LIMITE DO ACORDADO; A QUE NAO COUBER FICA ACEITA
      *     PARA O MES SEGUINTE. LINHA FORA DA TOLERANCIA (NO TOTAL OU
      *     EM COMPONENTE) FICA RETIDA NO ARQUIVO DE DISPUTAS (FRETDISP,
      *     CPYDISP) ATE O ACERTO DIGITADO NO FRETACD, QUANDO O VALOR
      *     ACORDADO ENTRA NO TITULO; A DISPUTA COBRADA DE NOVO DENTRO
      *     DA TOLERANCIA E PAGA PELA NOVA COBRANCA
      *     EMBARQ PASSOU A ARQUIVO INDEXADO POR REFERENCIA (CHAVES
      *     ALTERNATIVAS DATA PREVISTA E STATUS), LIDO NA SEQUENCIA
      *     DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT FATURAS-IN ASSIGN TO FATTRANS
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT RECLAMACOES-IN ASSIGN TO RECLAMA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECLAMA-STATUS.
               SELECT RECLAMACOES-OUT ASSIGN TO RECLNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DISPUTAS-IN ASSIGN TO FRETDISP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DISPUTA-STATUS.
               SELECT DISPUTAS-OUT ASSIGN TO FRETDNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ACERTOS-IN ASSIGN TO FRETACD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ACERTO-STATUS.
               SELECT CONTAS-PAGAR ASSIGN TO APAGAR
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-CONC ASSIGN TO CONCRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MOVIMENTO-CONC ASSIGN TO CONCMOV
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
               02 REG-FAT-TRANSP     PIC X(04).
               02 REG-FAT-REFERENCIA PIC X(20).
               02 REG-FAT-VALOR      PIC 9(09)V99.
               02 REG-FAT-GRIS       PIC 9(07)V99.
               02 REG-FAT-ADVALOREM  PIC 9(07)V99.
               02 REG-FAT-PEDAGIO    PIC 9(07)V99.
               02 REG-FAT-TDE        PIC 9(07)V99.
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  RECLAMACOES-IN.
           01  LINHA-RECLAMACAO-IN PIC X(60).
           FD  RECLAMACOES-OUT.
           01  LINHA-RECLAMACAO-OUT PIC X(60).
           FD  DISPUTAS-IN.
           01  LINHA-DISPUTA-IN PIC X(80).
           FD  DISPUTAS-OUT.
           01  LINHA-DISPUTA-OUT PIC X(80).
           FD  ACERTOS-IN.
           01  LINHA-ACERTO-IN PIC X(80).
           FD  CONTAS-PAGAR.
           01  LINHA-PAGAVEL PIC X(120).
           FD  RELATORIO-CONC.
           01  LINHA-CONC PIC X(100).
           FD  MOVIMENTO-CONC.
           01  LINHA-MOVIMENTO-CONC PIC X(60).
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  TRAVA-SUITE.
           COPY CPYPARM.
           COPY CPYEMB.
           COPY CPYRECLA.
           COPY CPYCONC.
           COPY CPYDISP.
           COPY CPYPAGAR.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 RECLAMA-OK VALUE '00'.
           77 WRK-FIM-RECLAMACOES PIC X(01) VALUE 'N'.
               88 FIM-RECLAMACOES VALUE 'S'.
           77 WRK-DISPUTA-STATUS PIC X(02) VALUE '00'.
               88 DISPUTA-OK VALUE '00'.
           77 WRK-ACERTO-STATUS PIC X(02) VALUE '00'.
               88 ACERTO-OK VALUE '00'.
           77 WRK-FIM-DISPUTAS PIC X(01) VALUE 'N'.
               88 FIM-DISPUTAS VALUE 'S'.
           77 WRK-FIM-ACERTOS PIC X(01) VALUE 'N'.
               88 FIM-ACERTOS VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-FIM-FATURAS PIC X(01) VALUE 'N'.
               88 FIM-FATURAS VALUE 'S'.
           77 WRK-FIM-EMBARQUES PIC X(01) VALUE 'N'.
                   03 TAB-FAT-REFERENCIA PIC X(20).
                   03 TAB-FAT-VALOR      PIC 9(09)V99.
                   03 TAB-FAT-CASADA     PIC X(01).
                   03 TAB-FAT-DETALHADA  PIC X(01).
                   03 TAB-FAT-GRIS       PIC 9(07)V99.
                   03 TAB-FAT-ADVALOREM  PIC 9(07)V99.
                   03 TAB-FAT-PEDAGIO    PIC 9(07)V99.
                   03 TAB-FAT-TDE        PIC 9(07)V99.
      ******************************
      **** TOTAIS POR TRANSPORTADORA (CALCULADO X COBRADO)
      ******************************
                   03 TAB-TRP-EMBARQUES PIC 9(06).
                   03 TAB-TRP-DIVERGEN  PIC 9(06).
                   03 TAB-TRP-ABATIDO   PIC 9(11)V99.
                   03 TAB-TRP-DIV-PESO  PIC 9(04).
                   03 TAB-TRP-DIV-GRIS  PIC 9(04).
                   03 TAB-TRP-DIV-ADVAL PIC 9(04).
                   03 TAB-TRP-DIV-PEDAG PIC 9(04).
                   03 TAB-TRP-DIV-TDE   PIC 9(04).
                   03 TAB-TRP-ACORDADO  PIC 9(11)V99.
                   03 TAB-TRP-RETIDO    PIC 9(11)V99.
      ******************************
      **** RECLAMACOES EM MEMORIA, PARA ABATER AS ACEITAS DO
      **** FECHAMENTO E REESCREVER O ARQUIVO COM AS ABATIDAS
           77 WRK-TOTAL-DIVERGENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-TARIFA  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-HASH        PIC S9(11)V99 VALUE ZEROS.
      ******************************
      **** CONFERENCIA POR COMPONENTE DO FRETE, QUANDO A LINHA DA
      **** FATURA VEM DETALHADA (FRETE PESO, GRIS, AD VALOREM,
      **** PEDAGIO E TDE)
      ******************************
           77 WRK-CONC-TIPO      PIC X(01) VALUE SPACES.
           77 WRK-CONC-REFERENCIA PIC X(20) VALUE SPACES.
           77 WRK-CONC-FRETE     PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-CONC-GRIS      PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-CONC-ADVALOREM PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-CONC-PEDAGIO   PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-CONC-TDE       PIC 9(09)V99 VALUE ZEROS COMP-3.
      ******************************
      **** CARGAS CONSOLIDADAS DO MES (PROGCOB99): A TRANSPORTADORA
      **** FATURA A CARGA, ENTAO O CALCULADO E A SOMA DO FRETE DA
      **** CARGA DOS EMBARQUES DELA
      ******************************
           77 WRK-QTD-CRG PIC 9(04) VALUE ZEROS.
           01 TAB-CARGAS.
               02 TAB-CRG OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-CRG
                  INDEXED BY TAB-CRG-IDX.
                   03 TAB-CRG-CODIGO    PIC X(15).
                   03 TAB-CRG-TRANSP    PIC X(04).
                   03 TAB-CRG-EMBARQUES PIC 9(04).
                   03 TAB-CRG-FRETE     PIC 9(11)V99.
                   03 TAB-CRG-GRIS      PIC 9(09)V99.
                   03 TAB-CRG-ADVALOREM PIC 9(09)V99.
                   03 TAB-CRG-PEDAGIO   PIC 9(09)V99.
                   03 TAB-CRG-TDE       PIC 9(09)V99.
           77 WRK-CRG-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-CRG-ACHADA-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-CARGAS-SEM-FATURA PIC 9(06) VALUE ZEROS.
      ******************************
      **** LINHAS EM DISPUTA (AS RETIDAS EM MESES ANTERIORES E AS
      **** DESTE FECHAMENTO) E ACERTOS DIGITADOS PELO SETOR DE
      **** FRETES; A LINHA ACERTADA SAI DO ARQUIVO DE DISPUTAS E O
      **** VALOR ACORDADO ENTRA NO TITULO DA TRANSPORTADORA
      ******************************
           77 WRK-QTD-DSP PIC 9(04) VALUE ZEROS.
           01 TAB-DISPUTAS.
               02 TAB-DSP OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-DSP
                  INDEXED BY TAB-DSP-IDX.
                   03 TAB-DSP-TRANSP     PIC X(04).
                   03 TAB-DSP-REFERENCIA PIC X(20).
                   03 TAB-DSP-LINHA      PIC X(62).
                   03 TAB-DSP-ACERTADA   PIC X(01).
           77 WRK-QTD-ACD PIC 9(04) VALUE ZEROS.
           01 TAB-ACERTOS.
               02 TAB-ACD OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-ACD
                  INDEXED BY TAB-ACD-IDX.
                   03 TAB-ACD-TRANSP     PIC X(04).
                   03 TAB-ACD-REFERENCIA PIC X(20).
                   03 TAB-ACD-VALOR      PIC 9(09)V99.
                   03 TAB-ACD-USADO      PIC X(01).
           77 WRK-DSP-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-DSP-ACHADA-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-ACD-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-LINHA-SITUACAO PIC X(01) VALUE 'N'.
               88 LINHA-EM-DISPUTA VALUE 'S'.
           77 WRK-TOTAL-RETIDAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ACERTADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PAGAVEIS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-A-PAGAR   PIC 9(11)V99 VALUE ZEROS.
           77 WRK-ACORDADO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-RETIDO-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           01 WRK-DATA-RUN.
               02 WRK-DRN-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-DRN-MES PIC 9(02) VALUE ZEROS.
               02 WRK-DRN-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-VENCTO.
               02 WRK-VCT-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-VCT-MES PIC 9(02) VALUE ZEROS.
               02 WRK-VCT-DIA PIC 9(02) VALUE 10.
           77 WRK-COMP-NOME      PIC X(10) VALUE SPACES.
           77 WRK-COMP-COBRADO   PIC S9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-COMP-CALCULADO PIC S9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-COMP-SITUACAO  PIC X(01) VALUE 'N'.
               88 COMP-DIVERGENTE VALUE 'S'.
           77 WRK-TOTAL-DIV-COMP PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0060-CARREGAR-RECLAMACOES.
               PERFORM 0080-CARREGAR-DISPUTAS.
               PERFORM 0090-CARREGAR-ACERTOS.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-EMBARQUE UNTIL FIM-EMBARQUES.
               PERFORM 0300-FINALIZAR.
               READ RECLAMACOES-IN
                   AT END SET FIM-RECLAMACOES TO TRUE
               END-READ.
      ******************************
      **** CARREGA AS LINHAS DE FATURA AINDA EM DISPUTA, RETIDAS EM
      **** FECHAMENTOS ANTERIORES; SEM O ARQUIVO NAO HA NENHUMA
      ******************************
           0080-CARREGAR-DISPUTAS.
               OPEN INPUT DISPUTAS-IN.
               IF DISPUTA-OK
                   READ DISPUTAS-IN
                       AT END SET FIM-DISPUTAS TO TRUE
                   END-READ
                   PERFORM 0085-CARREGAR-DISPUTA
                       UNTIL FIM-DISPUTAS OR TABELA-ESTOURADA
                   CLOSE DISPUTAS-IN
               END-IF.
           0085-CARREGAR-DISPUTA.
               IF WRK-QTD-DSP < 2000
                   ADD 1 TO WRK-QTD-DSP
                   MOVE LINHA-DISPUTA-IN TO WRK-DISPUTA
                   MOVE WRK-DSP-TRANSP TO TAB-DSP-TRANSP (WRK-QTD-DSP)
                   MOVE WRK-DSP-REFERENCIA
                       TO TAB-DSP-REFERENCIA (WRK-QTD-DSP)
                   MOVE WRK-DISPUTA TO TAB-DSP-LINHA (WRK-QTD-DSP)
                   MOVE 'N' TO TAB-DSP-ACERTADA (WRK-QTD-DSP)
               ELSE
                   PERFORM 0088-ESTOURAR-DISPUTAS
               END-IF.
               READ DISPUTAS-IN
                   AT END SET FIM-DISPUTAS TO TRUE
               END-READ.
      ******************************
      **** TABELA DE DISPUTAS CHEIA: NENHUM TITULO VAI PARA O CONTAS
      **** A PAGAR E O RC 8 SEGURA O COPY-BACK DOS ARQUIVOS NOVOS
      ******************************
           0088-ESTOURAR-DISPUTAS.
               IF NOT TABELA-ESTOURADA
                   SET TABELA-ESTOURADA TO TRUE
                   DISPLAY '*** TABELA DE DISPUTAS ESTOUROU (2000) - '
                       'NENHUM TITULO GRAVADO, RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
               END-IF.
      ******************************
      **** CARREGA OS ACERTOS DE DISPUTA DIGITADOS PELO SETOR DE
      **** FRETES (TRANSPORTADORA + REFERENCIA + VALOR ACORDADO)
      ******************************
           0090-CARREGAR-ACERTOS.
               OPEN INPUT ACERTOS-IN.
               IF ACERTO-OK
                   READ ACERTOS-IN INTO WRK-ACERTO-DISPUTA
                       AT END SET FIM-ACERTOS TO TRUE
                   END-READ
                   PERFORM 0095-CARREGAR-ACERTO
                       UNTIL FIM-ACERTOS OR WRK-QTD-ACD >= 500
                   CLOSE ACERTOS-IN
               END-IF.
           0095-CARREGAR-ACERTO.
               ADD 1 TO WRK-QTD-ACD.
               MOVE WRK-ACD-TRANSP TO TAB-ACD-TRANSP (WRK-QTD-ACD).
               MOVE WRK-ACD-REFERENCIA
                   TO TAB-ACD-REFERENCIA (WRK-QTD-ACD).
               IF WRK-ACD-VALOR IS NUMERIC
                   MOVE WRK-ACD-VALOR TO TAB-ACD-VALOR (WRK-QTD-ACD)
               ELSE
                   MOVE ZEROS TO TAB-ACD-VALOR (WRK-QTD-ACD)
               END-IF.
               MOVE 'N' TO TAB-ACD-USADO (WRK-QTD-ACD).
               READ ACERTOS-IN INTO WRK-ACERTO-DISPUTA
                   AT END SET FIM-ACERTOS TO TRUE
               END-READ.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               MOVE WRK-DRN-ANO TO WRK-VCT-ANO.
               IF WRK-DRN-MES = 12
                   ADD 1 TO WRK-VCT-ANO
                   MOVE 1 TO WRK-VCT-MES
               ELSE
                   COMPUTE WRK-VCT-MES = WRK-DRN-MES + 1
               END-IF.
               OPEN INPUT FATURAS-IN.
               READ FATURAS-IN
                   AT END SET FIM-FATURAS TO TRUE
                   UNTIL FIM-FATURAS OR WRK-QTD-FAT >= 2000.
               CLOSE FATURAS-IN.
               OPEN INPUT EMBARQUES-IN
                    OUTPUT RELATORIO-CONC
                    OUTPUT MOVIMENTO-CONC.
               MOVE 'CONCILIACAO DE FATURA DE TRANSPORTADORA'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
                   TO TAB-FAT-REFERENCIA (WRK-QTD-FAT).
               MOVE REG-FAT-VALOR TO TAB-FAT-VALOR (WRK-QTD-FAT).
               MOVE 'N' TO TAB-FAT-CASADA (WRK-QTD-FAT).
               IF REG-FAT-GRIS IS NUMERIC
                   AND REG-FAT-ADVALOREM IS NUMERIC
                   AND REG-FAT-PEDAGIO IS NUMERIC
                   AND REG-FAT-TDE IS NUMERIC
                   MOVE 'S' TO TAB-FAT-DETALHADA (WRK-QTD-FAT)
                   MOVE REG-FAT-GRIS TO TAB-FAT-GRIS (WRK-QTD-FAT)
                   MOVE REG-FAT-ADVALOREM
                       TO TAB-FAT-ADVALOREM (WRK-QTD-FAT)
                   MOVE REG-FAT-PEDAGIO
                       TO TAB-FAT-PEDAGIO (WRK-QTD-FAT)
                   MOVE REG-FAT-TDE TO TAB-FAT-TDE (WRK-QTD-FAT)
               ELSE
                   MOVE 'N' TO TAB-FAT-DETALHADA (WRK-QTD-FAT)
                   MOVE ZEROS TO TAB-FAT-GRIS (WRK-QTD-FAT)
                                 TAB-FAT-ADVALOREM (WRK-QTD-FAT)
                                 TAB-FAT-PEDAGIO (WRK-QTD-FAT)
                                 TAB-FAT-TDE (WRK-QTD-FAT)
               END-IF.
               READ FATURAS-IN
                   AT END SET FIM-FATURAS TO TRUE
               END-READ.
               MOVE WRK-EMB-TRANSP TO WRK-TRANSP-CHAVE.
               PERFORM 0210-LOCALIZAR-TRANSP.
               ADD 1 TO TAB-TRP-EMBARQUES (TAB-TRP-IDX).
               PERFORM 0235-PREPARAR-EMBARQUE.
               IF WRK-EMB-CARGA NOT = SPACES
                   AND WRK-EMB-FRETE-CARGA IS NUMERIC
                   ADD WRK-EMB-FRETE-CARGA
                       TO TAB-TRP-CALCULADO (TAB-TRP-IDX)
                   PERFORM 0205-ACUMULAR-CARGA
               ELSE
                   ADD WRK-EMB-FRETE
                       TO TAB-TRP-CALCULADO (TAB-TRP-IDX)
                   MOVE 'E' TO WRK-CONC-TIPO
                   MOVE WRK-EMB-REFERENCIA TO WRK-CONC-REFERENCIA
                   MOVE WRK-EMB-FRETE TO WRK-CONC-FRETE
                   MOVE 'N' TO WRK-ACHOU-FATURA
                   PERFORM 0230-PROCURAR-FATURA
                       VARYING WRK-FAT-IDX FROM 1 BY 1
                       UNTIL WRK-FAT-IDX > WRK-QTD-FAT
                          OR FATURA-ACHADA
                   IF FATURA-ACHADA
                       PERFORM 0240-CONFERIR-VALOR
                   END-IF
               END-IF.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
      ******************************
      **** EMBARQUE DE CARGA CONSOLIDADA SOMA NA SUA CARGA, QUE E
      **** CONFERIDA CONTRA A FATURA NO FECHAMENTO
      ******************************
           0205-ACUMULAR-CARGA.
               MOVE ZEROS TO WRK-CRG-ACHADA-IDX.
               IF WRK-QTD-CRG > 0
                   SET TAB-CRG-IDX TO 1
                   SEARCH TAB-CRG
                       AT END CONTINUE
                       WHEN TAB-CRG-CODIGO (TAB-CRG-IDX)
                               = WRK-EMB-CARGA
                           AND TAB-CRG-TRANSP (TAB-CRG-IDX)
                               = WRK-EMB-TRANSP
                           SET WRK-CRG-ACHADA-IDX TO TAB-CRG-IDX
                   END-SEARCH
               END-IF.
               IF WRK-CRG-ACHADA-IDX = 0 AND WRK-QTD-CRG < 2000
                   ADD 1 TO WRK-QTD-CRG
                   MOVE WRK-QTD-CRG TO WRK-CRG-ACHADA-IDX
                   MOVE WRK-EMB-CARGA TO TAB-CRG-CODIGO (WRK-QTD-CRG)
                   MOVE WRK-EMB-TRANSP TO TAB-CRG-TRANSP (WRK-QTD-CRG)
                   MOVE ZEROS TO TAB-CRG-EMBARQUES (WRK-QTD-CRG)
                                 TAB-CRG-FRETE (WRK-QTD-CRG)
                                 TAB-CRG-GRIS (WRK-QTD-CRG)
                                 TAB-CRG-ADVALOREM (WRK-QTD-CRG)
                                 TAB-CRG-PEDAGIO (WRK-QTD-CRG)
                                 TAB-CRG-TDE (WRK-QTD-CRG)
               END-IF.
               IF WRK-CRG-ACHADA-IDX > 0
                   SET TAB-CRG-IDX TO WRK-CRG-ACHADA-IDX
                   ADD 1 TO TAB-CRG-EMBARQUES (TAB-CRG-IDX)
                   ADD WRK-EMB-FRETE-CARGA
                       TO TAB-CRG-FRETE (TAB-CRG-IDX)
                   ADD WRK-CONC-GRIS TO TAB-CRG-GRIS (TAB-CRG-IDX)
                   ADD WRK-CONC-ADVALOREM
                       TO TAB-CRG-ADVALOREM (TAB-CRG-IDX)
                   ADD WRK-CONC-PEDAGIO TO TAB-CRG-PEDAGIO (TAB-CRG-IDX)
                   ADD WRK-CONC-TDE TO TAB-CRG-TDE (TAB-CRG-IDX)
               END-IF.
      ******************************
      **** PROCURA A TRANSPORTADORA NA TABELA DE TOTAIS, CRIANDO UMA
      **** LINHA NOVA QUANDO AINDA NAO APARECEU
      ******************************
                                 TAB-TRP-EMBARQUES (TAB-TRP-IDX)
                                 TAB-TRP-DIVERGEN  (TAB-TRP-IDX)
                                 TAB-TRP-ABATIDO   (TAB-TRP-IDX)
                                 TAB-TRP-DIV-PESO  (TAB-TRP-IDX)
                                 TAB-TRP-DIV-GRIS  (TAB-TRP-IDX)
                                 TAB-TRP-DIV-ADVAL (TAB-TRP-IDX)
                                 TAB-TRP-DIV-PEDAG (TAB-TRP-IDX)
                                 TAB-TRP-DIV-TDE   (TAB-TRP-IDX)
                                 TAB-TRP-ACORDADO  (TAB-TRP-IDX)
                                 TAB-TRP-RETIDO    (TAB-TRP-IDX)
               ELSE
                   SET TAB-TRP-IDX TO WRK-QTD-TRANSP
               END-IF.
           0230-PROCURAR-FATURA.
               IF TAB-FAT-REFERENCIA (WRK-FAT-IDX)
                   = WRK-CONC-REFERENCIA
                   AND TAB-FAT-TRANSP (WRK-FAT-IDX) = WRK-TRANSP-CHAVE
                   AND TAB-FAT-CASADA (WRK-FAT-IDX) = 'N'
                   SET FATURA-ACHADA TO TRUE
                   MOVE 'S' TO TAB-FAT-CASADA (WRK-FAT-IDX)
                   MOVE WRK-FAT-IDX TO WRK-FAT-ACHADA-IDX
               END-IF.
      ******************************
      **** ADICIONAIS DO EMBARQUE; EMBARQUE ANTIGO, SEM OS
      **** ADICIONAIS, CONTA COMO ADICIONAL ZERO
      ******************************
           0235-PREPARAR-EMBARQUE.
               MOVE ZEROS TO WRK-CONC-GRIS WRK-CONC-ADVALOREM
                             WRK-CONC-PEDAGIO WRK-CONC-TDE.
               IF WRK-EMB-GRIS IS NUMERIC
                   MOVE WRK-EMB-GRIS TO WRK-CONC-GRIS
               END-IF.
               IF WRK-EMB-ADVALOREM IS NUMERIC
                   MOVE WRK-EMB-ADVALOREM TO WRK-CONC-ADVALOREM
               END-IF.
               IF WRK-EMB-PEDAGIO IS NUMERIC
                   MOVE WRK-EMB-PEDAGIO TO WRK-CONC-PEDAGIO
               END-IF.
               IF WRK-EMB-TDE IS NUMERIC
                   MOVE WRK-EMB-TDE TO WRK-CONC-TDE
               END-IF.
      ******************************
      **** COMPARA O VALOR COBRADO COM O CALCULADO E APONTA A
      **** DIFERENCA QUANDO PASSA DA TOLERANCIA
      ******************************
           0240-CONFERIR-VALOR.
               MOVE 'N' TO WRK-LINHA-SITUACAO.
               ADD TAB-FAT-VALOR (WRK-FAT-ACHADA-IDX)
                   TO TAB-TRP-COBRADO (TAB-TRP-IDX).
               PERFORM 0245-GRAVAR-MOV-CONC.
               COMPUTE WRK-DIFERENCA =
                   TAB-FAT-VALOR (WRK-FAT-ACHADA-IDX) - WRK-CONC-FRETE.
               IF WRK-DIFERENCA > WRK-PARM-TOLERANCIA-CONC
                   OR WRK-DIFERENCA < (0 - WRK-PARM-TOLERANCIA-CONC)
                   SET LINHA-EM-DISPUTA TO TRUE
                   ADD 1 TO WRK-TOTAL-DIVERGENTES
                   ADD 1 TO TAB-TRP-DIVERGEN (TAB-TRP-IDX)
                   MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
                   MOVE SPACES TO WRK-LINHA-CONC
                   STRING 'DIFERENCA ' DELIMITED BY SIZE
                          WRK-CONC-REFERENCIA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-TRANSP-CHAVE DELIMITED BY SIZE
                          '  COBRADO-CALCULADO: ' DELIMITED BY SIZE
                          WRK-DIFERENCA-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-CONC
                   WRITE LINHA-CONC FROM WRK-LINHA-CONC
               END-IF.
               IF TAB-FAT-DETALHADA (WRK-FAT-ACHADA-IDX) = 'S'
                   PERFORM 0250-CONFERIR-COMPONENTES
               END-IF.
               IF LINHA-EM-DISPUTA
                   PERFORM 0270-RETER-DISPUTA
               ELSE
                   ADD TAB-FAT-VALOR (WRK-FAT-ACHADA-IDX)
                       TO TAB-TRP-ACORDADO (TAB-TRP-IDX)
                   PERFORM 0275-PROCURAR-DISPUTA
                   IF WRK-DSP-ACHADA-IDX > 0
                       PERFORM 0278-ENCERRAR-DISPUTA
                   END-IF
               END-IF.
      ******************************
      **** MOVIMENTO DE CONCILIACAO (CONCMOV): O CALCULADO E O
      **** COBRADO DE CADA EMBARQUE OU CARGA CASADO COM A FATURA,
      **** PARA A RENTABILIDADE POR CLIENTE (PROGRNT)
      ******************************
           0245-GRAVAR-MOV-CONC.
               MOVE SPACES TO WRK-CONCILIACAO.
               MOVE WRK-CONC-TIPO       TO WRK-CNC-TIPO.
               MOVE WRK-CONC-REFERENCIA TO WRK-CNC-REFERENCIA.
               MOVE WRK-TRANSP-CHAVE    TO WRK-CNC-TRANSP.
               MOVE WRK-CONC-FRETE      TO WRK-CNC-CALCULADO.
               MOVE TAB-FAT-VALOR (WRK-FAT-ACHADA-IDX)
                   TO WRK-CNC-COBRADO.
               WRITE LINHA-MOVIMENTO-CONC FROM WRK-CONCILIACAO.
      ******************************
      **** FATURA DETALHADA: CONFERE CADA COMPONENTE COBRADO CONTRA
      **** O CALCULADO NO EMBARQUE (OU NA SOMA DA CARGA) E APONTA
      **** QUAL TAXA ESTA EM DISPUTA. O FRETE PESO E O TOTAL MENOS
      **** OS QUATRO
      ******************************
           0250-CONFERIR-COMPONENTES.
               MOVE 'FRETE PESO' TO WRK-COMP-NOME.
               COMPUTE WRK-COMP-COBRADO =
                   TAB-FAT-VALOR (WRK-FAT-ACHADA-IDX)
                   - TAB-FAT-GRIS (WRK-FAT-ACHADA-IDX)
                   - TAB-FAT-ADVALOREM (WRK-FAT-ACHADA-IDX)
                   - TAB-FAT-PEDAGIO (WRK-FAT-ACHADA-IDX)
                   - TAB-FAT-TDE (WRK-FAT-ACHADA-IDX).
               COMPUTE WRK-COMP-CALCULADO = WRK-CONC-FRETE
                   - WRK-CONC-GRIS - WRK-CONC-ADVALOREM
                   - WRK-CONC-PEDAGIO - WRK-CONC-TDE.
               PERFORM 0260-CONFERIR-COMPONENTE.
               IF COMP-DIVERGENTE
                   ADD 1 TO TAB-TRP-DIV-PESO (TAB-TRP-IDX)
               END-IF.
               MOVE 'GRIS' TO WRK-COMP-NOME.
               MOVE TAB-FAT-GRIS (WRK-FAT-ACHADA-IDX)
                   TO WRK-COMP-COBRADO.
               MOVE WRK-CONC-GRIS TO WRK-COMP-CALCULADO.
               PERFORM 0260-CONFERIR-COMPONENTE.
               IF COMP-DIVERGENTE
                   ADD 1 TO TAB-TRP-DIV-GRIS (TAB-TRP-IDX)
               END-IF.
               MOVE 'AD VALOREM' TO WRK-COMP-NOME.
               MOVE TAB-FAT-ADVALOREM (WRK-FAT-ACHADA-IDX)
                   TO WRK-COMP-COBRADO.
               MOVE WRK-CONC-ADVALOREM TO WRK-COMP-CALCULADO.
               PERFORM 0260-CONFERIR-COMPONENTE.
               IF COMP-DIVERGENTE
                   ADD 1 TO TAB-TRP-DIV-ADVAL (TAB-TRP-IDX)
               END-IF.
               MOVE 'PEDAGIO' TO WRK-COMP-NOME.
               MOVE TAB-FAT-PEDAGIO (WRK-FAT-ACHADA-IDX)
                   TO WRK-COMP-COBRADO.
               MOVE WRK-CONC-PEDAGIO TO WRK-COMP-CALCULADO.
               PERFORM 0260-CONFERIR-COMPONENTE.
               IF COMP-DIVERGENTE
                   ADD 1 TO TAB-TRP-DIV-PEDAG (TAB-TRP-IDX)
               END-IF.
               MOVE 'TDE' TO WRK-COMP-NOME.
               MOVE TAB-FAT-TDE (WRK-FAT-ACHADA-IDX)
                   TO WRK-COMP-COBRADO.
               MOVE WRK-CONC-TDE TO WRK-COMP-CALCULADO.
               PERFORM 0260-CONFERIR-COMPONENTE.
               IF COMP-DIVERGENTE
                   ADD 1 TO TAB-TRP-DIV-TDE (TAB-TRP-IDX)
               END-IF.
           0260-CONFERIR-COMPONENTE.
               MOVE 'N' TO WRK-COMP-SITUACAO.
               COMPUTE WRK-DIFERENCA =
                   WRK-COMP-COBRADO - WRK-COMP-CALCULADO.
               IF WRK-DIFERENCA > WRK-PARM-TOLERANCIA-CONC
                   OR WRK-DIFERENCA < (0 - WRK-PARM-TOLERANCIA-CONC)
                   SET COMP-DIVERGENTE TO TRUE
                   SET LINHA-EM-DISPUTA TO TRUE
                   ADD 1 TO WRK-TOTAL-DIV-COMP
                   MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
                   MOVE SPACES TO WRK-LINHA-CONC
                   STRING '  DIVERGENCIA ' DELIMITED BY SIZE
                          WRK-COMP-NOME DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-CONC-REFERENCIA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-TRANSP-CHAVE DELIMITED BY SIZE
                          '  COBRADO-CALCULADO: ' DELIMITED BY SIZE
                          WRK-DIFERENCA-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-CONC
                   WRITE LINHA-CONC FROM WRK-LINHA-CONC
               END-IF.
      ******************************
      **** LINHA FORA DA TOLERANCIA FICA FORA DO TITULO DA
      **** TRANSPORTADORA E VAI PARA O ARQUIVO DE DISPUTAS; SE A
      **** REFERENCIA JA ESTAVA EM DISPUTA, A COBRANCA NOVA SUBSTITUI
      **** A ANTERIOR
      ******************************
           0270-RETER-DISPUTA.
               ADD 1 TO WRK-TOTAL-RETIDAS.
               PERFORM 0275-PROCURAR-DISPUTA.
               IF WRK-DSP-ACHADA-IDX = 0
                   IF WRK-QTD-DSP < 2000
                       ADD 1 TO WRK-QTD-DSP
                       MOVE WRK-QTD-DSP TO WRK-DSP-ACHADA-IDX
                   ELSE
                       PERFORM 0088-ESTOURAR-DISPUTAS
                   END-IF
               END-IF.
               IF WRK-DSP-ACHADA-IDX > 0
                   MOVE SPACES TO WRK-DISPUTA
                   MOVE WRK-TRANSP-CHAVE    TO WRK-DSP-TRANSP
                   MOVE WRK-CONC-REFERENCIA TO WRK-DSP-REFERENCIA
                   MOVE TAB-FAT-VALOR (WRK-FAT-ACHADA-IDX)
                       TO WRK-DSP-COBRADO
                   MOVE WRK-CONC-FRETE      TO WRK-DSP-CALCULADO
                   MOVE WRK-DATA-RUN        TO WRK-DSP-DATA
                   MOVE WRK-DSP-TRANSP
                       TO TAB-DSP-TRANSP (WRK-DSP-ACHADA-IDX)
                   MOVE WRK-DSP-REFERENCIA
                       TO TAB-DSP-REFERENCIA (WRK-DSP-ACHADA-IDX)
                   MOVE WRK-DISPUTA
                       TO TAB-DSP-LINHA (WRK-DSP-ACHADA-IDX)
                   MOVE 'N' TO TAB-DSP-ACERTADA (WRK-DSP-ACHADA-IDX)
               END-IF.
               MOVE SPACES TO WRK-LINHA-CONC.
               STRING '  LINHA RETIDA EM DISPUTA ' DELIMITED BY SIZE
                      WRK-CONC-REFERENCIA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-TRANSP-CHAVE DELIMITED BY SIZE
                      ' - FORA DO TITULO ATE O ACERTO'
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-CONC.
               WRITE LINHA-CONC FROM WRK-LINHA-CONC.
           0275-PROCURAR-DISPUTA.
               MOVE ZEROS TO WRK-DSP-ACHADA-IDX.
               IF WRK-QTD-DSP > 0
                   SET TAB-DSP-IDX TO 1
                   SEARCH TAB-DSP
                       AT END CONTINUE
                       WHEN TAB-DSP-TRANSP (TAB-DSP-IDX)
                               = WRK-TRANSP-CHAVE
                           AND TAB-DSP-REFERENCIA (TAB-DSP-IDX)
                               = WRK-CONC-REFERENCIA
                           AND TAB-DSP-ACERTADA (TAB-DSP-IDX) = 'N'
                           SET WRK-DSP-ACHADA-IDX TO TAB-DSP-IDX
                   END-SEARCH
               END-IF.
      ******************************
      **** DISPUTA COBRADA DE NOVO DENTRO DA TOLERANCIA: A NOVA
      **** COBRANCA JA ENTROU NO ACORDADO E A DISPUTA SAI DO ARQUIVO
      ******************************
           0278-ENCERRAR-DISPUTA.
               MOVE 'S' TO TAB-DSP-ACERTADA (WRK-DSP-ACHADA-IDX).
               ADD 1 TO WRK-TOTAL-ACERTADAS.
               MOVE SPACES TO WRK-LINHA-CONC.
               STRING 'DISPUTA ENCERRADA PELA NOVA COBRANCA '
                          DELIMITED BY SIZE
                      WRK-CONC-REFERENCIA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-TRANSP-CHAVE DELIMITED BY SIZE
                      INTO WRK-LINHA-CONC.
               WRITE LINHA-CONC FROM WRK-LINHA-CONC.
      ******************************
      **** CADA CARGA CONSOLIDADA DO MES E CONFERIDA CONTRA A LINHA
      **** DA FATURA COM A REFERENCIA DA CARGA, COM A MESMA
      **** TOLERANCIA E A MESMA CONFERENCIA POR COMPONENTE DO
      **** EMBARQUE AVULSO
      ******************************
           0280-CONCILIAR-CARGA.
               SET TAB-CRG-IDX TO WRK-CRG-IDX.
               MOVE TAB-CRG-TRANSP (TAB-CRG-IDX) TO WRK-TRANSP-CHAVE.
               PERFORM 0210-LOCALIZAR-TRANSP.
               MOVE 'C' TO WRK-CONC-TIPO.
               MOVE TAB-CRG-CODIGO (TAB-CRG-IDX)
                   TO WRK-CONC-REFERENCIA.
               MOVE TAB-CRG-FRETE (TAB-CRG-IDX) TO WRK-CONC-FRETE.
               MOVE TAB-CRG-GRIS (TAB-CRG-IDX) TO WRK-CONC-GRIS.
               MOVE TAB-CRG-ADVALOREM (TAB-CRG-IDX)
                   TO WRK-CONC-ADVALOREM.
               MOVE TAB-CRG-PEDAGIO (TAB-CRG-IDX) TO WRK-CONC-PEDAGIO.
               MOVE TAB-CRG-TDE (TAB-CRG-IDX) TO WRK-CONC-TDE.
               MOVE 'N' TO WRK-ACHOU-FATURA.
               PERFORM 0230-PROCURAR-FATURA
                   VARYING WRK-FAT-IDX FROM 1 BY 1
                   UNTIL WRK-FAT-IDX > WRK-QTD-FAT
                      OR FATURA-ACHADA.
               IF FATURA-ACHADA
                   PERFORM 0240-CONFERIR-VALOR
               ELSE
                   ADD 1 TO WRK-TOTAL-CARGAS-SEM-FATURA
               END-IF.
           0300-FINALIZAR.
               PERFORM 0280-CONCILIAR-CARGA
                   VARYING WRK-CRG-IDX FROM 1 BY 1
                   UNTIL WRK-CRG-IDX > WRK-QTD-CRG.
               PERFORM 0310-LISTAR-SEM-EMBARQUE
                   VARYING WRK-FAT-IDX FROM 1 BY 1
                   UNTIL WRK-FAT-IDX > WRK-QTD-FAT.
               PERFORM 0290-APLICAR-ACERTO
                   VARYING WRK-DSP-IDX FROM 1 BY 1
                   UNTIL WRK-DSP-IDX > WRK-QTD-DSP.
               PERFORM 0298-CONFERIR-ACERTO
                   VARYING WRK-ACD-IDX FROM 1 BY 1
                   UNTIL WRK-ACD-IDX > WRK-QTD-ACD.
               IF NOT TABELA-ESTOURADA
                   OPEN EXTEND CONTAS-PAGAR
               END-IF.
               MOVE SPACES TO LINHA-CONC.
               WRITE LINHA-CONC.
               MOVE 'TOTAIS POR TRANSPORTADORA (CALCULADO X COBRADO)'
               MOVE 1 TO WRK-IMPR-IDX.
               PERFORM 0320-IMPRIMIR-TOTAL-TRANSP
                   UNTIL WRK-IMPR-IDX > WRK-QTD-TRANSP.
               IF NOT TABELA-ESTOURADA
                   CLOSE CONTAS-PAGAR
               END-IF.
               DISPLAY '********************'.
               DISPLAY 'EMBARQUES LIDOS     : ' WRK-TOTAL-EMBARQUES.
               DISPLAY 'LINHAS DE FATURA    : ' WRK-TOTAL-FATURAS.
               DISPLAY 'DIFERENCAS APONTADAS: ' WRK-TOTAL-DIVERGENTES.
               DISPLAY 'COMPONENTES EM DISP.: ' WRK-TOTAL-DIV-COMP.
               DISPLAY 'COBRANCAS S/EMBARQUE: ' WRK-TOTAL-SEM-TARIFA.
               DISPLAY 'CARGAS CONCILIADAS  : ' WRK-QTD-CRG.
               DISPLAY 'CARGAS SEM FATURA   : '
                   WRK-TOTAL-CARGAS-SEM-FATURA.
               DISPLAY 'RECLAMACOES ABATIDAS: ' WRK-TOTAL-ABATIMENTOS.
               DISPLAY 'LINHAS RETIDAS      : ' WRK-TOTAL-RETIDAS.
               DISPLAY 'DISPUTAS ACERTADAS  : ' WRK-TOTAL-ACERTADAS.
               DISPLAY 'TITULOS A PAGAR     : ' WRK-TOTAL-PAGAVEIS.
               MOVE WRK-TOTAL-A-PAGAR TO WRK-VALOR-ED.
               DISPLAY 'VALOR A PAGAR       : ' WRK-VALOR-ED.
               CLOSE EMBARQUES-IN RELATORIO-CONC MOVIMENTO-CONC.
               PERFORM 0360-REGRAVAR-RECLAMACOES.
               PERFORM 0380-REGRAVAR-DISPUTAS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** DISPUTA COM ACERTO DIGITADO: O VALOR ACORDADO ENTRA NO
      **** TITULO DA TRANSPORTADORA E A LINHA SAI DO ARQUIVO; SEM
      **** ACERTO, O COBRADO CONTINUA RETIDO
      ******************************
           0290-APLICAR-ACERTO.
               IF TAB-DSP-ACERTADA (WRK-DSP-IDX) = 'N'
                   MOVE TAB-DSP-LINHA (WRK-DSP-IDX) TO WRK-DISPUTA
                   MOVE WRK-DSP-TRANSP TO WRK-TRANSP-CHAVE
                   PERFORM 0210-LOCALIZAR-TRANSP
                   MOVE ZEROS TO WRK-ACD-IDX
                   IF WRK-QTD-ACD > 0
                       SET TAB-ACD-IDX TO 1
                       SEARCH TAB-ACD
                           AT END CONTINUE
                           WHEN TAB-ACD-TRANSP (TAB-ACD-IDX)
                                   = WRK-DSP-TRANSP
                               AND TAB-ACD-REFERENCIA (TAB-ACD-IDX)
                                   = WRK-DSP-REFERENCIA
                               AND TAB-ACD-USADO (TAB-ACD-IDX) = 'N'
                               SET WRK-ACD-IDX TO TAB-ACD-IDX
                       END-SEARCH
                   END-IF
                   IF WRK-ACD-IDX > 0
                       PERFORM 0295-ACERTAR-DISPUTA
                   ELSE
                       ADD WRK-DSP-COBRADO
                           TO TAB-TRP-RETIDO (TAB-TRP-IDX)
                   END-IF
               END-IF.
           0295-ACERTAR-DISPUTA.
               MOVE 'S' TO TAB-DSP-ACERTADA (WRK-DSP-IDX).
               MOVE 'S' TO TAB-ACD-USADO (WRK-ACD-IDX).
               ADD 1 TO WRK-TOTAL-ACERTADAS.
               ADD TAB-ACD-VALOR (WRK-ACD-IDX)
                   TO TAB-TRP-ACORDADO (TAB-TRP-IDX).
               MOVE WRK-DSP-COBRADO TO WRK-COBRADO-ED.
               MOVE TAB-ACD-VALOR (WRK-ACD-IDX) TO WRK-ACORDADO-ED.
               MOVE SPACES TO WRK-LINHA-CONC.
               STRING 'DISPUTA ACERTADA ' DELIMITED BY SIZE
                      WRK-DSP-REFERENCIA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DSP-TRANSP DELIMITED BY SIZE
                      '  COBRADO ' DELIMITED BY SIZE
                      WRK-COBRADO-ED DELIMITED BY SIZE
                      '  ACORDADO ' DELIMITED BY SIZE
                      WRK-ACORDADO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CONC.
               WRITE LINHA-CONC FROM WRK-LINHA-CONC.
      ******************************
      **** ACERTO QUE NAO ACHOU DISPUTA EM ABERTO (REFERENCIA
      **** ERRADA OU JA ACERTADA) E AVISADO COM RC 4
      ******************************
           0298-CONFERIR-ACERTO.
               IF TAB-ACD-USADO (WRK-ACD-IDX) = 'N'
                   MOVE TAB-ACD-VALOR (WRK-ACD-IDX) TO WRK-ACORDADO-ED
                   MOVE SPACES TO WRK-LINHA-CONC
                   STRING 'ACERTO SEM DISPUTA EM ABERTO '
                              DELIMITED BY SIZE
                          TAB-ACD-REFERENCIA (WRK-ACD-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAB-ACD-TRANSP (WRK-ACD-IDX)
                              DELIMITED BY SIZE
                          '  VALOR ' DELIMITED BY SIZE
                          WRK-ACORDADO-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-CONC
                   WRITE LINHA-CONC FROM WRK-LINHA-CONC
                   DISPLAY 'ACERTO SEM DISPUTA EM ABERTO '
                       TAB-ACD-TRANSP (WRK-ACD-IDX) ' '
                       TAB-ACD-REFERENCIA (WRK-ACD-IDX)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
      ******************************
      **** LISTA AS LINHAS DE FATURA QUE NAO ACHARAM EMBARQUE -- A
      **** TRANSPORTADORA COBROU ALGO QUE NUNCA TARIFAMOS
      ******************************
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-CONC.
               WRITE LINHA-CONC FROM WRK-LINHA-CONC.
               MOVE TAB-TRP-ACORDADO (TAB-TRP-IDX) TO WRK-ACORDADO-ED.
               MOVE TAB-TRP-RETIDO (TAB-TRP-IDX) TO WRK-RETIDO-ED.
               MOVE SPACES TO WRK-LINHA-CONC.
               STRING '      ACORDADO ' DELIMITED BY SIZE
                      WRK-ACORDADO-ED DELIMITED BY SIZE
                      '  RETIDO EM DISPUTA ' DELIMITED BY SIZE
                      WRK-RETIDO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CONC.
               WRITE LINHA-CONC FROM WRK-LINHA-CONC.
               IF TAB-TRP-DIV-PESO (TAB-TRP-IDX) > 0
                   OR TAB-TRP-DIV-GRIS (TAB-TRP-IDX) > 0
                   OR TAB-TRP-DIV-ADVAL (TAB-TRP-IDX) > 0
                   OR TAB-TRP-DIV-PEDAG (TAB-TRP-IDX) > 0
                   OR TAB-TRP-DIV-TDE (TAB-TRP-IDX) > 0
                   MOVE SPACES TO WRK-LINHA-CONC
                   STRING '  EM DISPUTA: FRETE PESO ' DELIMITED BY SIZE
                          TAB-TRP-DIV-PESO (TAB-TRP-IDX)
                              DELIMITED BY SIZE
                          '  GRIS ' DELIMITED BY SIZE
                          TAB-TRP-DIV-GRIS (TAB-TRP-IDX)
                              DELIMITED BY SIZE
                          '  AD VALOREM ' DELIMITED BY SIZE
                          TAB-TRP-DIV-ADVAL (TAB-TRP-IDX)
                              DELIMITED BY SIZE
                          '  PEDAGIO ' DELIMITED BY SIZE
                          TAB-TRP-DIV-PEDAG (TAB-TRP-IDX)
                              DELIMITED BY SIZE
                          '  TDE ' DELIMITED BY SIZE
                          TAB-TRP-DIV-TDE (TAB-TRP-IDX)
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-CONC
                   WRITE LINHA-CONC FROM WRK-LINHA-CONC
               END-IF.
               PERFORM 0330-ABATER-RECLAMACOES
                   VARYING WRK-REC-IDX FROM 1 BY 1
                   UNTIL WRK-REC-IDX > WRK-QTD-REC.
      ******************************
      **** ABATE DO FECHAMENTO DA TRANSPORTADORA ATUAL CADA
      **** RECLAMACAO ACEITA, COM LINHA DE JUSTIFICATIVA, E MARCA O
      **** PLEITO COMO PAGO PARA NAO ABATER DE NOVO NO MES SEGUINTE.
      **** SO ABATE ATE O VALOR ACORDADO DO MES; A QUE NAO COUBER
      **** CONTINUA ACEITA PARA O FECHAMENTO SEGUINTE
      ******************************
           0330-ABATER-RECLAMACOES.
               MOVE TAB-REC-LINHA (WRK-REC-IDX) TO WRK-RECLAMACAO.
               IF REC-ACEITA
                   AND WRK-REC-TRANSP = TAB-TRP-CODIGO (TAB-TRP-IDX)
                   AND TAB-TRP-ABATIDO (TAB-TRP-IDX) + WRK-REC-VALOR
                       > TAB-TRP-ACORDADO (TAB-TRP-IDX)
                   MOVE WRK-REC-VALOR TO WRK-ABATIDO-ED
                   MOVE SPACES TO WRK-LINHA-CONC
                   STRING '  RECLAMACAO MANTIDA (ACIMA DO ACORDADO) '
                              DELIMITED BY SIZE
                          WRK-REC-REFERENCIA DELIMITED BY SIZE
                          ' VALOR ' DELIMITED BY SIZE
                          WRK-ABATIDO-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-CONC
                   WRITE LINHA-CONC FROM WRK-LINHA-CONC
               END-IF.
               IF REC-ACEITA
                   AND WRK-REC-TRANSP = TAB-TRP-CODIGO (TAB-TRP-IDX)
                   AND TAB-TRP-ABATIDO (TAB-TRP-IDX) + WRK-REC-VALOR
                       NOT > TAB-TRP-ACORDADO (TAB-TRP-IDX)
                   ADD 1 TO WRK-TOTAL-ABATIMENTOS
                   ADD WRK-REC-VALOR TO TAB-TRP-ABATIDO (TAB-TRP-IDX)
                   MOVE WRK-REC-VALOR TO WRK-ABATIDO-ED
                   SET REC-PAGA TO TRUE
                   MOVE WRK-RECLAMACAO TO TAB-REC-LINHA (WRK-REC-IDX)
               END-IF.
      ******************************
      **** LIQUIDO DA TRANSPORTADORA (ACORDADO MENOS ABATIMENTOS)
      **** VIRA TITULO EM ABERTO NO CONTAS A PAGAR
      ******************************
           0350-IMPRIMIR-LIQUIDO.
               COMPUTE WRK-LIQUIDO =
                   TAB-TRP-ACORDADO (TAB-TRP-IDX)
                   - TAB-TRP-ABATIDO (TAB-TRP-IDX).
               IF TAB-TRP-ABATIDO (TAB-TRP-IDX) NOT = ZEROS
                   MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED
                   MOVE SPACES TO WRK-LINHA-CONC
                   STRING '  LIQUIDO A PAGAR APOS ABATIMENTOS '
                          INTO WRK-LINHA-CONC
                   WRITE LINHA-CONC FROM WRK-LINHA-CONC
               END-IF.
               IF WRK-LIQUIDO > 0 AND NOT TABELA-ESTOURADA
                   PERFORM 0340-GRAVAR-PAGAVEL
               END-IF.
           0340-GRAVAR-PAGAVEL.
               ADD 1 TO WRK-TOTAL-PAGAVEIS.
               ADD WRK-LIQUIDO TO WRK-TOTAL-A-PAGAR.
               MOVE SPACES TO WRK-PAGAVEL.
               MOVE TAB-TRP-CODIGO (TAB-TRP-IDX) TO WRK-PAG-FORNECEDOR.
               STRING 'FRETE-'    DELIMITED BY SIZE
                      WRK-DRN-ANO DELIMITED BY SIZE
                      WRK-DRN-MES DELIMITED BY SIZE
                      '-'         DELIMITED BY SIZE
                      TAB-TRP-CODIGO (TAB-TRP-IDX) DELIMITED BY SIZE
                      INTO WRK-PAG-REFERENCIA.
               MOVE WRK-LIQUIDO     TO WRK-PAG-VALOR.
               MOVE WRK-DATA-RUN    TO WRK-PAG-EMISSAO.
               MOVE WRK-DATA-VENCTO TO WRK-PAG-VENCIMENTO.
               SET PAG-ABERTO TO TRUE.
               WRITE LINHA-PAGAVEL FROM WRK-PAGAVEL.
               MOVE SPACES TO WRK-LINHA-CONC.
               STRING '  TITULO NO CONTAS A PAGAR ' DELIMITED BY SIZE
                      WRK-PAG-REFERENCIA DELIMITED BY SIZE
                      ' VENCIMENTO ' DELIMITED BY SIZE
                      WRK-DATA-VENCTO DELIMITED BY SIZE
                      INTO WRK-LINHA-CONC.
               WRITE LINHA-CONC FROM WRK-LINHA-CONC.
      ******************************
      **** REESCREVE O ARQUIVO DE RECLAMACOES COM AS ABATIDAS
      **** MARCADAS COMO PAGAS (ENTRA VELHO / SAI NOVO)
               WRITE LINHA-RECLAMACAO-OUT
                   FROM TAB-REC-LINHA (WRK-REC-IDX).
      ******************************
      **** REESCREVE O ARQUIVO DE DISPUTAS SO COM AS LINHAS AINDA
      **** NAO ACERTADAS (ENTRA VELHO / SAI NOVO)
      ******************************
           0380-REGRAVAR-DISPUTAS.
               OPEN OUTPUT DISPUTAS-OUT.
               PERFORM 0385-REGRAVAR-DISPUTA
                   VARYING WRK-DSP-IDX FROM 1 BY 1
                   UNTIL WRK-DSP-IDX > WRK-QTD-DSP.
               CLOSE DISPUTAS-OUT.
           0385-REGRAVAR-DISPUTA.
               IF TAB-DSP-ACERTADA (WRK-DSP-IDX) = 'N'
                   WRITE LINHA-DISPUTA-OUT
                       FROM TAB-DSP-LINHA (WRK-DSP-IDX)
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
