      *     MESMA APROVACAO DE SUPERVISOR DO PROGCOB38) E CONSULTADO
      *     ANTES DA TABELA GERAL; LINHA PRECIFICADA POR CONTRATO
      *     SAI MARCADA *CONTRATO* NO RELATORIO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A COTACAO PASSOU A INCLUIR OS ADICIONAIS DA
      *     TRANSPORTADORA (TABTAXA: GRIS, AD VALOREM, PEDAGIO POR
      *     FRACAO DE 100 KG E TDE), COM A MESMA REGRA DO
      *     PROGCOB09B. A REQUISICAO (COTIN) GANHOU O CEP DE
      *     ENTREGA NO FIM DA LINHA; SEM CEP NAO HA TDE. O FRETE
      *     COTADO JA VEM COM OS ADICIONAIS, DETALHADOS NUMA LINHA
      *     ABAIXO DA COTACAO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CPF DOS CONTRATOS DE TARIFA E DA REQUISICAO DE COTACAO FOI
      *     PARA 14 POSICOES (CPF ENCOSTADO A ESQUERDA OU CNPJ)
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT FATORES-CUBAGEM ASSIGN TO CUBFAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CUBFAT-STATUS.
               SELECT TAXAS-IN ASSIGN TO TABTAXA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABTAXA-STATUS.
               SELECT COTACOES-REQ ASSIGN TO COTIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT COTACOES-MST ASSIGN TO COTMST
               02 REG-FRT-VIG-FIM PIC X(08).
           FD  CONTRATOS-IN.
           01  REG-CONTRATO-IN.
               02 REG-CTR-CPF     PIC X(14).
               02 REG-CTR-UF      PIC X(02).
               02 REG-CTR-ATE-KG  PIC 9(05)V99.
               02 REG-CTR-MULT    PIC 9(02)V99.
               02 REG-CUB-TRANSP PIC X(04).
               02 FILLER         PIC X(02).
               02 REG-CUB-FATOR  PIC 9(04)V99.
           FD  TAXAS-IN.
           01  LINHA-TAXA-IN PIC X(60).
           FD  COTACOES-REQ.
           01  REG-COTACAO-REQ.
               02 REG-REQ-VALOR    PIC 9(06)V99.
               02 REG-REQ-UF       PIC X(02).
               02 REG-REQ-TRANSP   PIC X(04).
               02 REG-REQ-DIMENSAO PIC 9(03)V99.
               02 REG-REQ-CPF      PIC X(14).
               02 REG-REQ-CEP      PIC X(08).
           FD  COTACOES-MST.
           01  REG-COTACAO-MST.
               02 REG-COT-NUMERO   PIC X(14).
               02 TAB-CTR OCCURS 1 TO 200 TIMES
                  DEPENDING ON WRK-QTD-CTR
                  INDEXED BY TAB-CTR-IDX.
                   03 TAB-CTR-CPF     PIC X(14).
                   03 TAB-CTR-UF      PIC X(02).
                   03 TAB-CTR-ATE-KG  PIC 9(05)V99.
                   03 TAB-CTR-MULT    PIC 9(02)V99.
           77 WRK-PESO-CUBADO  PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-PESO-TARIFA  PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-FRETE PIC 9(06)V99 VALUE ZEROS COMP-3.
           COPY CPYTAXA.
           77 WRK-TABTAXA-STATUS PIC X(02) VALUE '00'.
               88 TABTAXA-OK VALUE '00'.
           77 WRK-FIM-TAXAS PIC X(01) VALUE 'N'.
               88 FIM-TAXAS VALUE 'S'.
      ******************************
      **** ADICIONAIS DE FRETE POR TRANSPORTADORA E FAIXAS DE CEP
      **** DE ENTREGA DIFICIL (TDE), OS MESMOS DO PROGCOB09B
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
           77 WRK-FRETE-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
      ******************************
               PERFORM 0075-CARREGAR-CUBAGEM.
               PERFORM 0077-CARREGAR-PRAZOS.
               PERFORM 0081-CARREGAR-CONTRATOS.
               PERFORM 0083-CARREGAR-TAXAS.
               PERFORM 0079-CARREGAR-CALENDARIO.
               PERFORM 0130-CARREGAR-USOS.
               OPEN INPUT COTACOES-REQ
      **** CONTADO EM DIAS UTEIS DO CALPROC A PARTIR DE HOJE; SEM
      **** PRAZO A COTACAO SAI SEM DATA
      ******************************
      ******************************
      **** CARREGA A TABELA DE ADICIONAIS (TABTAXA), SE EXISTIR:
      **** LINHA T VAI PARA AS TAXAS, LINHA C PARA AS FAIXAS DE TDE
      ******************************
           0083-CARREGAR-TAXAS.
               OPEN INPUT TAXAS-IN.
               IF TABTAXA-OK
                   READ TAXAS-IN INTO WRK-TAXA-TRANSP
                       AT END SET FIM-TAXAS TO TRUE
                   END-READ
                   PERFORM 0084-LER-TAXA UNTIL FIM-TAXAS
                   CLOSE TAXAS-IN
               END-IF.
           0084-LER-TAXA.
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
           0206-CALCULAR-ENTREGA.
               MOVE SPACES TO WRK-DATA-ENTREGA.
               MOVE ZEROS TO WRK-PRAZO-DIAS.
                   AND REG-REQ-DIMENSAO > 1,00
                   COMPUTE WRK-FRETE = WRK-FRETE * 1,15
               END-IF.
               PERFORM 0211-CALCULAR-ADICIONAIS.
      ******************************
      **** ADICIONAIS DA TRANSPORTADORA (TABTAXA), MESMA REGRA DO
      **** PROGCOB09B: GRIS E AD VALOREM SOBRE O VALOR, PEDAGIO POR
      **** FRACAO DE 100 KG DO PESO TARIFAVEL E TDE SOBRE O FRETE
      **** PESO PARA O CEP DA REQUISICAO EM FAIXA DE ENTREGA
      **** DIFICIL (SEM CEP NA REQUISICAO NAO HA TDE)
      ******************************
           0211-CALCULAR-ADICIONAIS.
               MOVE ZEROS TO WRK-ADIC-GRIS WRK-ADIC-ADVALOREM
                             WRK-ADIC-PEDAGIO WRK-ADIC-TDE
                             WRK-TAX-ACHADA-IDX.
               IF UF-ENCONTRADA AND WRK-QTD-TAX > 0
                   SET TAB-TAX-IDX TO 1
                   SEARCH TAB-TAX
                       AT END CONTINUE
                       WHEN TAB-TAX-TRANSP (TAB-TAX-IDX)
                           = REG-REQ-TRANSP
                           SET WRK-TAX-ACHADA-IDX TO TAB-TAX-IDX
                   END-SEARCH
               END-IF.
               IF WRK-TAX-ACHADA-IDX > 0
                   SET TAB-TAX-IDX TO WRK-TAX-ACHADA-IDX
                   COMPUTE WRK-ADIC-GRIS ROUNDED = REG-REQ-VALOR
                       * TAB-TAX-GRIS-PCT (TAB-TAX-IDX) / 100
                   IF WRK-ADIC-GRIS < TAB-TAX-GRIS-MIN (TAB-TAX-IDX)
                       MOVE TAB-TAX-GRIS-MIN (TAB-TAX-IDX)
                           TO WRK-ADIC-GRIS
                   END-IF
                   COMPUTE WRK-ADIC-ADVALOREM ROUNDED = REG-REQ-VALOR
                       * TAB-TAX-ADVAL-PCT (TAB-TAX-IDX) / 100
                   DIVIDE WRK-PESO-TARIFA BY 100
                       GIVING WRK-FRACOES-PEDAGIO
                       REMAINDER WRK-RESTO-PEDAGIO
                   IF WRK-RESTO-PEDAGIO > ZEROS
                       ADD 1 TO WRK-FRACOES-PEDAGIO
                   END-IF
                   COMPUTE WRK-ADIC-PEDAGIO = WRK-FRACOES-PEDAGIO
                       * TAB-TAX-PEDAGIO (TAB-TAX-IDX)
                   PERFORM 0212-CONFERIR-CEP-TDE
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
           0212-CONFERIR-CEP-TDE.
               MOVE 'N' TO WRK-CEP-DIFICIL.
               IF WRK-QTD-TDE > 0 AND REG-REQ-CEP NOT = SPACES
                   SET TAB-TDE-IDX TO 1
                   SEARCH TAB-TDE
                       AT END CONTINUE
                       WHEN TAB-TDE-TRANSP (TAB-TDE-IDX)
                               = REG-REQ-TRANSP
                           AND REG-REQ-CEP NOT <
                               TAB-TDE-CEP-INI (TAB-TDE-IDX)
                           AND REG-REQ-CEP NOT >
                               TAB-TDE-CEP-FIM (TAB-TDE-IDX)
                           SET CEP-DIFICIL TO TRUE
                   END-SEARCH
               END-IF.
           0220-GRAVAR-COTACAO.
               PERFORM 0206-CALCULAR-ENTREGA.
               OPEN EXTEND COTACOES-MST.
                   MOVE '*CONTRATO*' TO WRK-LINHA-COT (90:10)
               END-IF.
               WRITE LINHA-COT FROM WRK-LINHA-COT.
               IF WRK-TAX-ACHADA-IDX > 0
                   PERFORM 0221-IMPRIMIR-ADICIONAIS
               END-IF.
      ******************************
      **** LINHA DOS ADICIONAIS, LOGO ABAIXO DA LINHA DA COTACAO
      ******************************
           0221-IMPRIMIR-ADICIONAIS.
               MOVE SPACES TO WRK-LINHA-COT.
               MOVE WRK-ADIC-GRIS TO WRK-ADIC-ED.
               STRING '        INCLUI  GRIS ' DELIMITED BY SIZE
                      WRK-ADIC-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-COT.
               MOVE WRK-ADIC-ADVALOREM TO WRK-ADIC-ED.
               MOVE '  AD VALOREM ' TO WRK-LINHA-COT (35:13).
               MOVE WRK-ADIC-ED TO WRK-LINHA-COT (48:8).
               MOVE WRK-ADIC-PEDAGIO TO WRK-ADIC-ED.
               MOVE '  PEDAGIO ' TO WRK-LINHA-COT (56:10).
               MOVE WRK-ADIC-ED TO WRK-LINHA-COT (66:8).
               MOVE WRK-ADIC-TDE TO WRK-ADIC-ED.
               MOVE '  TDE ' TO WRK-LINHA-COT (74:6).
               MOVE WRK-ADIC-ED TO WRK-LINHA-COT (80:8).
               WRITE LINHA-COT FROM WRK-LINHA-COT.
           0300-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'REQUISICOES LIDAS : ' WRK-TOTAL-REQUISICOES.
