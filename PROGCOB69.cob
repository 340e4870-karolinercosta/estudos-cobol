      *     PENDENTES (REEMBPEN) COM O CPF E O MOTIVO, PARA O
      *     PROGCOB70 DEVOLVER -- ANTES O EXCESSO SUMIA DENTRO DO
      *     VALOR PAGO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NO REGISTRO DE REEMBOLSO FOI PARA 14
      *     POSICOES (CPF OU CNPJ)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     CHEQUE NO BALCAO (FORMA C) PASSOU A TRAZER BANCO, NUMERO,
      *     BOM PARA E EMITENTE, E ENTRA NA CARTEIRA DE CHEQUES
      *     (CHQCART/CHQCNEW, CPYCHQ): PRE-DATADO FICA EM CUSTODIA E SO
      *     BAIXA O TITULO OU A MENSALIDADE NO DIA DO DEPOSITO; CHEQUE
      *     DE EMITENTE COM DEVOLUCAO NOS ULTIMOS WRK-PARM-DIAS-BLOQ-CHQ
      *     DIAS (CHQBLOQ, GRAVADO PELO PROGCHQ) E RECUSADO E NAO BAIXA
      *     NADA; O VENCIMENTO DO TITULO BAIXADO FICA NA CARTEIRA PARA A
      *     DEVOLUCAO REABRIR
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA MENSALIDADE (MENSAB) GANHOU NO FIM O CPF DO
      *     RESPONSAVEL FINANCEIRO, GRAVADO PELO FATURAMENTO
      *     (PROGCOB23); O LAYOUT ACOMPANHOU PARA A REGRAVACAO NAO
      *     PERDER O CAMPO
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS) E O TITULO E
      *     ATUALIZADO NO PROPRIO ARQUIVO (REWRITE), SEM A COPIA
      *     RECNEW E O PASSO DE DEVOLUCAO NO JCL
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DECL-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MENSALIDADES-OUT ASSIGN TO MENSNEW
                   FILE STATUS IS WRK-PASS-STATUS.
               SELECT ESTADO-RUN ASSIGN TO RUNSTAT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CARTEIRA-CHQ ASSIGN TO CHQCART
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CART-STATUS.
               SELECT CARTEIRA-CHQ-OUT ASSIGN TO CHQCNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BLOQUEIO-CHQ ASSIGN TO CHQBLOQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BLOQ-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PARAMETROS-IN.
               02 REG-PARM-DIAS-PAGTO      PIC 9(03).
               02 REG-PARM-PERC-ORCAMENTO  PIC 9(03).
               02 REG-PARM-TOLER-PAGTO     PIC 9(03)V99.
               02 REG-PARM-DIAS-NEGATIV    PIC 9(03).
               02 REG-PARM-DIAS-PERDA      PIC 9(04).
               02 REG-PARM-MARGEM-FREQ     PIC 9(02).
               02 REG-PARM-PCT-SLA         PIC 9(03).
               02 REG-PARM-GERACOES-BKP    PIC 9(02).
               02 REG-PARM-DIAS-OBSOLETO   PIC 9(04).
               02 REG-PARM-DIAS-CONSUMO    PIC 9(03).
               02 REG-PARM-FATOR-SEGURANCA PIC 9(01)V99.
               02 REG-PARM-DIAS-COBERTURA  PIC 9(03).
               02 REG-PARM-LIMITE-APROV-PAG PIC 9(07)V99.
               02 REG-PARM-TAXA-CAIXA      PIC 9(02)V99.
               02 REG-PARM-LIMITE-LANC-MAN PIC 9(07).
               02 REG-PARM-TARIFA-CHQ-DEV  PIC 9(05)V99.
               02 REG-PARM-DIAS-BLOQ-CHQ   PIC 9(03).
           FD  REEMBOLSOS-OUT.
           01  REG-REEMBOLSO-OUT.
               02 REG-REE-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-REE-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-RCI-DATA       PIC X(08).
               02 REG-RCI-VALOR      PIC 9(09)V99.
               02 REG-RCI-FORMA      PIC X(01).
                   88 RCI-CHEQUE       VALUE 'C'.
               02 REG-RCI-CAIXA      PIC X(06).
               02 REG-RCI-CHQ-BANCO    PIC X(03).
               02 REG-RCI-CHQ-NUMERO   PIC X(08).
               02 REG-RCI-CHQ-BOM-PARA PIC X(08).
               02 REG-RCI-CHQ-EMITENTE PIC X(14).
           FD  DECLARADO-IN.
           01  REG-DECLARADO-IN.
               02 REG-DCL-CAIXA PIC X(06).
               02 REG-DCL-FORMA PIC X(01).
               02 REG-DCL-VALOR PIC 9(09)V99.
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
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  MENSALIDADES-OUT.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           FD  CARTEIRA-CHQ.
           01  LINHA-CARTEIRA-IN PIC X(122).
           FD  CARTEIRA-CHQ-OUT.
           01  LINHA-CARTEIRA-OUT PIC X(122).
           FD  BLOQUEIO-CHQ.
           01  LINHA-BLOQUEIO-IN PIC X(29).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYRECEB.
           COPY CPYCTRL.
           COPY CPYPARM.
           COPY CPYCHQ.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-VALOR-EXCESSO PIC 9(09)V99 VALUE ZEROS COMP-3.
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
           77 WRK-DECL-STATUS PIC X(02) VALUE '00'.
               88 DECLARADO-OK VALUE '00'.
           77 WRK-FIM-RECIBOS PIC X(01) VALUE 'N'.
                   03 TAB-RCI-FORMA      PIC X(01).
                   03 TAB-RCI-CAIXA      PIC X(06).
                   03 TAB-RCI-CASADO     PIC X(01).
                   03 TAB-RCI-ORIGEM     PIC X(01).
                   03 TAB-RCI-CHQ-SUB    PIC 9(04).
      ******************************
      **** TOTAL RECEBIDO POR CAIXA E FORMA, PARA A CONFERENCIA
      ******************************
           77 WRK-TOTAL-PARCIAIS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-TITULO PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECEBIDO PIC S9(11)V99 VALUE ZEROS COMP-3.
      ******************************
      **** CARTEIRA DE CHEQUES (CUSTODIA, DEPOSITADOS, DEVOLVIDOS)
      **** E EMITENTES BLOQUEADOS POR CHEQUE DEVOLVIDO
      ******************************
           77 WRK-CART-STATUS PIC X(02) VALUE '00'.
               88 CARTEIRA-OK VALUE '00'.
           77 WRK-BLOQ-STATUS PIC X(02) VALUE '00'.
               88 BLOQUEIO-OK VALUE '00'.
           77 WRK-FIM-CARTEIRA PIC X(01) VALUE 'N'.
               88 FIM-CARTEIRA VALUE 'S'.
           77 WRK-FIM-BLOQUEIO PIC X(01) VALUE 'N'.
               88 FIM-BLOQUEIO VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-QTD-CHQ PIC 9(04) VALUE ZEROS.
           01 TAB-CHEQUES.
               02 TAB-CHQ OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-CHQ
                  INDEXED BY TAB-CHQ-IDX.
                   03 TAB-CHQ-REG PIC X(122).
           77 WRK-QTD-BLQ PIC 9(04) VALUE ZEROS.
           01 TAB-BLOQUEIOS.
               02 TAB-BLQ OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-BLQ
                  INDEXED BY TAB-BLQ-IDX.
                   03 TAB-BLQ-EMITENTE   PIC X(14).
                   03 TAB-BLQ-DATA-DEVOL PIC X(08).
           77 WRK-CHQ-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-DOC-CHAVE PIC X(14) VALUE SPACES.
           77 WRK-BLOQUEADO PIC X(01) VALUE 'N'.
               88 EMITENTE-BLOQUEADO VALUE 'S'.
           77 WRK-RECUSA PIC X(01) VALUE 'N'.
               88 CHEQUE-RECUSADO VALUE 'S'.
           77 WRK-DIAS-GUARDA-CHQ PIC 9(03) VALUE 90.
           01 WRK-DATA-HOJE.
               02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
               02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-CALC.
               02 WRK-CALC-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-CALC-MES PIC 9(02) VALUE ZEROS.
               02 WRK-CALC-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-DECORRIDOS PIC S9(05) VALUE ZEROS COMP-3.
           77 WRK-TOTAL-CUSTODIA    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-COMPENSADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADOS   PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0200-PROCESSAR-TITULO UNTIL FIM-RECEBIVEIS.
               PERFORM 0300-PROCESSAR-MENSALIDADES.
               PERFORM 0400-CONFERIR-CAIXA.
               PERFORM 0700-GRAVAR-CARTEIRA.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-CAIXA.
               MOVE 'RECEBIMENTOS DE CAIXA' TO LINHA-CAIXA.
               WRITE LINHA-CAIXA.
               PERFORM 0140-CARREGAR-BLOQUEIOS.
               PERFORM 0170-CARREGAR-CARTEIRA.
               OPEN INPUT RECIBOS-IN.
               READ RECIBOS-IN
                   AT END SET FIM-RECIBOS TO TRUE
               PERFORM 0110-CARREGAR-RECIBO
                   UNTIL FIM-RECIBOS OR WRK-QTD-RCI >= 2000.
               CLOSE RECIBOS-IN.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DA CARTEIRA DE CHEQUES ESTOUROU '
                       '(3000) - RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               OPEN EXTEND REEMBOLSOS-OUT.
               OPEN I-O CONTAS-RECEBER.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
               MOVE REG-RCI-FORMA TO TAB-RCI-FORMA (WRK-QTD-RCI).
               MOVE REG-RCI-CAIXA TO TAB-RCI-CAIXA (WRK-QTD-RCI).
               MOVE 'N' TO TAB-RCI-CASADO (WRK-QTD-RCI).
               MOVE 'B' TO TAB-RCI-ORIGEM (WRK-QTD-RCI).
               MOVE ZEROS TO TAB-RCI-CHQ-SUB (WRK-QTD-RCI).
               IF RCI-CHEQUE
                   PERFORM 0120-REGISTRAR-CHEQUE
               END-IF.
               ADD REG-RCI-VALOR TO WRK-TOTAL-RECEBIDO.
               MOVE REG-RCI-CAIXA TO WRK-CAIXA-CHAVE.
               MOVE REG-RCI-FORMA TO WRK-FORMA-CHAVE.
               READ RECIBOS-IN
                   AT END SET FIM-RECIBOS TO TRUE
               END-READ.
      ******************************
      **** CHEQUE RECEBIDO NO BALCAO ENTRA NA CARTEIRA: EMITENTE
      **** BLOQUEADO POR DEVOLUCAO TEM O CHEQUE RECUSADO (NAO BAIXA
      **** NADA); PRE-DATADO FICA EM CUSTODIA E SO BAIXA O ITEM NO
      **** DIA DO DEPOSITO; O RESTO E DEPOSITADO E BAIXA HOJE. OS
      **** TRES CONTAM NA CONFERENCIA, PORQUE ESTAO NA GAVETA
      ******************************
           0120-REGISTRAR-CHEQUE.
               MOVE SPACES TO WRK-CHEQUE.
               MOVE REG-RCI-CHQ-BANCO    TO WRK-CHQ-BANCO.
               MOVE REG-RCI-CHQ-NUMERO   TO WRK-CHQ-NUMERO.
               MOVE REG-RCI-TIPO         TO WRK-CHQ-TIPO.
               MOVE REG-RCI-REFERENCIA   TO WRK-CHQ-REFERENCIA.
               MOVE REG-RCI-CHQ-EMITENTE TO WRK-CHQ-EMITENTE.
               MOVE REG-RCI-VALOR        TO WRK-CHQ-VALOR.
               MOVE REG-RCI-DATA         TO WRK-CHQ-DATA-RECIBO.
               MOVE REG-RCI-CHQ-BOM-PARA TO WRK-CHQ-BOM-PARA.
               IF WRK-CHQ-BOM-PARA = SPACES
                   MOVE REG-RCI-DATA TO WRK-CHQ-BOM-PARA
               END-IF.
               MOVE REG-RCI-CAIXA        TO WRK-CHQ-CAIXA.
               MOVE 'N' TO WRK-BLOQUEADO.
               IF WRK-CHQ-EMITENTE NOT = SPACES
                   MOVE WRK-CHQ-EMITENTE TO WRK-DOC-CHAVE
                   PERFORM 0148-CONFERIR-BLOQUEIO
               END-IF.
               EVALUATE TRUE
                   WHEN EMITENTE-BLOQUEADO
                       SET CHQ-RECUSADO TO TRUE
                       MOVE REG-RCI-DATA TO WRK-CHQ-DATA-SIT
                       MOVE 'R' TO TAB-RCI-CASADO (WRK-QTD-RCI)
                       PERFORM 0250-LISTAR-RECUSADO
                   WHEN WRK-CHQ-BOM-PARA > WRK-DATA-HOJE
                       SET CHQ-CUSTODIA TO TRUE
                       MOVE REG-RCI-DATA TO WRK-CHQ-DATA-SIT
                       MOVE 'C' TO TAB-RCI-CASADO (WRK-QTD-RCI)
                       ADD 1 TO WRK-TOTAL-CUSTODIA
                       MOVE SPACES TO WRK-LINHA-CAIXA
                       STRING 'CHEQUE EM CUSTODIA ' DELIMITED BY SIZE
                              WRK-CHQ-BANCO DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              WRK-CHQ-NUMERO DELIMITED BY SIZE
                              ' BOM PARA ' DELIMITED BY SIZE
                              WRK-CHQ-BOM-PARA DELIMITED BY SIZE
                              ' REF ' DELIMITED BY SIZE
                              WRK-CHQ-REFERENCIA DELIMITED BY SIZE
                              INTO WRK-LINHA-CAIXA
                       WRITE LINHA-CAIXA FROM WRK-LINHA-CAIXA
                   WHEN OTHER
                       SET CHQ-DEPOSITADO TO TRUE
                       MOVE WRK-DATA-HOJE TO WRK-CHQ-DATA-SIT
               END-EVALUATE.
               PERFORM 0130-GUARDAR-CHEQUE.
               IF NOT TABELA-ESTOURADA
                   MOVE WRK-QTD-CHQ TO TAB-RCI-CHQ-SUB (WRK-QTD-RCI)
               END-IF.
           0130-GUARDAR-CHEQUE.
               IF WRK-QTD-CHQ < 3000
                   ADD 1 TO WRK-QTD-CHQ
                   MOVE WRK-CHEQUE TO TAB-CHQ-REG (WRK-QTD-CHQ)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** EMITENTES BLOQUEADOS POR CHEQUE DEVOLVIDO (PROGCHQ), SE O
      **** ARQUIVO EXISTIR
      ******************************
           0140-CARREGAR-BLOQUEIOS.
               OPEN INPUT BLOQUEIO-CHQ.
               IF BLOQUEIO-OK
                   READ BLOQUEIO-CHQ INTO WRK-CHQ-BLOQUEIO
                       AT END SET FIM-BLOQUEIO TO TRUE
                   END-READ
                   PERFORM 0145-LER-BLOQUEIO
                       UNTIL FIM-BLOQUEIO OR WRK-QTD-BLQ >= 2000
                   CLOSE BLOQUEIO-CHQ
               END-IF.
           0145-LER-BLOQUEIO.
               ADD 1 TO WRK-QTD-BLQ.
               MOVE WRK-BLQ-EMITENTE TO TAB-BLQ-EMITENTE (WRK-QTD-BLQ).
               MOVE WRK-BLQ-DATA-DEVOL
                   TO TAB-BLQ-DATA-DEVOL (WRK-QTD-BLQ).
               READ BLOQUEIO-CHQ INTO WRK-CHQ-BLOQUEIO
                   AT END SET FIM-BLOQUEIO TO TRUE
               END-READ.
      ******************************
      **** EMITENTE BLOQUEADO: DEVOLUCAO HA NO MAXIMO
      **** WRK-PARM-DIAS-BLOQ-CHQ DIAS (MES COMERCIAL DE 30 DIAS)
      ******************************
           0148-CONFERIR-BLOQUEIO.
               MOVE 'N' TO WRK-BLOQUEADO.
               IF WRK-QTD-BLQ > 0
                   SET TAB-BLQ-IDX TO 1
                   SEARCH TAB-BLQ
                       AT END CONTINUE
                       WHEN TAB-BLQ-EMITENTE (TAB-BLQ-IDX)
                           = WRK-DOC-CHAVE
                           MOVE TAB-BLQ-DATA-DEVOL (TAB-BLQ-IDX)
                               TO WRK-DATA-CALC
                           PERFORM 0190-CALCULAR-DIAS
                           IF WRK-DIAS-DECORRIDOS
                               NOT > WRK-PARM-DIAS-BLOQ-CHQ
                               SET EMITENTE-BLOQUEADO TO TRUE
                           END-IF
                   END-SEARCH
               END-IF.
      ******************************
      **** CARREGA A CARTEIRA DE CHEQUES: O CHEQUE EM CUSTODIA QUE
      **** CHEGOU AO DIA DO DEPOSITO VIRA UM RECIBO DE HOJE (SEM
      **** SOMAR DE NOVO NA CONFERENCIA, JA CONTOU NO DIA EM QUE
      **** ENTROU) E E MARCADO DEPOSITADO; DEPOSITADO, DEVOLVIDO OU
      **** RECUSADO HA MAIS DE WRK-DIAS-GUARDA-CHQ DIAS SAI DA
      **** CARTEIRA
      ******************************
           0170-CARREGAR-CARTEIRA.
               OPEN INPUT CARTEIRA-CHQ.
               IF CARTEIRA-OK
                   READ CARTEIRA-CHQ INTO WRK-CHEQUE
                       AT END SET FIM-CARTEIRA TO TRUE
                   END-READ
                   PERFORM 0175-LER-CARTEIRA
                       UNTIL FIM-CARTEIRA OR TABELA-ESTOURADA
                   CLOSE CARTEIRA-CHQ
               END-IF.
           0175-LER-CARTEIRA.
               IF CHQ-CUSTODIA
                   IF WRK-CHQ-BOM-PARA NOT > WRK-DATA-HOJE
                       AND WRK-QTD-RCI < 2000
                       PERFORM 0180-DEPOSITAR-CUSTODIA
                   ELSE
                       PERFORM 0130-GUARDAR-CHEQUE
                   END-IF
               ELSE
                   MOVE WRK-CHQ-DATA-SIT TO WRK-DATA-CALC
                   PERFORM 0190-CALCULAR-DIAS
                   IF WRK-DIAS-DECORRIDOS NOT > WRK-DIAS-GUARDA-CHQ
                       PERFORM 0130-GUARDAR-CHEQUE
                   END-IF
               END-IF.
               READ CARTEIRA-CHQ INTO WRK-CHEQUE
                   AT END SET FIM-CARTEIRA TO TRUE
               END-READ.
           0180-DEPOSITAR-CUSTODIA.
               SET CHQ-DEPOSITADO TO TRUE.
               MOVE WRK-DATA-HOJE TO WRK-CHQ-DATA-SIT.
               PERFORM 0130-GUARDAR-CHEQUE.
               ADD 1 TO WRK-TOTAL-COMPENSADOS.
               ADD 1 TO WRK-QTD-RCI.
               MOVE WRK-CHQ-TIPO TO TAB-RCI-TIPO (WRK-QTD-RCI).
               MOVE WRK-CHQ-REFERENCIA
                   TO TAB-RCI-REFERENCIA (WRK-QTD-RCI).
               MOVE WRK-CHQ-BOM-PARA TO TAB-RCI-DATA (WRK-QTD-RCI).
               MOVE WRK-CHQ-VALOR TO TAB-RCI-VALOR (WRK-QTD-RCI).
               MOVE 'C' TO TAB-RCI-FORMA (WRK-QTD-RCI).
               MOVE WRK-CHQ-CAIXA TO TAB-RCI-CAIXA (WRK-QTD-RCI).
               MOVE 'N' TO TAB-RCI-CASADO (WRK-QTD-RCI).
               MOVE 'K' TO TAB-RCI-ORIGEM (WRK-QTD-RCI).
               MOVE WRK-QTD-CHQ TO TAB-RCI-CHQ-SUB (WRK-QTD-RCI).
               MOVE WRK-CHQ-VALOR TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-CAIXA.
               STRING 'CHEQUE DA CUSTODIA DEPOSITADO ' DELIMITED BY SIZE
                      WRK-CHQ-BANCO DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-CHQ-NUMERO DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      WRK-CHQ-REFERENCIA DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CAIXA.
               WRITE LINHA-CAIXA FROM WRK-LINHA-CAIXA.
      ******************************
      **** DIAS DECORRIDOS DE WRK-DATA-CALC ATE HOJE, NO MES
      **** COMERCIAL (COMO O ATRASO DO PROGCOB71); DATA EM BRANCO
      **** CONTA COMO HOJE
      ******************************
           0190-CALCULAR-DIAS.
               IF WRK-DATA-CALC IS NUMERIC
                   COMPUTE WRK-DIAS-DECORRIDOS =
                       ((WRK-HOJE-ANO - WRK-CALC-ANO) * 360) +
                       ((WRK-HOJE-MES - WRK-CALC-MES) * 30) +
                       (WRK-HOJE-DIA - WRK-CALC-DIA)
               ELSE
                   MOVE ZEROS TO WRK-DIAS-DECORRIDOS
               END-IF.
           0150-LOCALIZAR-CAIXA-FORMA.
               IF WRK-QTD-CXF = 0
                   PERFORM 0160-CRIAR-CAIXA-FORMA
                       PERFORM 0220-BAIXAR-TITULO
                   END-IF
               END-IF.
               REWRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
                   MOVE WRK-RCI-IDX TO WRK-RCI-ACHADO-IDX
               END-IF.
           0220-BAIXAR-TITULO.
               MOVE 'N' TO WRK-RECUSA.
               IF TAB-RCI-CHQ-SUB (WRK-RCI-ACHADO-IDX) > 0
                   PERFORM 0240-CONFERIR-CHEQUE
               END-IF.
               IF NOT CHEQUE-RECUSADO
                   MOVE TAB-RCI-DATA (WRK-RCI-ACHADO-IDX)
                       TO WRK-RCB-DATA-PGTO
                   MOVE TAB-RCI-VALOR (WRK-RCI-ACHADO-IDX)
                       TO WRK-RCB-VALOR-PAGO
                   IF TAB-RCI-VALOR (WRK-RCI-ACHADO-IDX)
                       NOT < WRK-RCB-VALOR
                       ADD 1 TO WRK-TOTAL-BAIXADOS
                       SET RCB-PAGO TO TRUE
                       PERFORM 0225-CONFERIR-EXCESSO
                   ELSE
                       ADD 1 TO WRK-TOTAL-PARCIAIS
                       PERFORM 0230-LISTAR-PARCIAL
                   END-IF
               END-IF.
      ******************************
      **** RECIBO A MAIOR ALEM DA TOLERANCIA DO PARMSUITE: O
                               MOVE REG-PARM-TOLER-PAGTO
                                   TO WRK-PARM-TOLER-PAGTO
                           END-IF
                           IF REG-PARM-DIAS-BLOQ-CHQ IS NUMERIC
                               MOVE REG-PARM-DIAS-BLOQ-CHQ
                                   TO WRK-PARM-DIAS-BLOQ-CHQ
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
      ******************************
      **** CHEQUE QUE VAI BAIXAR O ITEM: SEM EMITENTE NO RECIBO, O
      **** DO TITULO E O CPF DO CLIENTE, E O BLOQUEIO E CONFERIDO
      **** AGORA (SO NO CHEQUE RECEBIDO HOJE; O DA CUSTODIA JA FOI
      **** ACEITO); ACEITO, GUARDA O VENCIMENTO DO TITULO PARA A
      **** DEVOLUCAO REABRIR COM ELE
      ******************************
           0240-CONFERIR-CHEQUE.
               MOVE TAB-RCI-CHQ-SUB (WRK-RCI-ACHADO-IDX) TO WRK-CHQ-SUB.
               MOVE TAB-CHQ-REG (WRK-CHQ-SUB) TO WRK-CHEQUE.
               MOVE 'N' TO WRK-BLOQUEADO.
               IF WRK-CHQ-EMITENTE = SPACES AND CHQ-TITULO-FRETE
                   MOVE WRK-RCB-CPF TO WRK-CHQ-EMITENTE
                   IF TAB-RCI-ORIGEM (WRK-RCI-ACHADO-IDX) = 'B'
                       MOVE WRK-CHQ-EMITENTE TO WRK-DOC-CHAVE
                       PERFORM 0148-CONFERIR-BLOQUEIO
                   END-IF
               END-IF.
               IF EMITENTE-BLOQUEADO
                   SET CHQ-RECUSADO TO TRUE
                   SET CHEQUE-RECUSADO TO TRUE
                   MOVE 'R' TO TAB-RCI-CASADO (WRK-RCI-ACHADO-IDX)
                   PERFORM 0250-LISTAR-RECUSADO
               ELSE
                   IF CHQ-TITULO-FRETE
                       MOVE WRK-RCB-VENCIMENTO TO WRK-CHQ-VENCTO-ORIG
                   END-IF
               END-IF.
               MOVE WRK-CHEQUE TO TAB-CHQ-REG (WRK-CHQ-SUB).
           0250-LISTAR-RECUSADO.
               ADD 1 TO WRK-TOTAL-RECUSADOS.
               MOVE WRK-CHQ-VALOR TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-CAIXA.
               STRING 'CHEQUE RECUSADO ' DELIMITED BY SIZE
                      WRK-CHQ-BANCO DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-CHQ-NUMERO DELIMITED BY SIZE
                      ' BLOQUEADO ' DELIMITED BY SIZE
                      WRK-CHQ-EMITENTE DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      WRK-CHQ-REFERENCIA DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CAIXA.
               WRITE LINHA-CAIXA FROM WRK-LINHA-CAIXA.
           0230-LISTAR-PARCIAL.
               MOVE WRK-RCB-VALOR      TO WRK-VALOR-ED.
               MOVE WRK-RCB-VALOR-PAGO TO WRK-VALOR2-ED.
      **** NA EXCECAO E A COBRANCA SEGUE ABERTA
      ******************************
           0300-PROCESSAR-MENSALIDADES.
               CLOSE CONTAS-RECEBER
                     REEMBOLSOS-OUT.
               OPEN INPUT MENSALIDADES-IN
                    OUTPUT MENSALIDADES-OUT.
                   MOVE WRK-RCI-IDX TO WRK-RCI-ACHADO-IDX
               END-IF.
           0330-BAIXAR-MENSALIDADE.
               MOVE 'N' TO WRK-RECUSA.
               IF TAB-RCI-CHQ-SUB (WRK-RCI-ACHADO-IDX) > 0
                   PERFORM 0240-CONFERIR-CHEQUE
               END-IF.
               COMPUTE WRK-TOTAL-MENSAL =
                   WRK-MEN-VALOR + WRK-MEN-ENCARGOS.
               IF CHEQUE-RECUSADO
                   CONTINUE
               ELSE
                   IF TAB-RCI-VALOR (WRK-RCI-ACHADO-IDX)
                       NOT < WRK-TOTAL-MENSAL
                       ADD 1 TO WRK-TOTAL-BAIXADOS
                       SET MEN-PAGA TO TRUE
                   ELSE
                       ADD 1 TO WRK-TOTAL-PARCIAIS
                       MOVE WRK-TOTAL-MENSAL TO WRK-VALOR-ED
                       MOVE TAB-RCI-VALOR (WRK-RCI-ACHADO-IDX)
                           TO WRK-VALOR2-ED
                       MOVE SPACES TO WRK-LINHA-CAIXA
                       STRING 'RECIBO PARCIAL MENSALIDADE '
                                  DELIMITED BY SIZE
                              WRK-REF-MENSAL DELIMITED BY SIZE
                              ' DEVIDO ' DELIMITED BY SIZE
                              WRK-VALOR-ED DELIMITED BY SIZE
                              ' PAGO ' DELIMITED BY SIZE
                              WRK-VALOR2-ED DELIMITED BY SIZE
                              INTO WRK-LINHA-CAIXA
                       WRITE LINHA-CAIXA FROM WRK-LINHA-CAIXA
                   END-IF
               END-IF.
      ******************************
      **** CONFERENCIA DE FIM DE DIA: RECIBO SEM TITULO, TOTAL POR
                      WRK-DIFER-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CAIXA.
               WRITE LINHA-CAIXA FROM WRK-LINHA-CAIXA.
      ******************************
      **** REGRAVA A CARTEIRA DE CHEQUES (CHQCNEW, COPY-BACK NO JCL)
      ******************************
           0700-GRAVAR-CARTEIRA.
               OPEN OUTPUT CARTEIRA-CHQ-OUT.
               PERFORM 0710-GRAVAR-CHEQUE
                   VARYING WRK-CHQ-SUB FROM 1 BY 1
                   UNTIL WRK-CHQ-SUB > WRK-QTD-CHQ.
               CLOSE CARTEIRA-CHQ-OUT.
           0710-GRAVAR-CHEQUE.
               WRITE LINHA-CARTEIRA-OUT FROM TAB-CHQ-REG (WRK-CHQ-SUB).
           0800-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'RECIBOS LIDOS      : ' WRK-TOTAL-RECIBOS.
               DISPLAY 'PAGAMENTOS PARCIAIS: ' WRK-TOTAL-PARCIAIS.
               DISPLAY 'EXCESSOS PARQUEADOS: ' WRK-TOTAL-EXCEDENTES.
               DISPLAY 'RECIBOS SEM TITULO : ' WRK-TOTAL-SEM-TITULO.
               DISPLAY 'CHEQUES EM CUSTODIA: ' WRK-TOTAL-CUSTODIA.
               DISPLAY 'CUSTODIA DEPOSITADA: ' WRK-TOTAL-COMPENSADOS.
               DISPLAY 'CHEQUES RECUSADOS  : ' WRK-TOTAL-RECUSADOS.
               CLOSE RELATORIO-CAIXA.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
               MOVE WRK-TOTAL-RECIBOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-BAIXADOS TO WRK-CTL-ACEITOS.
               COMPUTE WRK-CTL-REJEITADOS =
                   WRK-TOTAL-PARCIAIS + WRK-TOTAL-SEM-TITULO
                   + WRK-TOTAL-RECUSADOS.
               MOVE WRK-TOTAL-RECEBIDO TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               OPEN EXTEND CONTROLE-LOTE.
