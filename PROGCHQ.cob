           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGCHQ.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CHEQUE DEVOLVIDO -- O CAIXA (PROGCOB69) BAIXA O
      *     TITULO OU A MENSALIDADE ASSIM QUE O CHEQUE E DEPOSITADO E
      *     NAO HAVIA COMO DESFAZER A BAIXA QUANDO O BANCO DEVOLVIA O
      *     CHEQUE DIAS DEPOIS. LE O ARQUIVO DE DEVOLUCOES DO DIA
      *     (CHQDEV: BANCO, NUMERO, MOTIVO DA DEVOLUCAO E DATA) E
      *     PROCURA O CHEQUE DEPOSITADO NA CARTEIRA (CHQCART, CPYCHQ).
      *     CADA ITEM PAGO PELO CHEQUE E REABERTO: O TITULO DO RECEBIV
      *     VOLTA A A COM O VENCIMENTO QUE TINHA NA BAIXA, O VALOR
      *     PAGO PERDE O VALOR DO CHEQUE E A TARIFA DE CHEQUE
      *     DEVOLVIDO DO PARMSUITE ENTRA NOS ENCARGOS; A MENSALIDADE
      *     DO MENSAB VOLTA A A COM A TARIFA NOS ENCARGOS. O CHEQUE
      *     FICA DEVOLVIDO NA CARTEIRA COM O MOTIVO, O DINHEIRO SAI DO
      *     CAIXA NO RAZAO (LANCAMENTO NEGATIVO NA CONTA CAIXA NO
      *     LANCINT, UM POR CHEQUE, NA DATA DA DEVOLUCAO, PARA A
      *     CONCILIACAO DO PROGCOB62 CASAR COM O DEBITO DO EXTRATO) E
      *     O EMITENTE ENTRA NO BLOQUEIO (CHQBLOQ): O CAIXA RECUSA OS
      *     CHEQUES DELE POR WRK-PARM-DIAS-BLOQ-CHQ DIAS. DEVOLUCAO DE
      *     CHEQUE FORA DA CARTEIRA, AINDA EM CUSTODIA OU JA DEVOLVIDO
      *     E REJEITADA NO RELATORIO (RC 4). CARTEIRA, BLOQUEIO,
      *     RECEBIV E MENSAB SAEM NOVOS (COPY-BACK NO JCL)
      *    DATA= 15/10/26
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
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETROS-IN ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT DEVOLUCOES-IN ASSIGN TO CHQDEV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DEV-STATUS.
               SELECT CARTEIRA-CHQ ASSIGN TO CHQCART
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CART-STATUS.
               SELECT CARTEIRA-CHQ-OUT ASSIGN TO CHQCNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BLOQUEIO-CHQ ASSIGN TO CHQBLOQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BLOQ-STATUS.
               SELECT BLOQUEIO-CHQ-OUT ASSIGN TO CHQBNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
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
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-CHQ ASSIGN TO CHQRPT
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
           FD  PARAMETROS-IN.
           01  REG-PARM-IN.
               02 REG-PARM-NOTA-APROVACAO   PIC 9(02).
               02 REG-PARM-NOTA-RECUP       PIC 9(02).
               02 REG-PARM-NIVEL-ADMIN      PIC 9(02).
               02 REG-PARM-NIVEL-SUPERVISOR PIC 9(02).
               02 REG-PARM-NIVEL-USUARIO    PIC 9(02).
               02 REG-PARM-NIVEL-CONVIDADO  PIC 9(02).
               02 REG-PARM-CSV-ATIVO        PIC X(01).
               02 REG-PARM-LIMITE-ALERTA    PIC S9(07)
                                             SIGN IS LEADING SEPARATE.
               02 REG-PARM-TOLERANCIA-CONC  PIC 9(03)V99.
               02 REG-PARM-FREQ-MINIMA      PIC 9(03).
               02 REG-PARM-QTD-BOLSAS       PIC 9(03).
               02 REG-PARM-RETENCAO-MESES   PIC 9(03).
               02 REG-PARM-DIAS-DORMENTE    PIC 9(03).
               02 REG-PARM-DIAS-CAMBIO     PIC 9(03).
               02 REG-PARM-CAMBIO-RIGIDO   PIC X(01).
               02 REG-PARM-PERC-PERDA      PIC 9(02).
               02 REG-PARM-RETENCAO-TRILHA PIC 9(03).
               02 REG-PARM-RC-PCT-REJ      PIC 9(03).
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
           FD  DEVOLUCOES-IN.
           01  REG-DEVOLUCAO-IN.
               02 REG-DEV-BANCO  PIC X(03).
               02 REG-DEV-NUMERO PIC X(08).
               02 REG-DEV-MOTIVO PIC X(02).
               02 REG-DEV-DATA   PIC X(08).
           FD  CARTEIRA-CHQ.
           01  LINHA-CARTEIRA-IN PIC X(122).
           FD  CARTEIRA-CHQ-OUT.
           01  LINHA-CARTEIRA-OUT PIC X(122).
           FD  BLOQUEIO-CHQ.
           01  LINHA-BLOQUEIO-IN PIC X(29).
           FD  BLOQUEIO-CHQ-OUT.
           01  LINHA-BLOQUEIO-OUT PIC X(29).
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
           01  LINHA-MENSALIDADE-OUT PIC X(80).
           FD  LANCAMENTOS-INT.
           01  REG-LANCTO-INT.
               02 REG-LCI-CONTA PIC X(06).
               02 REG-LCI-DATA  PIC X(08).
               02 REG-LCI-VALOR PIC S9(07) SIGN IS LEADING SEPARATE.
               02 REG-LCI-EMPRESA PIC X(03).
               02 FILLER        PIC X(01).
               02 REG-LCI-CCUSTO PIC X(04).
               02 REG-LCI-ORIGEM.
                   03 REG-LCI-PROGRAMA    PIC X(10).
                   03 REG-LCI-DOC-INICIAL PIC X(20).
                   03 REG-LCI-DOC-FINAL   PIC X(20).
                   03 REG-LCI-QTD-DOCS    PIC 9(05).
           FD  RELATORIO-CHQ.
           01  LINHA-CHQ PIC X(120).
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
           COPY CPYCTRL.
           COPY CPYPARM.
           COPY CPYCHQ.
           COPY CPYLORI.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-DEV-STATUS PIC X(02) VALUE '00'.
               88 DEVOLUCAO-OK VALUE '00'.
           77 WRK-CART-STATUS PIC X(02) VALUE '00'.
               88 CARTEIRA-OK VALUE '00'.
           77 WRK-BLOQ-STATUS PIC X(02) VALUE '00'.
               88 BLOQUEIO-OK VALUE '00'.
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
           77 WRK-FIM-DEVOLUCOES PIC X(01) VALUE 'N'.
               88 FIM-DEVOLUCOES VALUE 'S'.
           77 WRK-FIM-CARTEIRA PIC X(01) VALUE 'N'.
               88 FIM-CARTEIRA VALUE 'S'.
           77 WRK-FIM-BLOQUEIO PIC X(01) VALUE 'N'.
               88 FIM-BLOQUEIO VALUE 'S'.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
           77 WRK-FIM-MENSAL PIC X(01) VALUE 'N'.
               88 FIM-MENSALIDADES VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
      ******************************
      **** CARTEIRA DE CHEQUES EM MEMORIA, COM A CHAVE SEPARADA PARA
      **** A BUSCA; DEVOLVIDO HOJE = 'S' NOS CHEQUES DESTE RUN
      ******************************
           77 WRK-QTD-CHQ PIC 9(04) VALUE ZEROS.
           01 TAB-CHEQUES.
               02 TAB-CHQ OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-CHQ
                  INDEXED BY TAB-CHQ-IDX.
                   03 TAB-CHQ-BANCO     PIC X(03).
                   03 TAB-CHQ-NUMERO    PIC X(08).
                   03 TAB-CHQ-SITUACAO  PIC X(01).
                   03 TAB-CHQ-HOJE      PIC X(01).
                   03 TAB-CHQ-APLICADO  PIC X(01).
                   03 TAB-CHQ-REG       PIC X(122).
      ******************************
      **** EMITENTES BLOQUEADOS
      ******************************
           77 WRK-QTD-BLQ PIC 9(04) VALUE ZEROS.
           01 TAB-BLOQUEIOS.
               02 TAB-BLQ OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-BLQ
                  INDEXED BY TAB-BLQ-IDX.
                   03 TAB-BLQ-EMITENTE   PIC X(14).
                   03 TAB-BLQ-DATA-DEVOL PIC X(08).
                   03 TAB-BLQ-QTD-DEVOL  PIC 9(03).
      ******************************
      **** DEVOLUCOES ACEITAS NESTE RUN, COM O VALOR SOMADO DOS ITENS
      **** DO CHEQUE (UM CHEQUE PODE TER PAGO MAIS DE UM ITEM)
      ******************************
           77 WRK-QTD-DEV PIC 9(04) VALUE ZEROS.
           01 TAB-DEVOLUCOES.
               02 TAB-DEV OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-DEV
                  INDEXED BY TAB-DEV-IDX.
                   03 TAB-DEV-BANCO  PIC X(03).
                   03 TAB-DEV-NUMERO PIC X(08).
                   03 TAB-DEV-DATA   PIC X(08).
                   03 TAB-DEV-VALOR  PIC 9(09)V99.
           77 WRK-CHQ-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-DEV-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-BLQ-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-CHQ-ACHADO-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-QTD-ACHADOS PIC 9(04) VALUE ZEROS.
           77 WRK-QTD-CUSTODIA PIC 9(04) VALUE ZEROS.
           77 WRK-QTD-JA-DEVOLVIDOS PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-ITEM PIC X(01) VALUE 'N'.
               88 ITEM-ACHADO VALUE 'S'.
           77 WRK-TIPO-ITEM PIC X(01) VALUE SPACES.
           77 WRK-REF-ITEM PIC X(20) VALUE SPACES.
           77 WRK-DATA-DEVOL PIC X(08) VALUE SPACES.
           77 WRK-DOC-CHAVE PIC X(14) VALUE SPACES.
           77 WRK-MOTIVO-REJ PIC X(40) VALUE SPACES.
           01 WRK-DATA-HOJE.
               02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
               02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-CALC.
               02 WRK-CALC-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-CALC-MES PIC 9(02) VALUE ZEROS.
               02 WRK-CALC-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-DECORRIDOS PIC S9(05) VALUE ZEROS COMP-3.
           77 WRK-TOTAL-DEVOLVIDO PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR2-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-CHQ PIC X(120) VALUE SPACES.
           77 WRK-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ACEITOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-TITULOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-MENSAIS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-ITEM   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-BLOQUEADOS PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-TITULO UNTIL FIM-RECEBIVEIS.
               PERFORM 0300-PROCESSAR-MENSALIDADES.
               PERFORM 0400-LISTAR-SEM-ITEM
                   VARYING WRK-CHQ-SUB FROM 1 BY 1
                   UNTIL WRK-CHQ-SUB > WRK-QTD-CHQ.
               PERFORM 0500-ATUALIZAR-BLOQUEIOS
                   VARYING WRK-DEV-SUB FROM 1 BY 1
                   UNTIL WRK-DEV-SUB > WRK-QTD-DEV.
               PERFORM 0600-GRAVAR-LANCAMENTOS.
               PERFORM 0700-REGRAVAR-ARQUIVOS.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA A TARIFA DE CHEQUE DEVOLVIDO E OS DIAS DE
      **** BLOQUEIO DO ARQUIVO DE PARAMETROS, SE EXISTIR; DO
      **** CONTRARIO VALE O DEFAULT DO CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           IF REG-PARM-TARIFA-CHQ-DEV IS NUMERIC
                               MOVE REG-PARM-TARIFA-CHQ-DEV
                                   TO WRK-PARM-TARIFA-CHQ-DEV
                           END-IF
                           IF REG-PARM-DIAS-BLOQ-CHQ IS NUMERIC
                               MOVE REG-PARM-DIAS-BLOQ-CHQ
                                   TO WRK-PARM-DIAS-BLOQ-CHQ
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-CHQ.
               MOVE SPACES TO WRK-LINHA-CHQ.
               STRING 'CHEQUES DEVOLVIDOS - ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-CHQ.
               WRITE LINHA-CHQ FROM WRK-LINHA-CHQ.
               PERFORM 0110-CARREGAR-CARTEIRA.
               PERFORM 0120-CARREGAR-BLOQUEIOS.
               OPEN INPUT DEVOLUCOES-IN.
               IF DEVOLUCAO-OK
                   READ DEVOLUCOES-IN
                       AT END SET FIM-DEVOLUCOES TO TRUE
                   END-READ
                   PERFORM 0130-TRATAR-DEVOLUCAO
                       UNTIL FIM-DEVOLUCOES OR TABELA-ESTOURADA
                   CLOSE DEVOLUCOES-IN
               END-IF.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DE CHEQUES ESTOUROU '
                       '- RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               OPEN I-O CONTAS-RECEBER.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
      **** CARREGA A CARTEIRA DE CHEQUES GRAVADA PELO CAIXA
      ******************************
           0110-CARREGAR-CARTEIRA.
               OPEN INPUT CARTEIRA-CHQ.
               IF CARTEIRA-OK
                   READ CARTEIRA-CHQ INTO WRK-CHEQUE
                       AT END SET FIM-CARTEIRA TO TRUE
                   END-READ
                   PERFORM 0115-LER-CARTEIRA
                       UNTIL FIM-CARTEIRA OR TABELA-ESTOURADA
                   CLOSE CARTEIRA-CHQ
               END-IF.
           0115-LER-CARTEIRA.
               IF WRK-QTD-CHQ < 3000
                   ADD 1 TO WRK-QTD-CHQ
                   MOVE WRK-CHQ-BANCO TO TAB-CHQ-BANCO (WRK-QTD-CHQ)
                   MOVE WRK-CHQ-NUMERO TO TAB-CHQ-NUMERO (WRK-QTD-CHQ)
                   MOVE WRK-CHQ-SITUACAO
                       TO TAB-CHQ-SITUACAO (WRK-QTD-CHQ)
                   MOVE 'N' TO TAB-CHQ-HOJE (WRK-QTD-CHQ)
                   MOVE 'N' TO TAB-CHQ-APLICADO (WRK-QTD-CHQ)
                   MOVE WRK-CHEQUE TO TAB-CHQ-REG (WRK-QTD-CHQ)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
               READ CARTEIRA-CHQ INTO WRK-CHEQUE
                   AT END SET FIM-CARTEIRA TO TRUE
               END-READ.
      ******************************
      **** CARREGA OS EMITENTES BLOQUEADOS, SE O ARQUIVO EXISTIR
      ******************************
           0120-CARREGAR-BLOQUEIOS.
               OPEN INPUT BLOQUEIO-CHQ.
               IF BLOQUEIO-OK
                   READ BLOQUEIO-CHQ INTO WRK-CHQ-BLOQUEIO
                       AT END SET FIM-BLOQUEIO TO TRUE
                   END-READ
                   PERFORM 0125-LER-BLOQUEIO
                       UNTIL FIM-BLOQUEIO OR TABELA-ESTOURADA
                   CLOSE BLOQUEIO-CHQ
               END-IF.
           0125-LER-BLOQUEIO.
               IF WRK-QTD-BLQ < 2000
                   ADD 1 TO WRK-QTD-BLQ
                   MOVE WRK-BLQ-EMITENTE
                       TO TAB-BLQ-EMITENTE (WRK-QTD-BLQ)
                   MOVE WRK-BLQ-DATA-DEVOL
                       TO TAB-BLQ-DATA-DEVOL (WRK-QTD-BLQ)
                   MOVE WRK-BLQ-QTD-DEVOL
                       TO TAB-BLQ-QTD-DEVOL (WRK-QTD-BLQ)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
               READ BLOQUEIO-CHQ INTO WRK-CHQ-BLOQUEIO
                   AT END SET FIM-BLOQUEIO TO TRUE
               END-READ.
      ******************************
      **** UMA DEVOLUCAO: TODOS OS ITENS DEPOSITADOS COM O MESMO
      **** BANCO E NUMERO FICAM DEVOLVIDOS; SEM NENHUM, A DEVOLUCAO
      **** E REJEITADA COM O MOTIVO
      ******************************
           0130-TRATAR-DEVOLUCAO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               MOVE REG-DEV-DATA TO WRK-DATA-DEVOL.
               IF WRK-DATA-DEVOL = SPACES
                   MOVE WRK-DATA-HOJE TO WRK-DATA-DEVOL
               END-IF.
               MOVE ZEROS TO WRK-QTD-ACHADOS WRK-QTD-CUSTODIA
                             WRK-QTD-JA-DEVOLVIDOS.
               IF WRK-QTD-DEV >= 500
                   SET TABELA-ESTOURADA TO TRUE
               ELSE
                   ADD 1 TO WRK-QTD-DEV
                   MOVE REG-DEV-BANCO  TO TAB-DEV-BANCO  (WRK-QTD-DEV)
                   MOVE REG-DEV-NUMERO TO TAB-DEV-NUMERO (WRK-QTD-DEV)
                   MOVE WRK-DATA-DEVOL TO TAB-DEV-DATA   (WRK-QTD-DEV)
                   MOVE ZEROS TO TAB-DEV-VALOR (WRK-QTD-DEV)
                   PERFORM 0140-TESTAR-CHEQUE
                       VARYING WRK-CHQ-SUB FROM 1 BY 1
                       UNTIL WRK-CHQ-SUB > WRK-QTD-CHQ
                   IF WRK-QTD-ACHADOS > 0
                       PERFORM 0150-ACEITAR-DEVOLUCAO
                   ELSE
                       SUBTRACT 1 FROM WRK-QTD-DEV
                       PERFORM 0160-REJEITAR-DEVOLUCAO
                   END-IF
               END-IF.
               READ DEVOLUCOES-IN
                   AT END SET FIM-DEVOLUCOES TO TRUE
               END-READ.
           0140-TESTAR-CHEQUE.
               IF TAB-CHQ-BANCO (WRK-CHQ-SUB) = REG-DEV-BANCO
                   AND TAB-CHQ-NUMERO (WRK-CHQ-SUB) = REG-DEV-NUMERO
                   EVALUATE TAB-CHQ-SITUACAO (WRK-CHQ-SUB)
                       WHEN 'D'
                           ADD 1 TO WRK-QTD-ACHADOS
                           MOVE TAB-CHQ-REG (WRK-CHQ-SUB) TO WRK-CHEQUE
                           SET CHQ-DEVOLVIDO TO TRUE
                           MOVE WRK-DATA-DEVOL TO WRK-CHQ-DATA-SIT
                           MOVE REG-DEV-MOTIVO TO WRK-CHQ-MOTIVO
                           MOVE WRK-CHEQUE TO TAB-CHQ-REG (WRK-CHQ-SUB)
                           MOVE 'V' TO TAB-CHQ-SITUACAO (WRK-CHQ-SUB)
                           MOVE 'S' TO TAB-CHQ-HOJE (WRK-CHQ-SUB)
                           ADD WRK-CHQ-VALOR
                               TO TAB-DEV-VALOR (WRK-QTD-DEV)
                       WHEN 'C'
                           ADD 1 TO WRK-QTD-CUSTODIA
                       WHEN 'V'
                           ADD 1 TO WRK-QTD-JA-DEVOLVIDOS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
           0150-ACEITAR-DEVOLUCAO.
               ADD 1 TO WRK-TOTAL-ACEITOS.
               ADD TAB-DEV-VALOR (WRK-QTD-DEV) TO WRK-TOTAL-DEVOLVIDO.
               MOVE TAB-DEV-VALOR (WRK-QTD-DEV) TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-CHQ.
               STRING 'CHEQUE DEVOLVIDO ' DELIMITED BY SIZE
                      REG-DEV-BANCO DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      REG-DEV-NUMERO DELIMITED BY SIZE
                      ' MOTIVO ' DELIMITED BY SIZE
                      REG-DEV-MOTIVO DELIMITED BY SIZE
                      ' EM ' DELIMITED BY SIZE
                      WRK-DATA-DEVOL DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CHQ.
               WRITE LINHA-CHQ FROM WRK-LINHA-CHQ.
           0160-REJEITAR-DEVOLUCAO.
               ADD 1 TO WRK-TOTAL-REJEITADOS.
               EVALUATE TRUE
                   WHEN WRK-QTD-CUSTODIA > 0
                       MOVE 'CHEQUE EM CUSTODIA, NAO DEPOSITADO'
                           TO WRK-MOTIVO-REJ
                   WHEN WRK-QTD-JA-DEVOLVIDOS > 0
                       MOVE 'CHEQUE JA DEVOLVIDO'
                           TO WRK-MOTIVO-REJ
                   WHEN OTHER
                       MOVE 'CHEQUE FORA DA CARTEIRA'
                           TO WRK-MOTIVO-REJ
               END-EVALUATE.
               MOVE SPACES TO WRK-LINHA-CHQ.
               STRING 'DEVOLUCAO REJEITADA ' DELIMITED BY SIZE
                      REG-DEV-BANCO DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      REG-DEV-NUMERO DELIMITED BY SIZE
                      ' MOTIVO ' DELIMITED BY SIZE
                      REG-DEV-MOTIVO DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-MOTIVO-REJ DELIMITED BY SIZE
                      INTO WRK-LINHA-CHQ.
               WRITE LINHA-CHQ FROM WRK-LINHA-CHQ.
      ******************************
      **** REABRE OS TITULOS PAGOS COM CHEQUE DEVOLVIDO HOJE
      ******************************
           0200-PROCESSAR-TITULO.
               MOVE 'F' TO WRK-TIPO-ITEM.
               MOVE WRK-RCB-REFERENCIA TO WRK-REF-ITEM.
               MOVE 'N' TO WRK-ACHOU-ITEM.
               PERFORM 0210-PROCURAR-ITEM
                   VARYING WRK-CHQ-SUB FROM 1 BY 1
                   UNTIL WRK-CHQ-SUB > WRK-QTD-CHQ OR ITEM-ACHADO.
               IF ITEM-ACHADO
                   PERFORM 0220-REABRIR-TITULO
               END-IF.
               REWRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
           0210-PROCURAR-ITEM.
               IF TAB-CHQ-HOJE (WRK-CHQ-SUB) = 'S'
                   AND TAB-CHQ-APLICADO (WRK-CHQ-SUB) = 'N'
                   MOVE TAB-CHQ-REG (WRK-CHQ-SUB) TO WRK-CHEQUE
                   IF WRK-CHQ-TIPO = WRK-TIPO-ITEM
                       AND WRK-CHQ-REFERENCIA = WRK-REF-ITEM
                       SET ITEM-ACHADO TO TRUE
                       MOVE 'S' TO TAB-CHQ-APLICADO (WRK-CHQ-SUB)
                       MOVE WRK-CHQ-SUB TO WRK-CHQ-ACHADO-SUB
                   END-IF
               END-IF.
      ******************************
      **** TITULO CANCELADO OU BAIXADO PARA PERDA NAO VOLTA A
      **** ABRIR, SO SAI NO RELATORIO; OS DEMAIS VOLTAM A A COM O
      **** VENCIMENTO DA BAIXA, SEM O VALOR DO CHEQUE NO PAGO E COM
      **** A TARIFA NOS ENCARGOS. CHEQUE ACIMA DO TITULO TEVE O
      **** EXCESSO MANDADO PARA REEMBOLSO: O RELATORIO AVISA
      ******************************
           0220-REABRIR-TITULO.
               MOVE TAB-CHQ-REG (WRK-CHQ-ACHADO-SUB) TO WRK-CHEQUE.
               IF WRK-CHQ-EMITENTE = SPACES
                   MOVE WRK-RCB-CPF TO WRK-CHQ-EMITENTE
                   MOVE WRK-CHEQUE TO TAB-CHQ-REG (WRK-CHQ-ACHADO-SUB)
               END-IF.
               MOVE SPACES TO WRK-LINHA-CHQ.
               IF RCB-CANCELADO OR RCB-PERDA
                   STRING 'TITULO ' DELIMITED BY SIZE
                          WRK-RCB-REFERENCIA DELIMITED BY SIZE
                          ' CANCELADO OU EM PERDA, NAO REABERTO'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-CHQ
               ELSE
                   ADD 1 TO WRK-TOTAL-TITULOS
                   SET RCB-ABERTO TO TRUE
                   IF WRK-RCB-VALOR-PAGO > WRK-CHQ-VALOR
                       SUBTRACT WRK-CHQ-VALOR FROM WRK-RCB-VALOR-PAGO
                   ELSE
                       MOVE ZEROS TO WRK-RCB-VALOR-PAGO
                       MOVE SPACES TO WRK-RCB-DATA-PGTO
                   END-IF
                   IF WRK-CHQ-VENCTO-ORIG NOT = SPACES
                       MOVE WRK-CHQ-VENCTO-ORIG TO WRK-RCB-VENCIMENTO
                   END-IF
                   ADD WRK-PARM-TARIFA-CHQ-DEV TO WRK-RCB-ENCARGOS
                   MOVE WRK-RCB-ENCARGOS TO WRK-VALOR-ED
                   STRING 'TITULO REABERTO ' DELIMITED BY SIZE
                          WRK-RCB-REFERENCIA DELIMITED BY SIZE
                          ' VENCTO ' DELIMITED BY SIZE
                          WRK-RCB-VENCIMENTO DELIMITED BY SIZE
                          ' ENCARGOS ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-CHQ
               END-IF.
               WRITE LINHA-CHQ FROM WRK-LINHA-CHQ.
               IF WRK-CHQ-VALOR > WRK-RCB-VALOR
                   MOVE SPACES TO WRK-LINHA-CHQ
                   STRING '  CONFERIR REEMBOLSO DE EXCEDENTE DO TITULO '
                              DELIMITED BY SIZE
                          WRK-RCB-REFERENCIA DELIMITED BY SIZE
                          INTO WRK-LINHA-CHQ
                   WRITE LINHA-CHQ FROM WRK-LINHA-CHQ
               END-IF.
      ******************************
      **** REABRE AS MENSALIDADES PAGAS COM CHEQUE DEVOLVIDO HOJE; A
      **** REFERENCIA E MATRICULA (6) + COMPETENCIA (6), COMO NO
      **** CAIXA
      ******************************
           0300-PROCESSAR-MENSALIDADES.
               CLOSE CONTAS-RECEBER.
               OPEN INPUT MENSALIDADES-IN
                    OUTPUT MENSALIDADES-OUT.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
               PERFORM 0310-PROCESSAR-MENSALIDADE
                   UNTIL FIM-MENSALIDADES.
               CLOSE MENSALIDADES-IN MENSALIDADES-OUT.
           0310-PROCESSAR-MENSALIDADE.
               MOVE 'M' TO WRK-TIPO-ITEM.
               MOVE SPACES TO WRK-REF-ITEM.
               STRING WRK-MEN-MATRICULA DELIMITED BY SIZE
                      WRK-MEN-COMPETENCIA DELIMITED BY SIZE
                      INTO WRK-REF-ITEM.
               MOVE 'N' TO WRK-ACHOU-ITEM.
               PERFORM 0210-PROCURAR-ITEM
                   VARYING WRK-CHQ-SUB FROM 1 BY 1
                   UNTIL WRK-CHQ-SUB > WRK-QTD-CHQ OR ITEM-ACHADO.
               IF ITEM-ACHADO
                   PERFORM 0320-REABRIR-MENSALIDADE
               END-IF.
               WRITE LINHA-MENSALIDADE-OUT FROM WRK-MENSALIDADE.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
           0320-REABRIR-MENSALIDADE.
               ADD 1 TO WRK-TOTAL-MENSAIS.
               SET MEN-ABERTA TO TRUE.
               ADD WRK-PARM-TARIFA-CHQ-DEV TO WRK-MEN-ENCARGOS.
               MOVE WRK-MEN-ENCARGOS TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-CHQ.
               STRING 'MENSALIDADE REABERTA ' DELIMITED BY SIZE
                      WRK-REF-ITEM DELIMITED BY SIZE
                      ' ENCARGOS ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CHQ.
               WRITE LINHA-CHQ FROM WRK-LINHA-CHQ.
      ******************************
      **** CHEQUE DEVOLVIDO CUJO ITEM NAO FOI ACHADO NO RECEBIV NEM
      **** NO MENSAB SAI NO RELATORIO PARA O FINANCEIRO
      ******************************
           0400-LISTAR-SEM-ITEM.
               IF TAB-CHQ-HOJE (WRK-CHQ-SUB) = 'S'
                   AND TAB-CHQ-APLICADO (WRK-CHQ-SUB) = 'N'
                   ADD 1 TO WRK-TOTAL-SEM-ITEM
                   MOVE TAB-CHQ-REG (WRK-CHQ-SUB) TO WRK-CHEQUE
                   MOVE SPACES TO WRK-LINHA-CHQ
                   STRING 'ITEM NAO ENCONTRADO ' DELIMITED BY SIZE
                          WRK-CHQ-TIPO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-CHQ-REFERENCIA DELIMITED BY SIZE
                          ' CHEQUE ' DELIMITED BY SIZE
                          WRK-CHQ-BANCO DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WRK-CHQ-NUMERO DELIMITED BY SIZE
                          INTO WRK-LINHA-CHQ
                   WRITE LINHA-CHQ FROM WRK-LINHA-CHQ
               END-IF.
      ******************************
      **** BLOQUEIA O EMITENTE DE CADA CHEQUE DEVOLVIDO (O PRIMEIRO
      **** DOCUMENTO PREENCHIDO NOS ITENS DO CHEQUE): JA BLOQUEADO
      **** TEM A DATA RENOVADA E A CONTAGEM SOMADA
      ******************************
           0500-ATUALIZAR-BLOQUEIOS.
               MOVE SPACES TO WRK-DOC-CHAVE.
               PERFORM 0510-PROCURAR-EMITENTE
                   VARYING WRK-CHQ-SUB FROM 1 BY 1
                   UNTIL WRK-CHQ-SUB > WRK-QTD-CHQ
                      OR WRK-DOC-CHAVE NOT = SPACES.
               IF WRK-DOC-CHAVE = SPACES
                   MOVE SPACES TO WRK-LINHA-CHQ
                   STRING 'CHEQUE SEM EMITENTE, NAO BLOQUEADO '
                              DELIMITED BY SIZE
                          TAB-DEV-BANCO (WRK-DEV-SUB) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          TAB-DEV-NUMERO (WRK-DEV-SUB)
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-CHQ
                   WRITE LINHA-CHQ FROM WRK-LINHA-CHQ
               ELSE
                   PERFORM 0520-BLOQUEAR-EMITENTE
               END-IF.
           0510-PROCURAR-EMITENTE.
               IF TAB-CHQ-HOJE (WRK-CHQ-SUB) = 'S'
                   AND TAB-CHQ-BANCO (WRK-CHQ-SUB)
                       = TAB-DEV-BANCO (WRK-DEV-SUB)
                   AND TAB-CHQ-NUMERO (WRK-CHQ-SUB)
                       = TAB-DEV-NUMERO (WRK-DEV-SUB)
                   MOVE TAB-CHQ-REG (WRK-CHQ-SUB) TO WRK-CHEQUE
                   MOVE WRK-CHQ-EMITENTE TO WRK-DOC-CHAVE
               END-IF.
           0520-BLOQUEAR-EMITENTE.
               ADD 1 TO WRK-TOTAL-BLOQUEADOS.
               MOVE ZEROS TO WRK-BLQ-SUB.
               IF WRK-QTD-BLQ > 0
                   SET TAB-BLQ-IDX TO 1
                   SEARCH TAB-BLQ
                       AT END CONTINUE
                       WHEN TAB-BLQ-EMITENTE (TAB-BLQ-IDX)
                           = WRK-DOC-CHAVE
                           SET WRK-BLQ-SUB TO TAB-BLQ-IDX
                   END-SEARCH
               END-IF.
               IF WRK-BLQ-SUB = 0
                   IF WRK-QTD-BLQ < 2000
                       ADD 1 TO WRK-QTD-BLQ
                       MOVE WRK-QTD-BLQ TO WRK-BLQ-SUB
                       MOVE WRK-DOC-CHAVE
                           TO TAB-BLQ-EMITENTE (WRK-BLQ-SUB)
                       MOVE ZEROS TO TAB-BLQ-QTD-DEVOL (WRK-BLQ-SUB)
                   ELSE
                       DISPLAY '*** TABELA DE BLOQUEIOS ESTOUROU '
                           '(2000) - RUN MARCADO RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF WRK-BLQ-SUB > 0
                   MOVE TAB-DEV-DATA (WRK-DEV-SUB)
                       TO TAB-BLQ-DATA-DEVOL (WRK-BLQ-SUB)
                   ADD 1 TO TAB-BLQ-QTD-DEVOL (WRK-BLQ-SUB)
                   MOVE SPACES TO WRK-LINHA-CHQ
                   STRING 'EMITENTE BLOQUEADO ' DELIMITED BY SIZE
                          WRK-DOC-CHAVE DELIMITED BY SIZE
                          ' DEVOLUCOES ' DELIMITED BY SIZE
                          TAB-BLQ-QTD-DEVOL (WRK-BLQ-SUB)
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-CHQ
                   WRITE LINHA-CHQ FROM WRK-LINHA-CHQ
               END-IF.
      ******************************
      **** ESTORNA O DINHEIRO DO CAIXA NO RAZAO: UM LANCAMENTO
      **** NEGATIVO NA CONTA CAIXA POR CHEQUE DEVOLVIDO, NA DATA DA
      **** DEVOLUCAO, CENTRO FIN, ARREDONDADO PARA REAIS INTEIROS,
      **** COM O BANCO/NUMERO DO CHEQUE COMO ORIGEM
      ******************************
           0600-GRAVAR-LANCAMENTOS.
               IF WRK-QTD-DEV > 0
                   OPEN EXTEND LANCAMENTOS-INT
                   PERFORM 0610-ESTORNAR-CAIXA
                       VARYING WRK-DEV-SUB FROM 1 BY 1
                       UNTIL WRK-DEV-SUB > WRK-QTD-DEV
                   CLOSE LANCAMENTOS-INT
               END-IF.
           0610-ESTORNAR-CAIXA.
               INITIALIZE WRK-ORIGEM-LANCTO.
               MOVE SPACES TO WRK-ORI-DOCUMENTO.
               STRING TAB-DEV-BANCO (WRK-DEV-SUB) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      TAB-DEV-NUMERO (WRK-DEV-SUB) DELIMITED BY SIZE
                      INTO WRK-ORI-DOCUMENTO.
               MOVE 'PROGCHQ' TO WRK-ORI-PROGRAMA.
               MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
                                         WRK-ORI-DOC-FINAL.
               MOVE 1 TO WRK-ORI-QTD-DOCS.
               MOVE SPACES TO REG-LANCTO-INT.
               MOVE 'CAIXA' TO REG-LCI-CONTA.
               MOVE TAB-DEV-DATA (WRK-DEV-SUB) TO REG-LCI-DATA.
               COMPUTE REG-LCI-VALOR ROUNDED =
                   0 - TAB-DEV-VALOR (WRK-DEV-SUB).
               MOVE SPACES TO REG-LCI-EMPRESA.
               MOVE 'FIN' TO REG-LCI-CCUSTO.
               MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM.
               WRITE REG-LANCTO-INT.
      ******************************
      **** REGRAVA A CARTEIRA E O BLOQUEIO; BLOQUEIO COM A ULTIMA
      **** DEVOLUCAO HA MAIS DE WRK-PARM-DIAS-BLOQ-CHQ DIAS VENCEU E
      **** SAI DO ARQUIVO
      ******************************
           0700-REGRAVAR-ARQUIVOS.
               OPEN OUTPUT CARTEIRA-CHQ-OUT.
               PERFORM 0710-GRAVAR-CHEQUE
                   VARYING WRK-CHQ-SUB FROM 1 BY 1
                   UNTIL WRK-CHQ-SUB > WRK-QTD-CHQ.
               CLOSE CARTEIRA-CHQ-OUT.
               OPEN OUTPUT BLOQUEIO-CHQ-OUT.
               PERFORM 0720-GRAVAR-BLOQUEIO
                   VARYING WRK-BLQ-SUB FROM 1 BY 1
                   UNTIL WRK-BLQ-SUB > WRK-QTD-BLQ.
               CLOSE BLOQUEIO-CHQ-OUT.
           0710-GRAVAR-CHEQUE.
               WRITE LINHA-CARTEIRA-OUT FROM TAB-CHQ-REG (WRK-CHQ-SUB).
           0720-GRAVAR-BLOQUEIO.
               MOVE TAB-BLQ-DATA-DEVOL (WRK-BLQ-SUB) TO WRK-DATA-CALC.
               PERFORM 0790-CALCULAR-DIAS.
               IF WRK-DIAS-DECORRIDOS NOT > WRK-PARM-DIAS-BLOQ-CHQ
                   MOVE TAB-BLQ-EMITENTE (WRK-BLQ-SUB)
                       TO WRK-BLQ-EMITENTE
                   MOVE TAB-BLQ-DATA-DEVOL (WRK-BLQ-SUB)
                       TO WRK-BLQ-DATA-DEVOL
                   MOVE TAB-BLQ-QTD-DEVOL (WRK-BLQ-SUB)
                       TO WRK-BLQ-QTD-DEVOL
                   WRITE LINHA-BLOQUEIO-OUT FROM WRK-CHQ-BLOQUEIO
               END-IF.
      ******************************
      **** DIAS DECORRIDOS DE WRK-DATA-CALC ATE HOJE, NO MES
      **** COMERCIAL (COMO O ATRASO DO PROGCOB71); DATA EM BRANCO
      **** CONTA COMO HOJE
      ******************************
           0790-CALCULAR-DIAS.
               IF WRK-DATA-CALC IS NUMERIC
                   COMPUTE WRK-DIAS-DECORRIDOS =
                       ((WRK-HOJE-ANO - WRK-CALC-ANO) * 360) +
                       ((WRK-HOJE-MES - WRK-CALC-MES) * 30) +
                       (WRK-HOJE-DIA - WRK-CALC-DIA)
               ELSE
                   MOVE ZEROS TO WRK-DIAS-DECORRIDOS
               END-IF.
           0800-FINALIZAR.
               MOVE SPACES TO LINHA-CHQ.
               WRITE LINHA-CHQ.
               MOVE WRK-TOTAL-DEVOLVIDO TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-CHQ.
               STRING 'TOTAL DEVOLVIDO ESTORNADO DO CAIXA '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CHQ.
               WRITE LINHA-CHQ FROM WRK-LINHA-CHQ.
               DISPLAY '********************'.
               DISPLAY 'DEVOLUCOES LIDAS   : ' WRK-TOTAL-LIDOS.
               DISPLAY 'DEVOLUCOES ACEITAS : ' WRK-TOTAL-ACEITOS.
               DISPLAY 'DEVOLUCOES REJEIT. : ' WRK-TOTAL-REJEITADOS.
               DISPLAY 'TITULOS REABERTOS  : ' WRK-TOTAL-TITULOS.
               DISPLAY 'MENSALID. REABERTAS: ' WRK-TOTAL-MENSAIS.
               DISPLAY 'ITENS NAO ACHADOS  : ' WRK-TOTAL-SEM-ITEM.
               DISPLAY 'EMITENTES BLOQUEADO: ' WRK-TOTAL-BLOQUEADOS.
               CLOSE RELATORIO-CHQ.
               IF (WRK-TOTAL-REJEITADOS > 0 OR WRK-TOTAL-SEM-ITEM > 0)
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGCHQ' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-ACEITOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-REJEITADOS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-DEVOLVIDO TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               OPEN EXTEND CONTROLE-LOTE.
               WRITE LINHA-CONTROLE FROM WRK-CONTROLE-LOTE.
               CLOSE CONTROLE-LOTE.
      ******************************
      **** GRAVA O REGISTRO DE INICIO/FIM DO PASSO NO ARQUIVO DE
      **** ESTADO DO STREAM (RUNSTAT), PARA O CONSELHEIRO DE
      **** RESTART (PROGCOB42)
      ******************************
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
           0980-REGISTRAR-INICIO.
               PERFORM 0975-CONFERIR-TRAVA.
               MOVE 'PROGCHQ' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGCHQ' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-ACEITOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
