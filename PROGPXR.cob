           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGPXR.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: LIQUIDACAO DO PIX -- LE O ARQUIVO DE CREDITOS PIX
      *     DO DIA DEVOLVIDO PELO BANCO (PIXRET: HEADER 0 COM O
      *     CODIGO DO BANCO, DETALHE 1 COM TXID, IDENTIFICADOR
      *     FIM-A-FIM, DATA, VALOR EM CENTAVOS E DOCUMENTO E NOME DO
      *     PAGADOR, TRAILER 9 COM A QUANTIDADE) E CASA CADA CREDITO
      *     PELO TXID NO LOG DAS COBRANCAS EMITIDAS (PIXLOG, CPYPIX).
      *     CREDITO DE COBRANCA DE TITULO BAIXA O RECEBIV COM AS
      *     REGRAS DO PROGCOB32 (INTEGRAL VIRA P; PARCIAL FICA
      *     REGISTRADO E SAI NO RELATORIO; EXCESSO ALEM DA TOLERANCIA
      *     DO PARMSUITE VAI PARA O REEMBPEN); CREDITO DE COBRANCA DE
      *     MENSALIDADE BAIXA O MENSAB COM AS REGRAS DO PROGCOB69. A
      *     COBRANCA PAGA FICA LIQUIDADA NO LOG. CREDITO CONTRA
      *     COBRANCA JA LIQUIDADA OU ENCERRADA, OU CONTRA ITEM QUE JA
      *     NAO ESTA EM ABERTO, E DUPLICADO E VAI INTEIRO PARA O
      *     REEMBPEN COM O DOCUMENTO DO PAGADOR (O PROGCOB70 DEVOLVE).
      *     CREDITO COM TXID FORA DO LOG NAO E IDENTIFICADO E SAI NO
      *     RELATORIO PROPRIO DE EXCECAO (PIXEXC) PARA O FINANCEIRO.
      *     O DINHEIRO ENTRA NO RAZAO EM DOIS LANCAMENTOS NO LANCINT:
      *     CONTA PIXREC COM OS CREDITOS IDENTIFICADOS E CONTA PIXNID
      *     COM OS NAO IDENTIFICADOS, AMBOS NO CENTRO FIN. O LOG
      *     ATUALIZADO SAI NO PIXLNEW (COPY-BACK NO JCL)
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
               SELECT RETORNO-PIX ASSIGN TO PIXRET
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LOG-PIX ASSIGN TO PIXLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PIXLOG-STATUS.
               SELECT LOG-PIX-OUT ASSIGN TO PIXLNEW
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
               SELECT REEMBOLSOS-OUT ASSIGN TO REEMBPEN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-PIX ASSIGN TO PIXRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EXCECAO-PIX ASSIGN TO PIXEXC
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
           FD  RETORNO-PIX.
           01  REG-RETORNO-PIX.
               02 REG-PXR-TIPO      PIC X(01).
                   88 PXR-HEADER    VALUE '0'.
                   88 PXR-DETALHE   VALUE '1'.
                   88 PXR-TRAILER   VALUE '9'.
               02 REG-PXR-TXID      PIC X(35).
               02 REG-PXR-E2EID     PIC X(32).
               02 REG-PXR-DATA      PIC X(08).
               02 REG-PXR-VALOR     PIC 9(11).
               02 REG-PXR-DOCUMENTO PIC X(14).
               02 REG-PXR-NOME      PIC X(40).
           01  REG-RETORNO-PIX-HEADER.
               02 FILLER            PIC X(01).
               02 REG-PXH-BANCO     PIC X(03).
               02 REG-PXH-DATA      PIC X(08).
               02 FILLER            PIC X(129).
           01  REG-RETORNO-PIX-TRAILER.
               02 FILLER            PIC X(01).
               02 REG-PXT-QTDE      PIC 9(06).
               02 FILLER            PIC X(134).
           FD  LOG-PIX.
           01  LINHA-PIX-LOG PIC X(100).
           FD  LOG-PIX-OUT.
           01  LINHA-PIX-LOG-OUT PIC X(100).
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
           FD  REEMBOLSOS-OUT.
           01  REG-REEMBOLSO-OUT.
               02 REG-REE-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-REE-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-REE-DATA       PIC X(08).
               02 FILLER             PIC X(02).
               02 REG-REE-VALOR      PIC 9(09)V99.
               02 FILLER             PIC X(02).
               02 REG-REE-MOTIVO     PIC X(10).
               02 FILLER             PIC X(02).
               02 REG-REE-STATUS     PIC X(01).
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
           FD  RELATORIO-PIX.
           01  LINHA-PIX PIC X(100).
           FD  EXCECAO-PIX.
           01  LINHA-EXC PIC X(150).
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
           COPY CPYPIX.
           COPY CPYLORI.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-PIXLOG-STATUS PIC X(02) VALUE '00'.
               88 PIXLOG-OK VALUE '00'.
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
           77 WRK-FIM-RETORNO PIC X(01) VALUE 'N'.
               88 FIM-RETORNO VALUE 'S'.
           77 WRK-FIM-PIXLOG PIC X(01) VALUE 'N'.
               88 FIM-PIXLOG VALUE 'S'.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
           77 WRK-FIM-MENSAL PIC X(01) VALUE 'N'.
               88 FIM-MENSALIDADES VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
      ******************************
      **** COBRANCAS DO LOG EM MEMORIA; A SITUACAO E ATUALIZADA NA
      **** TABELA E O LOG INTEIRO E REGRAVADO NO FIM
      ******************************
           77 WRK-QTD-PXL PIC 9(04) VALUE ZEROS.
           01 TAB-LOG-PIX.
               02 TAB-PXL OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-PXL
                  INDEXED BY TAB-PXL-IDX.
                   03 TAB-PXL-TXID       PIC X(35).
                   03 TAB-PXL-TIPO       PIC X(01).
                   03 TAB-PXL-REFERENCIA PIC X(20).
                   03 TAB-PXL-EMISSAO    PIC X(08).
                   03 TAB-PXL-VALOR      PIC 9(09)V99.
                   03 TAB-PXL-SITUACAO   PIC X(01).
                   03 TAB-PXL-DATA-SIT   PIC X(08).
      ******************************
      **** CREDITOS DO DIA EM MEMORIA. SITUACAO: N = A APLICAR,
      **** A = APLICADO NO ITEM, D = DUPLICADO (COBRANCA JA PAGA OU
      **** ENCERRADA), S = SEM COBRANCA NO LOG (NAO IDENTIFICADO)
      ******************************
           77 WRK-QTD-CRD PIC 9(04) VALUE ZEROS.
           01 TAB-CREDITOS.
               02 TAB-CRD OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-CRD
                  INDEXED BY TAB-CRD-IDX.
                   03 TAB-CRD-TXID       PIC X(35).
                   03 TAB-CRD-E2EID      PIC X(32).
                   03 TAB-CRD-DATA       PIC X(08).
                   03 TAB-CRD-VALOR      PIC 9(09)V99.
                   03 TAB-CRD-DOCUMENTO  PIC X(14).
                   03 TAB-CRD-NOME       PIC X(40).
                   03 TAB-CRD-LOG        PIC 9(04).
                   03 TAB-CRD-SITUACAO   PIC X(01).
           77 WRK-CRD-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-PXL-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-CRD-ACHADO-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-CREDITO PIC X(01) VALUE 'N'.
               88 CREDITO-ACHADO VALUE 'S'.
           77 WRK-TIPO-ITEM PIC X(01) VALUE SPACES.
           77 WRK-REF-ITEM PIC X(20) VALUE SPACES.
           77 WRK-BANCO-RETORNO PIC X(03) VALUE SPACES.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-DOC-REEMB PIC X(14) VALUE SPACES.
           77 WRK-VALOR-EXCESSO PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-MENSAL PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-IDENT PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-NAO-IDENT PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-RECEBIDO PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR2-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-PIX PIC X(100) VALUE SPACES.
           77 WRK-LINHA-EXC PIC X(150) VALUE SPACES.
           77 WRK-QTDE-TRAILER PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CREDITOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-BAIXADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PARCIAIS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-EXCEDENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DUPLICADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-NAO-IDENT PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-TITULO UNTIL FIM-RECEBIVEIS.
               PERFORM 0300-PROCESSAR-MENSALIDADES.
               PERFORM 0400-TRATAR-SOBRAS.
               PERFORM 0500-REGRAVAR-LOG.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA A TOLERANCIA DE PAGAMENTO A MAIOR DO ARQUIVO DE
      **** PARAMETROS, SE EXISTIR; DO CONTRARIO VALE O DEFAULT DO
      **** CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           IF REG-PARM-TOLER-PAGTO IS NUMERIC
                               MOVE REG-PARM-TOLER-PAGTO
                                   TO WRK-PARM-TOLER-PAGTO
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0110-CARREGAR-LOG-PIX.
               OPEN INPUT RETORNO-PIX.
               READ RETORNO-PIX
                   AT END SET FIM-RETORNO TO TRUE
               END-READ.
               PERFORM 0130-CARREGAR-CREDITO
                   UNTIL FIM-RETORNO OR TABELA-ESTOURADA.
               CLOSE RETORNO-PIX.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DE CREDITOS PIX ESTOUROU '
                       '(2000) - RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF WRK-QTDE-TRAILER NOT = WRK-TOTAL-CREDITOS
                   AND NOT TABELA-ESTOURADA
                   DISPLAY 'TRAILER DO RETORNO PIX INFORMA '
                       WRK-QTDE-TRAILER ' CREDITOS, LIDOS '
                       WRK-TOTAL-CREDITOS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               OPEN I-O CONTAS-RECEBER
                    OUTPUT RELATORIO-PIX
                    OUTPUT EXCECAO-PIX
                    EXTEND REEMBOLSOS-OUT.
               MOVE SPACES TO WRK-LINHA-PIX.
               STRING 'LIQUIDACAO PIX - BANCO ' DELIMITED BY SIZE
                      WRK-BANCO-RETORNO DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-PIX.
               WRITE LINHA-PIX FROM WRK-LINHA-PIX.
               MOVE 'CREDITOS PIX NAO IDENTIFICADOS (TXID SEM COBRANCA)'
                   TO LINHA-EXC.
               WRITE LINHA-EXC.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
      **** CARREGA O LOG DAS COBRANCAS, SE EXISTIR; SEM PIXLOG
      **** NENHUM CREDITO E IDENTIFICADO
      ******************************
           0110-CARREGAR-LOG-PIX.
               OPEN INPUT LOG-PIX.
               IF PIXLOG-OK
                   READ LOG-PIX INTO WRK-PIX-LOG
                       AT END SET FIM-PIXLOG TO TRUE
                   END-READ
                   PERFORM 0120-LER-LOG-PIX
                       UNTIL FIM-PIXLOG OR WRK-QTD-PXL >= 5000
                   IF NOT FIM-PIXLOG
                       DISPLAY '*** TABELA DO LOG PIX ESTOUROU '
                           '(5000) - RUN MARCADO RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   CLOSE LOG-PIX
               END-IF.
           0120-LER-LOG-PIX.
               ADD 1 TO WRK-QTD-PXL.
               MOVE WRK-PXL-TXID TO TAB-PXL-TXID (WRK-QTD-PXL).
               MOVE WRK-PXL-TIPO TO TAB-PXL-TIPO (WRK-QTD-PXL).
               MOVE WRK-PXL-REFERENCIA
                   TO TAB-PXL-REFERENCIA (WRK-QTD-PXL).
               MOVE WRK-PXL-EMISSAO TO TAB-PXL-EMISSAO (WRK-QTD-PXL).
               MOVE WRK-PXL-VALOR TO TAB-PXL-VALOR (WRK-QTD-PXL).
               MOVE WRK-PXL-SITUACAO
                   TO TAB-PXL-SITUACAO (WRK-QTD-PXL).
               MOVE WRK-PXL-DATA-SIT
                   TO TAB-PXL-DATA-SIT (WRK-QTD-PXL).
               READ LOG-PIX INTO WRK-PIX-LOG
                   AT END SET FIM-PIXLOG TO TRUE
               END-READ.
      ******************************
      **** CARREGA UM CREDITO (SO DETALHES TIPO 1; O HEADER TIPO 0
      **** IDENTIFICA O BANCO E O TRAILER TRAZ A QUANTIDADE) E JA
      **** PROCURA A COBRANCA DELE NO LOG PELO TXID
      ******************************
           0130-CARREGAR-CREDITO.
               IF PXR-HEADER
                   MOVE REG-PXH-BANCO TO WRK-BANCO-RETORNO
                   DISPLAY 'RETORNO PIX DO BANCO: ' WRK-BANCO-RETORNO
               END-IF.
               IF PXR-TRAILER
                   AND REG-PXT-QTDE IS NUMERIC
                   MOVE REG-PXT-QTDE TO WRK-QTDE-TRAILER
               END-IF.
               IF PXR-DETALHE
                   IF WRK-QTD-CRD < 2000
                       PERFORM 0140-GUARDAR-CREDITO
                   ELSE
                       SET TABELA-ESTOURADA TO TRUE
                   END-IF
               END-IF.
               READ RETORNO-PIX
                   AT END SET FIM-RETORNO TO TRUE
               END-READ.
           0140-GUARDAR-CREDITO.
               ADD 1 TO WRK-TOTAL-CREDITOS.
               ADD 1 TO WRK-QTD-CRD.
               SET TAB-CRD-IDX TO WRK-QTD-CRD.
               MOVE REG-PXR-TXID  TO TAB-CRD-TXID  (TAB-CRD-IDX).
               MOVE REG-PXR-E2EID TO TAB-CRD-E2EID (TAB-CRD-IDX).
               MOVE REG-PXR-DATA  TO TAB-CRD-DATA  (TAB-CRD-IDX).
               COMPUTE TAB-CRD-VALOR (TAB-CRD-IDX) =
                   REG-PXR-VALOR / 100.
               MOVE REG-PXR-DOCUMENTO
                   TO TAB-CRD-DOCUMENTO (TAB-CRD-IDX).
               MOVE REG-PXR-NOME TO TAB-CRD-NOME (TAB-CRD-IDX).
               ADD TAB-CRD-VALOR (TAB-CRD-IDX) TO WRK-TOTAL-RECEBIDO.
               MOVE ZEROS TO TAB-CRD-LOG (TAB-CRD-IDX).
               MOVE 'S' TO TAB-CRD-SITUACAO (TAB-CRD-IDX).
               IF WRK-QTD-PXL > 0
                   SET TAB-PXL-IDX TO 1
                   SEARCH TAB-PXL
                       AT END CONTINUE
                       WHEN TAB-PXL-TXID (TAB-PXL-IDX) = REG-PXR-TXID
                           SET WRK-PXL-SUB TO TAB-PXL-IDX
                           MOVE WRK-PXL-SUB
                               TO TAB-CRD-LOG (TAB-CRD-IDX)
                           IF TAB-PXL-SITUACAO (TAB-PXL-IDX) = 'L'
                               OR TAB-PXL-SITUACAO (TAB-PXL-IDX) = 'X'
                               MOVE 'D' TO TAB-CRD-SITUACAO
                                           (TAB-CRD-IDX)
                           ELSE
                               MOVE 'N' TO TAB-CRD-SITUACAO
                                           (TAB-CRD-IDX)
                           END-IF
                   END-SEARCH
               END-IF.
      ******************************
      **** TITULO EM ABERTO COM CREDITO PIX A APLICAR E BAIXADO;
      **** TODO TITULO E REGRAVADO NO ARQUIVO NOVO
      ******************************
           0200-PROCESSAR-TITULO.
               IF NOT RCB-PAGO AND NOT RCB-CANCELADO
                   AND NOT RCB-PERDA
                   MOVE 'F' TO WRK-TIPO-ITEM
                   MOVE WRK-RCB-REFERENCIA TO WRK-REF-ITEM
                   PERFORM 0250-PROCURAR-CREDITO
                   IF CREDITO-ACHADO
                       PERFORM 0220-BAIXAR-TITULO
                   END-IF
               END-IF.
               REWRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
      **** PAGAMENTO INTEGRAL BAIXA O TITULO (STATUS P); PAGAMENTO
      **** PARCIAL FICA REGISTRADO NO TITULO AINDA EM ABERTO E SAI
      **** NO RELATORIO, COMO NO PROGCOB32
      ******************************
           0220-BAIXAR-TITULO.
               MOVE TAB-CRD-DATA (WRK-CRD-ACHADO-IDX)
                   TO WRK-RCB-DATA-PGTO.
               MOVE TAB-CRD-VALOR (WRK-CRD-ACHADO-IDX)
                   TO WRK-RCB-VALOR-PAGO.
               IF TAB-CRD-VALOR (WRK-CRD-ACHADO-IDX)
                   NOT < WRK-RCB-VALOR
                   ADD 1 TO WRK-TOTAL-BAIXADOS
                   SET RCB-PAGO TO TRUE
                   MOVE WRK-RCB-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-PIX
                   STRING 'BAIXA PIX TITULO ' DELIMITED BY SIZE
                          WRK-RCB-REFERENCIA DELIMITED BY SIZE
                          ' VALOR ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-PIX
                   WRITE LINHA-PIX FROM WRK-LINHA-PIX
                   COMPUTE WRK-VALOR-EXCESSO =
                       TAB-CRD-VALOR (WRK-CRD-ACHADO-IDX)
                       - WRK-RCB-VALOR
                   MOVE WRK-RCB-CPF TO WRK-DOC-REEMB
                   PERFORM 0260-CONFERIR-EXCESSO
               ELSE
                   ADD 1 TO WRK-TOTAL-PARCIAIS
                   MOVE WRK-RCB-VALOR      TO WRK-VALOR-ED
                   MOVE WRK-RCB-VALOR-PAGO TO WRK-VALOR2-ED
                   MOVE SPACES TO WRK-LINHA-PIX
                   STRING 'PIX PARCIAL ' DELIMITED BY SIZE
                          WRK-RCB-REFERENCIA DELIMITED BY SIZE
                          ' TITULO ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          ' PAGO ' DELIMITED BY SIZE
                          WRK-VALOR2-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-PIX
                   WRITE LINHA-PIX FROM WRK-LINHA-PIX
               END-IF.
      ******************************
      **** PRIMEIRO CREDITO A APLICAR CUJA COBRANCA E DO TIPO E DA
      **** REFERENCIA DO ITEM; O CREDITO FICA APLICADO E A COBRANCA
      **** LIQUIDADA NO LOG COM A DATA DO CREDITO
      ******************************
           0250-PROCURAR-CREDITO.
               MOVE 'N' TO WRK-ACHOU-CREDITO.
               PERFORM 0255-TESTAR-CREDITO
                   VARYING WRK-CRD-IDX FROM 1 BY 1
                   UNTIL WRK-CRD-IDX > WRK-QTD-CRD
                      OR CREDITO-ACHADO.
               IF CREDITO-ACHADO
                   MOVE 'A' TO TAB-CRD-SITUACAO (WRK-CRD-ACHADO-IDX)
                   MOVE TAB-CRD-LOG (WRK-CRD-ACHADO-IDX)
                       TO WRK-PXL-SUB
                   MOVE 'L' TO TAB-PXL-SITUACAO (WRK-PXL-SUB)
                   MOVE TAB-CRD-DATA (WRK-CRD-ACHADO-IDX)
                       TO TAB-PXL-DATA-SIT (WRK-PXL-SUB)
               END-IF.
           0255-TESTAR-CREDITO.
               IF TAB-CRD-SITUACAO (WRK-CRD-IDX) = 'N'
                   MOVE TAB-CRD-LOG (WRK-CRD-IDX) TO WRK-PXL-SUB
                   IF TAB-PXL-TIPO (WRK-PXL-SUB) = WRK-TIPO-ITEM
                       AND TAB-PXL-REFERENCIA (WRK-PXL-SUB)
                           = WRK-REF-ITEM
                       SET CREDITO-ACHADO TO TRUE
                       MOVE WRK-CRD-IDX TO WRK-CRD-ACHADO-IDX
                   END-IF
               END-IF.
      ******************************
      **** CREDITO A MAIOR ALEM DA TOLERANCIA DO PARMSUITE: O
      **** EXCESSO VAI PARA OS REEMBOLSOS PENDENTES; O ITEM BAIXA
      ******************************
           0260-CONFERIR-EXCESSO.
               IF WRK-VALOR-EXCESSO > WRK-PARM-TOLER-PAGTO
                   ADD 1 TO WRK-TOTAL-EXCEDENTES
                   MOVE 'EXCEDENTE' TO REG-REE-MOTIVO
                   PERFORM 0270-GRAVAR-REEMBOLSO
                   MOVE WRK-VALOR-EXCESSO TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-PIX
                   STRING 'PIX A MAIOR ' DELIMITED BY SIZE
                          WRK-REF-ITEM DELIMITED BY SIZE
                          ' EXCESSO ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-PIX
                   WRITE LINHA-PIX FROM WRK-LINHA-PIX
               END-IF.
           0270-GRAVAR-REEMBOLSO.
               MOVE SPACES TO REG-REEMBOLSO-OUT.
               MOVE WRK-DOC-REEMB TO REG-REE-CPF.
               MOVE WRK-REF-ITEM TO REG-REE-REFERENCIA.
               MOVE TAB-CRD-DATA (WRK-CRD-ACHADO-IDX) TO REG-REE-DATA.
               MOVE WRK-VALOR-EXCESSO TO REG-REE-VALOR.
               MOVE 'P' TO REG-REE-STATUS.
               WRITE REG-REEMBOLSO-OUT.
      ******************************
      **** BAIXA AS MENSALIDADES PAGAS POR PIX: A REFERENCIA DA
      **** COBRANCA TIPO M E MATRICULA (6) + COMPETENCIA (6); SO
      **** PAGAMENTO INTEGRAL (VALOR + ENCARGOS) BAIXA, COMO NO
      **** PROGCOB69. O EXCESSO VOLTA AO DOCUMENTO DO PAGADOR
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
               IF MEN-ABERTA
                   MOVE 'M' TO WRK-TIPO-ITEM
                   MOVE SPACES TO WRK-REF-ITEM
                   STRING WRK-MEN-MATRICULA DELIMITED BY SIZE
                          WRK-MEN-COMPETENCIA DELIMITED BY SIZE
                          INTO WRK-REF-ITEM
                   PERFORM 0250-PROCURAR-CREDITO
                   IF CREDITO-ACHADO
                       PERFORM 0330-BAIXAR-MENSALIDADE
                   END-IF
               END-IF.
               WRITE LINHA-MENSALIDADE-OUT FROM WRK-MENSALIDADE.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
           0330-BAIXAR-MENSALIDADE.
               COMPUTE WRK-TOTAL-MENSAL =
                   WRK-MEN-VALOR + WRK-MEN-ENCARGOS.
               IF TAB-CRD-VALOR (WRK-CRD-ACHADO-IDX)
                   NOT < WRK-TOTAL-MENSAL
                   ADD 1 TO WRK-TOTAL-BAIXADOS
                   SET MEN-PAGA TO TRUE
                   MOVE WRK-TOTAL-MENSAL TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-PIX
                   STRING 'BAIXA PIX MENSALIDADE ' DELIMITED BY SIZE
                          WRK-REF-ITEM DELIMITED BY SIZE
                          ' VALOR ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-PIX
                   WRITE LINHA-PIX FROM WRK-LINHA-PIX
                   COMPUTE WRK-VALOR-EXCESSO =
                       TAB-CRD-VALOR (WRK-CRD-ACHADO-IDX)
                       - WRK-TOTAL-MENSAL
                   MOVE TAB-CRD-DOCUMENTO (WRK-CRD-ACHADO-IDX)
                       TO WRK-DOC-REEMB
                   PERFORM 0260-CONFERIR-EXCESSO
               ELSE
                   ADD 1 TO WRK-TOTAL-PARCIAIS
                   MOVE WRK-TOTAL-MENSAL TO WRK-VALOR-ED
                   MOVE TAB-CRD-VALOR (WRK-CRD-ACHADO-IDX)
                       TO WRK-VALOR2-ED
                   MOVE SPACES TO WRK-LINHA-PIX
                   STRING 'PIX PARCIAL MENSALIDADE ' DELIMITED BY SIZE
                          WRK-REF-ITEM DELIMITED BY SIZE
                          ' DEVIDO ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          ' PAGO ' DELIMITED BY SIZE
                          WRK-VALOR2-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-PIX
                   WRITE LINHA-PIX FROM WRK-LINHA-PIX
               END-IF.
      ******************************
      **** CREDITOS QUE SOBRARAM: COM COBRANCA NO LOG (PAGA DE NOVO,
      **** OU ITEM QUE JA NAO ESTA EM ABERTO) SAO DUPLICADOS E VAO
      **** INTEIROS PARA O REEMBPEN COM O DOCUMENTO DO PAGADOR; SEM
      **** COBRANCA NO LOG SAEM NO RELATORIO DE NAO IDENTIFICADOS
      ******************************
           0400-TRATAR-SOBRAS.
               PERFORM 0410-TRATAR-SOBRA
                   VARYING WRK-CRD-IDX FROM 1 BY 1
                   UNTIL WRK-CRD-IDX > WRK-QTD-CRD.
               CLOSE REEMBOLSOS-OUT.
           0410-TRATAR-SOBRA.
               MOVE WRK-CRD-IDX TO WRK-CRD-ACHADO-IDX.
               IF TAB-CRD-SITUACAO (WRK-CRD-IDX) = 'S'
                   PERFORM 0430-LISTAR-NAO-IDENTIFICADO
               ELSE
                   ADD TAB-CRD-VALOR (WRK-CRD-IDX) TO WRK-VALOR-IDENT
                   IF TAB-CRD-SITUACAO (WRK-CRD-IDX) NOT = 'A'
                       PERFORM 0420-PARQUEAR-DUPLICADO
                   END-IF
               END-IF.
           0420-PARQUEAR-DUPLICADO.
               ADD 1 TO WRK-TOTAL-DUPLICADOS.
               MOVE 'D' TO TAB-CRD-SITUACAO (WRK-CRD-IDX).
               MOVE TAB-CRD-LOG (WRK-CRD-IDX) TO WRK-PXL-SUB.
               MOVE TAB-PXL-REFERENCIA (WRK-PXL-SUB) TO WRK-REF-ITEM.
               MOVE TAB-CRD-DOCUMENTO (WRK-CRD-IDX) TO WRK-DOC-REEMB.
               MOVE TAB-CRD-VALOR (WRK-CRD-IDX) TO WRK-VALOR-EXCESSO.
               MOVE 'DUPLICADO' TO REG-REE-MOTIVO.
               PERFORM 0270-GRAVAR-REEMBOLSO.
               MOVE WRK-VALOR-EXCESSO TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-PIX.
               STRING 'PIX DUPLICADO ' DELIMITED BY SIZE
                      WRK-REF-ITEM DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' PAGADOR ' DELIMITED BY SIZE
                      WRK-DOC-REEMB DELIMITED BY SIZE
                      INTO WRK-LINHA-PIX.
               WRITE LINHA-PIX FROM WRK-LINHA-PIX.
           0430-LISTAR-NAO-IDENTIFICADO.
               ADD 1 TO WRK-TOTAL-NAO-IDENT.
               ADD TAB-CRD-VALOR (WRK-CRD-IDX) TO WRK-VALOR-NAO-IDENT.
               MOVE TAB-CRD-VALOR (WRK-CRD-IDX) TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-EXC.
               STRING TAB-CRD-TXID (WRK-CRD-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-CRD-E2EID (WRK-CRD-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-CRD-DATA (WRK-CRD-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-CRD-DOCUMENTO (WRK-CRD-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-CRD-NOME (WRK-CRD-IDX) DELIMITED BY SIZE
                      INTO WRK-LINHA-EXC.
               WRITE LINHA-EXC FROM WRK-LINHA-EXC.
      ******************************
      **** REGRAVA O LOG COM A SITUACAO ATUALIZADA DAS COBRANCAS
      ******************************
           0500-REGRAVAR-LOG.
               OPEN OUTPUT LOG-PIX-OUT.
               PERFORM 0510-GRAVAR-LINHA-LOG
                   VARYING WRK-PXL-SUB FROM 1 BY 1
                   UNTIL WRK-PXL-SUB > WRK-QTD-PXL.
               CLOSE LOG-PIX-OUT.
           0510-GRAVAR-LINHA-LOG.
               MOVE TAB-PXL-TXID (WRK-PXL-SUB) TO WRK-PXL-TXID.
               MOVE TAB-PXL-TIPO (WRK-PXL-SUB) TO WRK-PXL-TIPO.
               MOVE TAB-PXL-REFERENCIA (WRK-PXL-SUB)
                   TO WRK-PXL-REFERENCIA.
               MOVE TAB-PXL-EMISSAO (WRK-PXL-SUB) TO WRK-PXL-EMISSAO.
               MOVE TAB-PXL-VALOR (WRK-PXL-SUB) TO WRK-PXL-VALOR.
               MOVE TAB-PXL-SITUACAO (WRK-PXL-SUB)
                   TO WRK-PXL-SITUACAO.
               MOVE TAB-PXL-DATA-SIT (WRK-PXL-SUB)
                   TO WRK-PXL-DATA-SIT.
               WRITE LINHA-PIX-LOG-OUT FROM WRK-PIX-LOG.
      ******************************
      **** LANCA NO RAZAO OS CREDITOS IDENTIFICADOS (CONTA PIXREC,
      **** ORIGEM = REFERENCIAS DOS ITENS) E OS NAO IDENTIFICADOS
      **** (CONTA PIXNID, ORIGEM = TXID), CENTRO FIN, ARREDONDADOS
      **** PARA REAIS INTEIROS
      ******************************
           0600-GRAVAR-LANCAMENTOS.
               IF WRK-VALOR-IDENT NOT = ZEROS
                   OR WRK-VALOR-NAO-IDENT NOT = ZEROS
                   OPEN EXTEND LANCAMENTOS-INT
                   IF WRK-VALOR-IDENT NOT = ZEROS
                       INITIALIZE WRK-ORIGEM-LANCTO
                       PERFORM 0610-ORIGEM-IDENTIFICADO
                           VARYING WRK-CRD-IDX FROM 1 BY 1
                           UNTIL WRK-CRD-IDX > WRK-QTD-CRD
                       MOVE SPACES TO REG-LANCTO-INT
                       MOVE 'PIXREC' TO REG-LCI-CONTA
                       MOVE WRK-DATA-HOJE TO REG-LCI-DATA
                       COMPUTE REG-LCI-VALOR ROUNDED = WRK-VALOR-IDENT
                       PERFORM 0630-GRAVAR-LANCTO
                   END-IF
                   IF WRK-VALOR-NAO-IDENT NOT = ZEROS
                       INITIALIZE WRK-ORIGEM-LANCTO
                       PERFORM 0620-ORIGEM-NAO-IDENTIFICADO
                           VARYING WRK-CRD-IDX FROM 1 BY 1
                           UNTIL WRK-CRD-IDX > WRK-QTD-CRD
                       MOVE SPACES TO REG-LANCTO-INT
                       MOVE 'PIXNID' TO REG-LCI-CONTA
                       MOVE WRK-DATA-HOJE TO REG-LCI-DATA
                       COMPUTE REG-LCI-VALOR ROUNDED =
                           WRK-VALOR-NAO-IDENT
                       PERFORM 0630-GRAVAR-LANCTO
                   END-IF
                   CLOSE LANCAMENTOS-INT
               END-IF.
           0610-ORIGEM-IDENTIFICADO.
               IF TAB-CRD-SITUACAO (WRK-CRD-IDX) NOT = 'S'
                   MOVE TAB-CRD-LOG (WRK-CRD-IDX) TO WRK-PXL-SUB
                   MOVE TAB-PXL-REFERENCIA (WRK-PXL-SUB)
                       TO WRK-ORI-DOCUMENTO
                   PERFORM 0640-ACUMULAR-ORIGEM
               END-IF.
           0620-ORIGEM-NAO-IDENTIFICADO.
               IF TAB-CRD-SITUACAO (WRK-CRD-IDX) = 'S'
                   MOVE TAB-CRD-TXID (WRK-CRD-IDX) TO WRK-ORI-DOCUMENTO
                   PERFORM 0640-ACUMULAR-ORIGEM
               END-IF.
           0630-GRAVAR-LANCTO.
               MOVE SPACES TO REG-LCI-EMPRESA.
               MOVE 'FIN' TO REG-LCI-CCUSTO.
               MOVE 'PROGPXR' TO WRK-ORI-PROGRAMA.
               MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM.
               WRITE REG-LANCTO-INT.
           0640-ACUMULAR-ORIGEM.
               IF WRK-ORI-QTD-DOCS = 0
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
               END-IF.
               MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-FINAL.
               ADD 1 TO WRK-ORI-QTD-DOCS.
           0800-FINALIZAR.
               PERFORM 0600-GRAVAR-LANCAMENTOS.
               MOVE SPACES TO LINHA-PIX.
               WRITE LINHA-PIX.
               MOVE WRK-VALOR-IDENT TO WRK-VALOR-ED.
               MOVE WRK-VALOR-NAO-IDENT TO WRK-VALOR2-ED.
               MOVE SPACES TO WRK-LINHA-PIX.
               STRING 'TOTAL IDENTIFICADO ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      '  NAO IDENTIFICADO ' DELIMITED BY SIZE
                      WRK-VALOR2-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-PIX.
               WRITE LINHA-PIX FROM WRK-LINHA-PIX.
               DISPLAY '********************'.
               DISPLAY 'CREDITOS PIX LIDOS : ' WRK-TOTAL-CREDITOS.
               DISPLAY 'BAIXAS INTEGRAIS   : ' WRK-TOTAL-BAIXADOS.
               DISPLAY 'PAGAMENTOS PARCIAIS: ' WRK-TOTAL-PARCIAIS.
               DISPLAY 'EXCESSOS PARQUEADOS: ' WRK-TOTAL-EXCEDENTES.
               DISPLAY 'DUPLICADOS PARQUEAD: ' WRK-TOTAL-DUPLICADOS.
               DISPLAY 'NAO IDENTIFICADOS  : ' WRK-TOTAL-NAO-IDENT.
               CLOSE RELATORIO-PIX EXCECAO-PIX.
               IF WRK-TOTAL-NAO-IDENT > 0
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGPXR' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-CREDITOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-BAIXADOS TO WRK-CTL-ACEITOS.
               COMPUTE WRK-CTL-REJEITADOS =
                   WRK-TOTAL-PARCIAIS + WRK-TOTAL-DUPLICADOS
                   + WRK-TOTAL-NAO-IDENT.
               MOVE WRK-TOTAL-RECEBIDO TO WRK-CTL-HASH.
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
               MOVE 'PROGPXR' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGPXR' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-CREDITOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-BAIXADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
