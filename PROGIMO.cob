           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGIMO.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: RUN MENSAL DO ATIVO IMOBILIZADO -- A DEPRECIACAO
      *     DE VEICULOS, EQUIPAMENTOS E MOVEIS ERA CALCULADA EM
      *     PLANILHA E DIGITADA NO LANCIN UMA VEZ POR MES. ESTE
      *     PROGRAMA RECEBE A COMPETENCIA (ACCEPT, VIA SYSIN NO
      *     BATCH), CARREGA O CADASTRO DO IMOBILIZADO (IMOMST, LAYOUT
      *     CPYIMOB) E APLICA OS MOVIMENTOS DIGITADOS NO IMOMOV:
      *       TIPO I -- INCLUSAO DE BEM, VALIDADA CONTRA O CADASTRO
      *       DE EMPRESAS (EMPMST), O DE CENTROS DE CUSTO (CCUSTO) E
      *       O PLANO DE CONTAS (PLANCTA: CONTA DO BEM E DA
      *       DEPRECIACAO ACUMULADA NA CLASSE A, DESPESA NA CLASSE
      *       D). BEM QUE JA VINHA SENDO DEPRECIADO NA PLANILHA ENTRA
      *       COM O ACUMULADO E A ULTIMA COMPETENCIA DEPRECIADA
      *       TIPO B -- BAIXA DO BEM (VENDA OU DESCARTE), COM A DATA
      *       E O VALOR DE VENDA (ZERO NO DESCARTE)
      *     DEPOIS DEPRECIA CADA BEM ATIVO EM LINHA RETA ((CUSTO -
      *     RESIDUAL) / VIDA UTIL EM MESES) DESDE O MES SEGUINTE AO
      *     ULTIMO DEPRECIADO (OU O MES DA AQUISICAO) ATE A
      *     COMPETENCIA, COM O ULTIMO MES DA VIDA LEVANDO O RESTO; O
      *     BEM BAIXADO E DEPRECIADO ATE O MES ANTERIOR AO DA BAIXA E
      *     A BAIXA APURA O GANHO OU A PERDA (VENDA - VALOR LIQUIDO).
      *     COMO A ULTIMA COMPETENCIA DEPRECIADA FICA NO CADASTRO, O
      *     RERUN DO MES NAO DEPRECIA DE NOVO. OS LANCAMENTOS SAEM NO
      *     LANCINT (REAIS INTEIROS, POR EMPRESA + CONTA + CENTRO,
      *     DATADOS NO ULTIMO DIA DA COMPETENCIA) PARA O FECHAMENTO
      *     (PROGCOB30): DESPESA E ACUMULADA NEGATIVAS NA
      *     DEPRECIACAO; NA BAIXA SAI O CUSTO DA CONTA DO BEM, VOLTA O
      *     ACUMULADO, A VENDA ENTRA NA CONTA VENIMO (VENDA DE
      *     IMOBILIZADO A RECEBER) E O RESULTADO NA CONTA RESIMO. O
      *     CADASTRO ATUALIZADO SAI NO IMONEW (ENTRA VELHO / SAI
      *     NOVO) E O RAZAO DO IMOBILIZADO (DEPRPT) LISTA CADA BEM E
      *     CONCILIA, POR EMPRESA E CONTA, O CUSTO E A DEPRECIACAO
      *     ACUMULADA DO CADASTRO CONTRA O SALDO DO RAZAO (LANCIN +
      *     LANCINT, AS MESMAS ENTRADAS DO BALANCO DO PROGCOB63).
      *     MOVIMENTO REJEITADO OU CONTA DIVERGENTE DAO RC 4;
      *     COMPETENCIA INVALIDA OU TABELA ESTOURADA PARAM O RUN COM
      *     RC 8 SEM GRAVAR NADA
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     OS LANCAMENTOS DO IMOBILIZADO NO LANCINT PASSARAM A LEVAR A
      *     ORIGEM: O PROGRAMA E O PRIMEIRO E O ULTIMO BEM QUE ENTRARAM
      *     EM CADA LANCAMENTO, COM A QUANTIDADE DE BENS
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PLANO-CONTAS ASSIGN TO PLANCTA
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CENTROS-CUSTO ASSIGN TO CCUSTO
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EMPRESAS-IN ASSIGN TO EMPMST
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT IMOBILIZADO-MASTER ASSIGN TO IMOMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-IMOMST-STATUS.
               SELECT IMOBILIZADO-OUT ASSIGN TO IMONEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MOVIMENTOS-IN ASSIGN TO IMOMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-IMOMOV-STATUS.
               SELECT LANCTOS-IN ASSIGN TO LANCIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCIN-STATUS.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCINT-STATUS.
               SELECT RELATORIO-IMO ASSIGN TO DEPRPT
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
           FD  PLANO-CONTAS.
           01  LINHA-PLANO-CONTA PIC X(60).
           FD  CENTROS-CUSTO.
           01  LINHA-CENTRO-CUSTO PIC X(40).
           FD  EMPRESAS-IN.
           01  REG-EMPRESA-IN.
               02 REG-EMP-CODIGO PIC X(03).
               02 REG-EMP-NOME   PIC X(30).
               02 REG-EMP-CNPJ   PIC X(14).
           FD  IMOBILIZADO-MASTER.
           01  LINHA-IMOBILIZADO PIC X(200).
           FD  IMOBILIZADO-OUT.
           01  LINHA-IMOBILIZADO-OUT PIC X(200).
      ******************************
      **** MOVIMENTO DIGITADO: I=INCLUSAO (TODOS OS CAMPOS; RESIDUAL,
      **** ACUMULADO E ULTIMA COMPETENCIA PODEM VIR EM BRANCO) OU
      **** B=BAIXA (NUMERO, DATA DA BAIXA E VALOR DE VENDA)
      ******************************
           FD  MOVIMENTOS-IN.
           01  REG-MOVIMENTO-IN.
               02 REG-MOV-TIPO          PIC X(01).
                   88 MOV-INCLUSAO      VALUE 'I'.
                   88 MOV-BAIXA         VALUE 'B'.
               02 REG-MOV-NUMERO        PIC X(06).
               02 REG-MOV-EMPRESA       PIC X(03).
               02 REG-MOV-CCUSTO        PIC X(04).
               02 REG-MOV-DESCRICAO     PIC X(30).
               02 REG-MOV-DATA          PIC X(08).
               02 REG-MOV-VALOR         PIC 9(09)V99.
               02 REG-MOV-VALOR-X REDEFINES REG-MOV-VALOR
                                        PIC X(11).
               02 REG-MOV-VIDA-MESES    PIC 9(03).
               02 REG-MOV-RESIDUAL      PIC 9(09)V99.
               02 REG-MOV-RESIDUAL-X REDEFINES REG-MOV-RESIDUAL
                                        PIC X(11).
               02 REG-MOV-CONTA-ATIVO   PIC X(06).
               02 REG-MOV-CONTA-DEPREC  PIC X(06).
               02 REG-MOV-CONTA-DESPESA PIC X(06).
               02 REG-MOV-ACUMULADO     PIC 9(09)V99.
               02 REG-MOV-ACUMULADO-X REDEFINES REG-MOV-ACUMULADO
                                        PIC X(11).
               02 REG-MOV-ULT-COMPET    PIC X(06).
           FD  LANCTOS-IN.
           01  REG-LANCTO-IN.
               02 REG-LANCTO-CONTA PIC X(06).
               02 REG-LANCTO-DATA  PIC X(08).
               02 REG-LANCTO-VALOR PIC S9(07) SIGN IS LEADING SEPARATE.
               02 REG-LANCTO-EMPRESA PIC X(03).
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
           FD  RELATORIO-IMO.
           01  LINHA-IMO PIC X(100).
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
           COPY CPYPLANO.
           COPY CPYCCUSTO.
           COPY CPYIMOB.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-IMOMST-STATUS PIC X(02) VALUE '00'.
               88 IMOMST-OK VALUE '00'.
           77 WRK-IMOMOV-STATUS PIC X(02) VALUE '00'.
               88 IMOMOV-OK VALUE '00'.
           77 WRK-LANCIN-STATUS PIC X(02) VALUE '00'.
               88 LANCIN-OK VALUE '00'.
           77 WRK-LANCINT-STATUS PIC X(02) VALUE '00'.
               88 LANCINT-OK VALUE '00'.
           77 WRK-FIM-PLANO PIC X(01) VALUE 'N'.
               88 FIM-PLANO VALUE 'S'.
           77 WRK-FIM-CENTROS PIC X(01) VALUE 'N'.
               88 FIM-CENTROS VALUE 'S'.
           77 WRK-FIM-EMPRESAS PIC X(01) VALUE 'N'.
               88 FIM-EMPRESAS VALUE 'S'.
           77 WRK-FIM-CADASTRO PIC X(01) VALUE 'N'.
               88 FIM-CADASTRO VALUE 'S'.
           77 WRK-FIM-MOVIMENTOS PIC X(01) VALUE 'N'.
               88 FIM-MOVIMENTOS VALUE 'S'.
           77 WRK-FIM-LANCTOS PIC X(01) VALUE 'N'.
               88 FIM-LANCTOS VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
      ******************************
      **** COMPETENCIA DO RUN, DATA DOS LANCAMENTOS (ULTIMO DIA DA
      **** COMPETENCIA) E DATAS DECOMPOSTAS. OS MESES SAO CONTADOS
      **** COMO ANO X 12 + MES PARA ANDAR ENTRE COMPETENCIAS
      ******************************
           01 WRK-COMPETENCIA.
               02 WRK-CMP-ANO PIC 9(04).
               02 WRK-CMP-MES PIC 9(02).
           01 WRK-DATA-LANCTO.
               02 WRK-DLC-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-DLC-MES PIC 9(02) VALUE ZEROS.
               02 WRK-DLC-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-AUX.
               02 WRK-DAX-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-DAX-MES PIC 9(02) VALUE ZEROS.
               02 WRK-DAX-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-COMPET-AUX.
               02 WRK-CAX-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-CAX-MES PIC 9(02) VALUE ZEROS.
           01 WRK-DIAS-MESES-LIT.
               02 FILLER PIC X(24) VALUE '312831303130313130313031'.
           01 TAB-DIAS-MESES REDEFINES WRK-DIAS-MESES-LIT.
               02 TAB-DIAS-MES OCCURS 12 TIMES PIC 9(02).
           77 WRK-RESTO-ANO    PIC 9(02) VALUE ZEROS.
           77 WRK-QUOC-ANO     PIC 9(04) VALUE ZEROS.
           77 WRK-MES-COMPET   PIC 9(06) VALUE ZEROS COMP.
           77 WRK-MES-AQUIS    PIC 9(06) VALUE ZEROS COMP.
           77 WRK-MES-INICIO   PIC 9(06) VALUE ZEROS COMP.
           77 WRK-MES-FIM      PIC 9(06) VALUE ZEROS COMP.
           77 WRK-MES-AUX      PIC 9(06) VALUE ZEROS COMP.
           77 WRK-QTD-MESES    PIC 9(04) VALUE ZEROS COMP.
      ******************************
      **** PLANO DE CONTAS, CENTROS DE CUSTO E EMPRESAS, PARA VALIDAR
      **** AS INCLUSOES
      ******************************
           77 WRK-QTD-PLANO PIC 9(03) VALUE ZEROS.
           01 TAB-PLANO-CONTAS.
               02 TAB-PLC OCCURS 1 TO 300 TIMES
                  DEPENDING ON WRK-QTD-PLANO
                  INDEXED BY TAB-PLC-IDX.
                   03 TAB-PLC-CONTA  PIC X(06).
                   03 TAB-PLC-CLASSE PIC X(01).
           77 WRK-QTD-CENTROS PIC 9(03) VALUE ZEROS.
           01 TAB-CENTROS.
               02 TAB-CCU OCCURS 1 TO 100 TIMES
                  DEPENDING ON WRK-QTD-CENTROS
                  INDEXED BY TAB-CCU-IDX.
                   03 TAB-CCU-CODIGO PIC X(04).
           77 WRK-QTD-EMP PIC 9(02) VALUE ZEROS.
           01 TAB-EMPRESAS.
               02 TAB-EMP OCCURS 1 TO 20 TIMES
                  DEPENDING ON WRK-QTD-EMP
                  INDEXED BY TAB-EMP-IDX.
                   03 TAB-EMP-CODIGO PIC X(03).
           77 WRK-CONTA-BUSCA  PIC X(06) VALUE SPACES.
           77 WRK-CLASSE-ACHADA PIC X(01) VALUE SPACES.
           77 WRK-ACHOU-EMPRESA PIC X(01) VALUE 'N'.
               88 EMPRESA-CADASTRADA VALUE 'S'.
           77 WRK-ACHOU-CENTRO PIC X(01) VALUE 'N'.
               88 CENTRO-CADASTRADO VALUE 'S'.
           77 WRK-CLASSE-ATIVO   PIC X(01) VALUE SPACES.
           77 WRK-CLASSE-DEPREC  PIC X(01) VALUE SPACES.
           77 WRK-CLASSE-DESPESA PIC X(01) VALUE SPACES.
      ******************************
      **** CADASTRO DO IMOBILIZADO EM MEMORIA (IMAGEM DO REGISTRO),
      **** COM A MARCA DE BAIXA PEDIDA E DE INCLUSAO NESTE RUN E OS
      **** VALORES DO MES PARA O RAZAO DO IMOBILIZADO
      ******************************
           77 WRK-QTD-IMO PIC 9(04) VALUE ZEROS.
           01 TAB-IMOBILIZADO.
               02 TAB-IMO OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-IMO
                  INDEXED BY TAB-IMO-IDX.
                   03 TAB-IMO-REGISTRO.
                       04 TAB-IMO-NUMERO PIC X(06).
                       04 FILLER         PIC X(155).
                   03 TAB-IMO-BAIXA-PEDIDA PIC X(01).
                   03 TAB-IMO-INCLUIDO     PIC X(01).
           77 WRK-IMO-I PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-BEM PIC X(01) VALUE 'N'.
               88 BEM-CADASTRADO VALUE 'S'.
      ******************************
      **** LANCAMENTOS DO RUN POR EMPRESA + CONTA + CENTRO, EM
      **** CENTAVOS ATE A GRAVACAO NO LANCINT
      ******************************
           77 WRK-QTD-LCT PIC 9(03) VALUE ZEROS.
           01 TAB-LANCAMENTOS.
               02 TAB-LCT OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-LCT
                  INDEXED BY TAB-LCT-IDX.
                   03 TAB-LCT-EMPRESA PIC X(03).
                   03 TAB-LCT-CONTA   PIC X(06).
                   03 TAB-LCT-CCUSTO  PIC X(04).
                   03 TAB-LCT-VALOR   PIC S9(11)V99 COMP-3.
                   03 TAB-LCT-DOC-INICIAL PIC X(20).
                   03 TAB-LCT-DOC-FINAL   PIC X(20).
                   03 TAB-LCT-QTD-DOCS    PIC 9(05).
           77 WRK-LCT-I PIC 9(03) VALUE ZEROS.
           77 WRK-LCT-CONTA PIC X(06) VALUE SPACES.
           77 WRK-LCT-VALOR PIC S9(11)V99 VALUE ZEROS COMP-3.
      ******************************
      **** CONCILIACAO POR EMPRESA + CONTA: SALDO DO CADASTRO (CUSTO
      **** DOS BENS ATIVOS OU MENOS A ACUMULADA DELES) X SALDO DO
      **** RAZAO (LANCIN + LANCINT)
      ******************************
           77 WRK-QTD-CON PIC 9(03) VALUE ZEROS.
           01 TAB-CONCILIACAO.
               02 TAB-CON OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-CON
                  INDEXED BY TAB-CON-IDX.
                   03 TAB-CON-EMPRESA  PIC X(03).
                   03 TAB-CON-CONTA    PIC X(06).
                   03 TAB-CON-TIPO     PIC X(01).
                   03 TAB-CON-CADASTRO PIC S9(11)V99 COMP-3.
                   03 TAB-CON-RAZAO    PIC S9(11) COMP-3.
           77 WRK-CON-I PIC 9(03) VALUE ZEROS.
           77 WRK-CON-CONTA PIC X(06) VALUE SPACES.
           77 WRK-CON-TIPO  PIC X(01) VALUE SPACES.
           77 WRK-CON-VALOR PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-CADASTRO-REAIS PIC S9(11) VALUE ZEROS COMP-3.
           77 WRK-DIFERENCA PIC S9(11) VALUE ZEROS COMP-3.
      ******************************
      **** CALCULO DA DEPRECIACAO E DA BAIXA DO BEM CORRENTE
      ******************************
           77 WRK-DEPRECIAVEL    PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-SALDO-DEPREC   PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-QUOTA-MENSAL   PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-DEPR-BEM       PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-LIQUIDO        PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-RESULTADO-BAIXA PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-MOTIVO PIC X(45) VALUE SPACES.
      ******************************
      **** LINHA DO RAZAO DO IMOBILIZADO
      ******************************
           01 WRK-LINHA-BEM.
               02 WRK-LBM-NUMERO    PIC X(06).
               02 FILLER            PIC X(01).
               02 WRK-LBM-DESCRICAO PIC X(18).
               02 FILLER            PIC X(01).
               02 WRK-LBM-EMPRESA   PIC X(03).
               02 FILLER            PIC X(01).
               02 WRK-LBM-CCUSTO    PIC X(04).
               02 WRK-LBM-COLUNA OCCURS 4 TIMES.
                   03 FILLER        PIC X(01).
                   03 WRK-LBM-VALOR PIC ZZZZZZZZ9,99.
               02 FILLER            PIC X(01).
               02 WRK-LBM-MARCA     PIC X(08).
           77 WRK-VALOR-ED  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR2-ED PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR3-ED PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-REAIS-ED  PIC -ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           77 WRK-REAIS2-ED PIC -ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           77 WRK-REAIS3-ED PIC -ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           77 WRK-LINHA-IMO PIC X(100) VALUE SPACES.
      ******************************
      **** TOTAIS DO RUN
      ******************************
           77 WRK-TOTAL-BENS       PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-MOVIMENTOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-INCLUIDOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-BAIXADOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DEPRECIADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DIVERGENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-LANCTOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CUSTO      PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-DEPR-MES   PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-ACUMULADO  PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-LIQUIDO    PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-RESULTADO  PIC S9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               DISPLAY 'COMPETENCIA DA DEPRECIACAO (AAAAMM)'.
               ACCEPT WRK-COMPETENCIA FROM CONSOLE.
               IF WRK-COMPETENCIA IS NOT NUMERIC
                   OR WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
                   DISPLAY '*** COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                       ' - NADA FOI GRAVADO ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0050-CARREGAR-PLANO
                   PERFORM 0060-CARREGAR-CENTROS
                   PERFORM 0070-CARREGAR-EMPRESAS
                   PERFORM 0080-CARREGAR-CADASTRO
                   PERFORM 0100-INICIALIZAR
                   PERFORM 0150-APLICAR-MOVIMENTOS
                   IF NOT TABELA-ESTOURADA
                       PERFORM 0235-TITULOS-COLUNAS
                       PERFORM 0200-PROCESSAR-BEM
                           VARYING WRK-IMO-I FROM 1 BY 1
                           UNTIL WRK-IMO-I > WRK-QTD-IMO
                              OR TABELA-ESTOURADA
                   END-IF
                   IF TABELA-ESTOURADA
                       DISPLAY '*** TABELA DO IMOBILIZADO ESTOUROU - '
                           'NADA FOI GRAVADO, RUN MARCADO RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                       CLOSE RELATORIO-IMO
                   ELSE
                       PERFORM 0270-IMPRIMIR-TOTAIS
                       PERFORM 0300-GRAVAR-CADASTRO
                       PERFORM 0400-GRAVAR-LANCAMENTOS
                       PERFORM 0500-CONCILIAR
                       PERFORM 0800-FINALIZAR
                   END-IF
               END-IF.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARGA DO PLANO DE CONTAS, DOS CENTROS E DAS EMPRESAS
      ******************************
           0050-CARREGAR-PLANO.
               OPEN INPUT PLANO-CONTAS.
               READ PLANO-CONTAS INTO WRK-PLANO-CONTA
                   AT END SET FIM-PLANO TO TRUE
               END-READ.
               PERFORM 0055-LER-CONTA
                   UNTIL FIM-PLANO OR WRK-QTD-PLANO >= 300.
               CLOSE PLANO-CONTAS.
           0055-LER-CONTA.
               ADD 1 TO WRK-QTD-PLANO.
               MOVE WRK-PLC-CONTA  TO TAB-PLC-CONTA (WRK-QTD-PLANO).
               MOVE WRK-PLC-CLASSE TO TAB-PLC-CLASSE (WRK-QTD-PLANO).
               READ PLANO-CONTAS INTO WRK-PLANO-CONTA
                   AT END SET FIM-PLANO TO TRUE
               END-READ.
           0060-CARREGAR-CENTROS.
               OPEN INPUT CENTROS-CUSTO.
               READ CENTROS-CUSTO INTO WRK-CENTRO-CUSTO
                   AT END SET FIM-CENTROS TO TRUE
               END-READ.
               PERFORM 0065-LER-CENTRO
                   UNTIL FIM-CENTROS OR WRK-QTD-CENTROS >= 100.
               CLOSE CENTROS-CUSTO.
           0065-LER-CENTRO.
               ADD 1 TO WRK-QTD-CENTROS.
               MOVE WRK-CCU-CODIGO TO TAB-CCU-CODIGO (WRK-QTD-CENTROS).
               READ CENTROS-CUSTO INTO WRK-CENTRO-CUSTO
                   AT END SET FIM-CENTROS TO TRUE
               END-READ.
           0070-CARREGAR-EMPRESAS.
               OPEN INPUT EMPRESAS-IN.
               READ EMPRESAS-IN
                   AT END SET FIM-EMPRESAS TO TRUE
               END-READ.
               PERFORM 0075-LER-EMPRESA
                   UNTIL FIM-EMPRESAS OR WRK-QTD-EMP >= 20.
               CLOSE EMPRESAS-IN.
           0075-LER-EMPRESA.
               ADD 1 TO WRK-QTD-EMP.
               MOVE REG-EMP-CODIGO TO TAB-EMP-CODIGO (WRK-QTD-EMP).
               READ EMPRESAS-IN
                   AT END SET FIM-EMPRESAS TO TRUE
               END-READ.
      ******************************
      **** CARREGA O CADASTRO DO IMOBILIZADO; NO PRIMEIRO RUN O
      **** IMOMST AINDA NAO EXISTE E O CADASTRO NASCE DAS INCLUSOES
      ******************************
           0080-CARREGAR-CADASTRO.
               OPEN INPUT IMOBILIZADO-MASTER.
               IF IMOMST-OK
                   READ IMOBILIZADO-MASTER INTO WRK-IMOBILIZADO
                       AT END SET FIM-CADASTRO TO TRUE
                   END-READ
                   PERFORM 0085-LER-BEM
                       UNTIL FIM-CADASTRO OR TABELA-ESTOURADA
                   CLOSE IMOBILIZADO-MASTER
               END-IF.
           0085-LER-BEM.
               IF WRK-QTD-IMO < 2000
                   ADD 1 TO WRK-QTD-IMO
                   ADD 1 TO WRK-TOTAL-BENS
                   MOVE WRK-IMOBILIZADO
                       TO TAB-IMO-REGISTRO (WRK-QTD-IMO)
                   MOVE 'N' TO TAB-IMO-BAIXA-PEDIDA (WRK-QTD-IMO)
                               TAB-IMO-INCLUIDO (WRK-QTD-IMO)
                   READ IMOBILIZADO-MASTER INTO WRK-IMOBILIZADO
                       AT END SET FIM-CADASTRO TO TRUE
                   END-READ
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** DATA DOS LANCAMENTOS = ULTIMO DIA DA COMPETENCIA
      **** (FEVEREIRO COM 29 NO ANO BISSEXTO) E CABECALHO PADRAO
      ******************************
           0100-INICIALIZAR.
               MOVE WRK-CMP-ANO TO WRK-DLC-ANO.
               MOVE WRK-CMP-MES TO WRK-DLC-MES.
               MOVE TAB-DIAS-MES (WRK-CMP-MES) TO WRK-DLC-DIA.
               IF WRK-CMP-MES = 2
                   DIVIDE WRK-CMP-ANO BY 4 GIVING WRK-QUOC-ANO
                       REMAINDER WRK-RESTO-ANO
                   IF WRK-RESTO-ANO = 0
                       MOVE 29 TO WRK-DLC-DIA
                   END-IF
               END-IF.
               COMPUTE WRK-MES-COMPET =
                   WRK-CMP-ANO * 12 + WRK-CMP-MES.
               OPEN OUTPUT RELATORIO-IMO.
               MOVE 'RAZAO DO ATIVO IMOBILIZADO'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               ADD 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO WRK-LINHA-IMO.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-IMO.
               WRITE LINHA-IMO FROM WRK-LINHA-IMO.
               MOVE SPACES TO WRK-LINHA-IMO.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '     COMPETENCIA ' DELIMITED BY SIZE
                      WRK-COMPETENCIA      DELIMITED BY SIZE
                      '     PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED        DELIMITED BY SIZE
                      INTO WRK-LINHA-IMO.
               WRITE LINHA-IMO FROM WRK-LINHA-IMO.
      ******************************
      **** APLICA OS MOVIMENTOS DIGITADOS; SEM O IMOMOV O RUN SO
      **** DEPRECIA O CADASTRO
      ******************************
           0150-APLICAR-MOVIMENTOS.
               OPEN INPUT MOVIMENTOS-IN.
               IF IMOMOV-OK
                   READ MOVIMENTOS-IN
                       AT END SET FIM-MOVIMENTOS TO TRUE
                   END-READ
                   PERFORM 0160-PROCESSAR-MOVIMENTO
                       UNTIL FIM-MOVIMENTOS OR TABELA-ESTOURADA
                   CLOSE MOVIMENTOS-IN
               END-IF.
           0160-PROCESSAR-MOVIMENTO.
               ADD 1 TO WRK-TOTAL-MOVIMENTOS.
               MOVE SPACES TO WRK-MOTIVO.
               PERFORM 0165-LOCALIZAR-BEM.
               EVALUATE TRUE
                   WHEN MOV-INCLUSAO
                       PERFORM 0170-VALIDAR-INCLUSAO
                       IF WRK-MOTIVO = SPACES
                           PERFORM 0175-INCLUIR-BEM
                       END-IF
                   WHEN MOV-BAIXA
                       PERFORM 0180-VALIDAR-BAIXA
                       IF WRK-MOTIVO = SPACES
                           PERFORM 0185-PEDIR-BAIXA
                       END-IF
                   WHEN OTHER
                       MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WRK-MOTIVO
               END-EVALUATE.
               IF WRK-MOTIVO NOT = SPACES
                   PERFORM 0190-REJEITAR-MOVIMENTO
               END-IF.
               READ MOVIMENTOS-IN
                   AT END SET FIM-MOVIMENTOS TO TRUE
               END-READ.
           0165-LOCALIZAR-BEM.
               MOVE 'N' TO WRK-ACHOU-BEM.
               IF WRK-QTD-IMO > 0
                   SET TAB-IMO-IDX TO 1
                   SEARCH TAB-IMO
                       AT END CONTINUE
                       WHEN TAB-IMO-NUMERO (TAB-IMO-IDX)
                               = REG-MOV-NUMERO
                           SET BEM-CADASTRADO TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** INCLUSAO: EMPRESA, CENTRO E CONTAS TEM DE EXISTIR NOS
      **** CADASTROS, COM A CLASSE CERTA NO PLANO DE CONTAS
      ******************************
           0170-VALIDAR-INCLUSAO.
               PERFORM 0171-CONFERIR-CADASTROS.
               IF REG-MOV-RESIDUAL-X = SPACES
                   MOVE ZEROS TO REG-MOV-RESIDUAL
               END-IF.
               IF REG-MOV-ACUMULADO-X = SPACES
                   MOVE ZEROS TO REG-MOV-ACUMULADO
               END-IF.
               EVALUATE TRUE
                   WHEN REG-MOV-NUMERO = SPACES
                       MOVE 'NUMERO DO BEM EM BRANCO' TO WRK-MOTIVO
                   WHEN BEM-CADASTRADO
                       MOVE 'BEM JA CADASTRADO' TO WRK-MOTIVO
                   WHEN NOT EMPRESA-CADASTRADA
                       MOVE 'EMPRESA FORA DO CADASTRO' TO WRK-MOTIVO
                   WHEN NOT CENTRO-CADASTRADO
                       MOVE 'CENTRO DE CUSTO FORA DO CADASTRO'
                           TO WRK-MOTIVO
                   WHEN REG-MOV-DATA IS NOT NUMERIC
                       OR REG-MOV-DATA (5:2) < '01'
                       OR REG-MOV-DATA (5:2) > '12'
                       MOVE 'DATA DE AQUISICAO INVALIDA' TO WRK-MOTIVO
                   WHEN REG-MOV-DATA (1:6) > WRK-COMPETENCIA
                       MOVE 'AQUISICAO DEPOIS DA COMPETENCIA'
                           TO WRK-MOTIVO
                   WHEN REG-MOV-VALOR IS NOT NUMERIC
                       OR REG-MOV-VALOR = ZEROS
                       MOVE 'VALOR DE AQUISICAO INVALIDO' TO WRK-MOTIVO
                   WHEN REG-MOV-VIDA-MESES IS NOT NUMERIC
                       OR REG-MOV-VIDA-MESES = ZEROS
                       MOVE 'VIDA UTIL INVALIDA' TO WRK-MOTIVO
                   WHEN REG-MOV-RESIDUAL IS NOT NUMERIC
                       OR REG-MOV-RESIDUAL NOT < REG-MOV-VALOR
                       MOVE 'VALOR RESIDUAL INVALIDO' TO WRK-MOTIVO
                   WHEN WRK-CLASSE-ATIVO NOT = 'A'
                       MOVE 'CONTA DO BEM FORA DO PLANO OU NAO E ATIVO'
                           TO WRK-MOTIVO
                   WHEN WRK-CLASSE-DEPREC NOT = 'A'
                       MOVE 'CONTA DA ACUMULADA FORA DO PLANO/CLASSE'
                           TO WRK-MOTIVO
                   WHEN WRK-CLASSE-DESPESA NOT = 'D'
                       MOVE 'CONTA DE DESPESA FORA DO PLANO/CLASSE'
                           TO WRK-MOTIVO
                   WHEN REG-MOV-ACUMULADO IS NOT NUMERIC
                       OR REG-MOV-ACUMULADO >
                          REG-MOV-VALOR - REG-MOV-RESIDUAL
                       MOVE 'DEPRECIACAO ACUMULADA INVALIDA'
                           TO WRK-MOTIVO
                   WHEN REG-MOV-ULT-COMPET = SPACES
                       AND REG-MOV-ACUMULADO > ZEROS
                       MOVE 'ACUMULADO SEM A COMPETENCIA DEPRECIADA'
                           TO WRK-MOTIVO
                   WHEN REG-MOV-ULT-COMPET NOT = SPACES
                       AND (REG-MOV-ULT-COMPET IS NOT NUMERIC
                         OR REG-MOV-ULT-COMPET (5:2) < '01'
                         OR REG-MOV-ULT-COMPET (5:2) > '12'
                         OR REG-MOV-ULT-COMPET > WRK-COMPETENCIA)
                       MOVE 'COMPETENCIA DEPRECIADA INVALIDA'
                           TO WRK-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
           0171-CONFERIR-CADASTROS.
               MOVE 'N' TO WRK-ACHOU-EMPRESA WRK-ACHOU-CENTRO.
               IF WRK-QTD-EMP > 0
                   SET TAB-EMP-IDX TO 1
                   SEARCH TAB-EMP
                       AT END CONTINUE
                       WHEN TAB-EMP-CODIGO (TAB-EMP-IDX)
                               = REG-MOV-EMPRESA
                           SET EMPRESA-CADASTRADA TO TRUE
                   END-SEARCH
               END-IF.
               IF WRK-QTD-CENTROS > 0
                   SET TAB-CCU-IDX TO 1
                   SEARCH TAB-CCU
                       AT END CONTINUE
                       WHEN TAB-CCU-CODIGO (TAB-CCU-IDX)
                               = REG-MOV-CCUSTO
                           SET CENTRO-CADASTRADO TO TRUE
                   END-SEARCH
               END-IF.
               MOVE REG-MOV-CONTA-ATIVO TO WRK-CONTA-BUSCA.
               PERFORM 0195-CLASSE-DA-CONTA.
               MOVE WRK-CLASSE-ACHADA TO WRK-CLASSE-ATIVO.
               MOVE REG-MOV-CONTA-DEPREC TO WRK-CONTA-BUSCA.
               PERFORM 0195-CLASSE-DA-CONTA.
               MOVE WRK-CLASSE-ACHADA TO WRK-CLASSE-DEPREC.
               MOVE REG-MOV-CONTA-DESPESA TO WRK-CONTA-BUSCA.
               PERFORM 0195-CLASSE-DA-CONTA.
               MOVE WRK-CLASSE-ACHADA TO WRK-CLASSE-DESPESA.
           0175-INCLUIR-BEM.
               IF WRK-QTD-IMO < 2000
                   ADD 1 TO WRK-QTD-IMO
                   ADD 1 TO WRK-TOTAL-INCLUIDOS
                   INITIALIZE WRK-IMOBILIZADO
                   MOVE REG-MOV-NUMERO     TO WRK-IMO-NUMERO
                   MOVE REG-MOV-EMPRESA    TO WRK-IMO-EMPRESA
                   MOVE REG-MOV-CCUSTO     TO WRK-IMO-CCUSTO
                   MOVE REG-MOV-DESCRICAO  TO WRK-IMO-DESCRICAO
                   MOVE REG-MOV-DATA       TO WRK-IMO-DATA-AQUIS
                   MOVE REG-MOV-VALOR      TO WRK-IMO-VALOR-AQUIS
                   MOVE REG-MOV-VIDA-MESES TO WRK-IMO-VIDA-MESES
                   MOVE REG-MOV-RESIDUAL   TO WRK-IMO-VALOR-RESIDUAL
                   MOVE REG-MOV-CONTA-ATIVO  TO WRK-IMO-CONTA-ATIVO
                   MOVE REG-MOV-CONTA-DEPREC TO WRK-IMO-CONTA-DEPREC
                   MOVE REG-MOV-CONTA-DESPESA
                       TO WRK-IMO-CONTA-DESPESA
                   MOVE REG-MOV-ACUMULADO  TO WRK-IMO-ACUMULADO
                   IF REG-MOV-ULT-COMPET = SPACES
                       MOVE ZEROS TO WRK-IMO-ULT-COMPET
                   ELSE
                       MOVE REG-MOV-ULT-COMPET TO WRK-IMO-ULT-COMPET
                   END-IF
                   SET IMO-ATIVO TO TRUE
                   MOVE WRK-IMOBILIZADO
                       TO TAB-IMO-REGISTRO (WRK-QTD-IMO)
                   MOVE 'N' TO TAB-IMO-BAIXA-PEDIDA (WRK-QTD-IMO)
                   MOVE 'S' TO TAB-IMO-INCLUIDO (WRK-QTD-IMO)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** BAIXA: SO DE BEM ATIVO, COM DATA ENTRE A AQUISICAO E A
      **** COMPETENCIA DO RUN (VALOR DE VENDA EM BRANCO = DESCARTE)
      ******************************
           0180-VALIDAR-BAIXA.
               IF REG-MOV-VALOR-X = SPACES
                   MOVE ZEROS TO REG-MOV-VALOR
               END-IF.
               IF BEM-CADASTRADO
                   MOVE TAB-IMO-REGISTRO (TAB-IMO-IDX)
                       TO WRK-IMOBILIZADO
               END-IF.
               EVALUATE TRUE
                   WHEN NOT BEM-CADASTRADO
                       MOVE 'BEM NAO CADASTRADO' TO WRK-MOTIVO
                   WHEN IMO-BAIXADO
                       OR TAB-IMO-BAIXA-PEDIDA (TAB-IMO-IDX) = 'S'
                       MOVE 'BEM JA BAIXADO' TO WRK-MOTIVO
                   WHEN REG-MOV-DATA IS NOT NUMERIC
                       OR REG-MOV-DATA (5:2) < '01'
                       OR REG-MOV-DATA (5:2) > '12'
                       MOVE 'DATA DA BAIXA INVALIDA' TO WRK-MOTIVO
                   WHEN REG-MOV-DATA (1:6) > WRK-COMPETENCIA
                       MOVE 'BAIXA DEPOIS DA COMPETENCIA' TO WRK-MOTIVO
                   WHEN REG-MOV-DATA < WRK-IMO-DATA-AQUIS
                       MOVE 'BAIXA ANTES DA AQUISICAO' TO WRK-MOTIVO
                   WHEN REG-MOV-VALOR IS NOT NUMERIC
                       MOVE 'VALOR DE VENDA INVALIDO' TO WRK-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
           0185-PEDIR-BAIXA.
               MOVE REG-MOV-DATA  TO WRK-IMO-DATA-BAIXA.
               MOVE REG-MOV-VALOR TO WRK-IMO-VALOR-VENDA.
               MOVE WRK-IMOBILIZADO TO TAB-IMO-REGISTRO (TAB-IMO-IDX).
               MOVE 'S' TO TAB-IMO-BAIXA-PEDIDA (TAB-IMO-IDX).
           0190-REJEITAR-MOVIMENTO.
               ADD 1 TO WRK-TOTAL-REJEITADOS.
               MOVE SPACES TO WRK-LINHA-IMO.
               STRING 'MOVIMENTO REJEITADO ' DELIMITED BY SIZE
                      REG-MOV-TIPO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-MOV-NUMERO DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO WRK-LINHA-IMO.
               WRITE LINHA-IMO FROM WRK-LINHA-IMO.
      ******************************
      **** CLASSE DA CONTA NO PLANO (ESPACO SE A CONTA NAO EXISTE)
      ******************************
           0195-CLASSE-DA-CONTA.
               MOVE SPACES TO WRK-CLASSE-ACHADA.
               IF WRK-QTD-PLANO > 0
                   SET TAB-PLC-IDX TO 1
                   SEARCH TAB-PLC
                       AT END CONTINUE
                       WHEN TAB-PLC-CONTA (TAB-PLC-IDX)
                               = WRK-CONTA-BUSCA
                           MOVE TAB-PLC-CLASSE (TAB-PLC-IDX)
                               TO WRK-CLASSE-ACHADA
                   END-SEARCH
               END-IF.
      ******************************
      **** UM BEM DO CADASTRO: DEPRECIA O ATIVO, BAIXA O PEDIDO,
      **** LISTA NO RAZAO DO IMOBILIZADO E SOMA NA CONCILIACAO
      ******************************
           0200-PROCESSAR-BEM.
               MOVE TAB-IMO-REGISTRO (WRK-IMO-I) TO WRK-IMOBILIZADO.
               MOVE ZEROS TO WRK-DEPR-BEM.
               IF IMO-ATIVO
                   PERFORM 0210-DEPRECIAR-BEM
                   IF TAB-IMO-BAIXA-PEDIDA (WRK-IMO-I) = 'S'
                       PERFORM 0220-BAIXAR-BEM
                   ELSE
                       ADD WRK-IMO-VALOR-AQUIS TO WRK-TOTAL-CUSTO
                       ADD WRK-IMO-ACUMULADO TO WRK-TOTAL-ACUMULADO
                   END-IF
                   PERFORM 0230-LISTAR-BEM
               END-IF.
               PERFORM 0240-SOMAR-CONCILIACAO.
               MOVE WRK-IMOBILIZADO TO TAB-IMO-REGISTRO (WRK-IMO-I).
      ******************************
      **** LINHA RETA: QUOTA = (CUSTO - RESIDUAL) / VIDA, PELOS MESES
      **** AINDA NAO DEPRECIADOS ATE A COMPETENCIA (OU ATE O MES
      **** ANTERIOR AO DA BAIXA); O MES QUE FECHA A VIDA UTIL LEVA O
      **** SALDO, PARA O ACUMULADO BATER COM O DEPRECIAVEL
      ******************************
           0210-DEPRECIAR-BEM.
               MOVE WRK-IMO-DATA-AQUIS TO WRK-DATA-AUX.
               COMPUTE WRK-MES-AQUIS = WRK-DAX-ANO * 12 + WRK-DAX-MES.
               MOVE WRK-MES-AQUIS TO WRK-MES-INICIO.
               IF WRK-IMO-ULT-COMPET NOT = ZEROS
                   MOVE WRK-IMO-ULT-COMPET TO WRK-COMPET-AUX
                   COMPUTE WRK-MES-AUX =
                       WRK-CAX-ANO * 12 + WRK-CAX-MES + 1
                   IF WRK-MES-AUX > WRK-MES-INICIO
                       MOVE WRK-MES-AUX TO WRK-MES-INICIO
                   END-IF
               END-IF.
               MOVE WRK-MES-COMPET TO WRK-MES-FIM.
               IF TAB-IMO-BAIXA-PEDIDA (WRK-IMO-I) = 'S'
                   MOVE WRK-IMO-DATA-BAIXA TO WRK-DATA-AUX
                   COMPUTE WRK-MES-FIM =
                       WRK-DAX-ANO * 12 + WRK-DAX-MES - 1
               END-IF.
               IF WRK-MES-FIM NOT < WRK-MES-INICIO
                   COMPUTE WRK-QTD-MESES =
                       WRK-MES-FIM - WRK-MES-INICIO + 1
                   COMPUTE WRK-DEPRECIAVEL =
                       WRK-IMO-VALOR-AQUIS - WRK-IMO-VALOR-RESIDUAL
                   COMPUTE WRK-SALDO-DEPREC =
                       WRK-DEPRECIAVEL - WRK-IMO-ACUMULADO
                   IF WRK-MES-FIM - WRK-MES-AQUIS + 1
                       NOT < WRK-IMO-VIDA-MESES
                       MOVE WRK-SALDO-DEPREC TO WRK-DEPR-BEM
                   ELSE
                       COMPUTE WRK-QUOTA-MENSAL ROUNDED =
                           WRK-DEPRECIAVEL / WRK-IMO-VIDA-MESES
                       COMPUTE WRK-DEPR-BEM =
                           WRK-QUOTA-MENSAL * WRK-QTD-MESES
                       IF WRK-DEPR-BEM > WRK-SALDO-DEPREC
                           MOVE WRK-SALDO-DEPREC TO WRK-DEPR-BEM
                       END-IF
                   END-IF
                   ADD WRK-DEPR-BEM TO WRK-IMO-ACUMULADO
                   COMPUTE WRK-CAX-ANO = (WRK-MES-FIM - 1) / 12
                   COMPUTE WRK-CAX-MES =
                       WRK-MES-FIM - WRK-CAX-ANO * 12
                   MOVE WRK-COMPET-AUX TO WRK-IMO-ULT-COMPET
               END-IF.
               IF WRK-DEPR-BEM > ZEROS
                   ADD 1 TO WRK-TOTAL-DEPRECIADOS
                   ADD WRK-DEPR-BEM TO WRK-TOTAL-DEPR-MES
                   MOVE WRK-IMO-CONTA-DESPESA TO WRK-LCT-CONTA
                   COMPUTE WRK-LCT-VALOR = 0 - WRK-DEPR-BEM
                   PERFORM 0250-SOMAR-LANCAMENTO
                   MOVE WRK-IMO-CONTA-DEPREC TO WRK-LCT-CONTA
                   PERFORM 0250-SOMAR-LANCAMENTO
               END-IF.
      ******************************
      **** BAIXA: SAI O CUSTO, VOLTA O ACUMULADO, A VENDA ENTRA A
      **** RECEBER (VENIMO) E O GANHO OU A PERDA VAI PARA O RESIMO
      ******************************
           0220-BAIXAR-BEM.
               ADD 1 TO WRK-TOTAL-BAIXADOS.
               SET IMO-BAIXADO TO TRUE.
               COMPUTE WRK-LIQUIDO =
                   WRK-IMO-VALOR-AQUIS - WRK-IMO-ACUMULADO.
               COMPUTE WRK-RESULTADO-BAIXA =
                   WRK-IMO-VALOR-VENDA - WRK-LIQUIDO.
               ADD WRK-RESULTADO-BAIXA TO WRK-TOTAL-RESULTADO.
               MOVE WRK-IMO-CONTA-ATIVO TO WRK-LCT-CONTA.
               COMPUTE WRK-LCT-VALOR = 0 - WRK-IMO-VALOR-AQUIS.
               PERFORM 0250-SOMAR-LANCAMENTO.
               IF WRK-IMO-ACUMULADO > ZEROS
                   MOVE WRK-IMO-CONTA-DEPREC TO WRK-LCT-CONTA
                   MOVE WRK-IMO-ACUMULADO TO WRK-LCT-VALOR
                   PERFORM 0250-SOMAR-LANCAMENTO
               END-IF.
               IF WRK-IMO-VALOR-VENDA > ZEROS
                   MOVE 'VENIMO' TO WRK-LCT-CONTA
                   MOVE WRK-IMO-VALOR-VENDA TO WRK-LCT-VALOR
                   PERFORM 0250-SOMAR-LANCAMENTO
               END-IF.
               IF WRK-RESULTADO-BAIXA NOT = ZEROS
                   MOVE 'RESIMO' TO WRK-LCT-CONTA
                   MOVE WRK-RESULTADO-BAIXA TO WRK-LCT-VALOR
                   PERFORM 0250-SOMAR-LANCAMENTO
               END-IF.
      ******************************
      **** LINHA DO BEM NO RAZAO DO IMOBILIZADO: CUSTO, DEPRECIACAO
      **** DO RUN, ACUMULADA E VALOR LIQUIDO; O BEM BAIXADO GANHA A
      **** LINHA DA BAIXA COM O RESULTADO
      ******************************
           0230-LISTAR-BEM.
               MOVE SPACES TO WRK-LINHA-BEM.
               MOVE WRK-IMO-NUMERO    TO WRK-LBM-NUMERO.
               MOVE WRK-IMO-DESCRICAO TO WRK-LBM-DESCRICAO.
               MOVE WRK-IMO-EMPRESA   TO WRK-LBM-EMPRESA.
               MOVE WRK-IMO-CCUSTO    TO WRK-LBM-CCUSTO.
               MOVE WRK-IMO-VALOR-AQUIS TO WRK-LBM-VALOR (1).
               MOVE WRK-DEPR-BEM        TO WRK-LBM-VALOR (2).
               MOVE WRK-IMO-ACUMULADO   TO WRK-LBM-VALOR (3).
               COMPUTE WRK-LBM-VALOR (4) =
                   WRK-IMO-VALOR-AQUIS - WRK-IMO-ACUMULADO.
               EVALUATE TRUE
                   WHEN IMO-BAIXADO
                       MOVE 'BAIXADO' TO WRK-LBM-MARCA
                   WHEN TAB-IMO-INCLUIDO (WRK-IMO-I) = 'S'
                       MOVE 'NOVO' TO WRK-LBM-MARCA
                   WHEN WRK-IMO-ACUMULADO NOT <
                        WRK-IMO-VALOR-AQUIS - WRK-IMO-VALOR-RESIDUAL
                       MOVE 'QUITADO' TO WRK-LBM-MARCA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               WRITE LINHA-IMO FROM WRK-LINHA-BEM.
               IF IMO-BAIXADO
                   MOVE WRK-IMO-VALOR-VENDA TO WRK-VALOR-ED
                   MOVE WRK-LIQUIDO TO WRK-VALOR2-ED
                   MOVE WRK-RESULTADO-BAIXA TO WRK-VALOR3-ED
                   MOVE SPACES TO WRK-LINHA-IMO
                   STRING '       BAIXA EM ' DELIMITED BY SIZE
                          WRK-IMO-DATA-BAIXA DELIMITED BY SIZE
                          ' VENDA ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          ' LIQUIDO ' DELIMITED BY SIZE
                          WRK-VALOR2-ED DELIMITED BY SIZE
                          ' RESULTADO ' DELIMITED BY SIZE
                          WRK-VALOR3-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-IMO
                   WRITE LINHA-IMO FROM WRK-LINHA-IMO
               END-IF.
           0235-TITULOS-COLUNAS.
               MOVE SPACES TO LINHA-IMO.
               WRITE LINHA-IMO.
               MOVE 'NUMERO DESCRICAO          EMP CCUS        CUSTO'
                   TO LINHA-IMO.
               MOVE '    DEPR RUN    ACUMULADA      LIQUIDO'
                   TO LINHA-IMO (48:39).
               WRITE LINHA-IMO.
      ******************************
      **** CONCILIACAO: O CADASTRO RESPONDE PELO CUSTO DOS BENS
      **** ATIVOS NA CONTA DO BEM E PELA ACUMULADA DELES (NEGATIVA,
      **** REDUTORA) NA CONTA DA DEPRECIACAO; CONTA SO COM BENS
      **** BAIXADOS ENTRA COM SALDO ZERO
      ******************************
           0240-SOMAR-CONCILIACAO.
               MOVE WRK-IMO-CONTA-ATIVO TO WRK-CON-CONTA.
               MOVE 'C' TO WRK-CON-TIPO.
               MOVE ZEROS TO WRK-CON-VALOR.
               IF IMO-ATIVO
                   MOVE WRK-IMO-VALOR-AQUIS TO WRK-CON-VALOR
               END-IF.
               PERFORM 0260-SOMAR-CONTA-CONCILIACAO.
               MOVE WRK-IMO-CONTA-DEPREC TO WRK-CON-CONTA.
               MOVE 'D' TO WRK-CON-TIPO.
               MOVE ZEROS TO WRK-CON-VALOR.
               IF IMO-ATIVO
                   COMPUTE WRK-CON-VALOR = 0 - WRK-IMO-ACUMULADO
               END-IF.
               PERFORM 0260-SOMAR-CONTA-CONCILIACAO.
           0250-SOMAR-LANCAMENTO.
               IF WRK-QTD-LCT = 0
                   PERFORM 0255-CRIAR-LANCAMENTO
               ELSE
                   SET TAB-LCT-IDX TO 1
                   SEARCH TAB-LCT
                       AT END PERFORM 0255-CRIAR-LANCAMENTO
                       WHEN TAB-LCT-EMPRESA (TAB-LCT-IDX)
                               = WRK-IMO-EMPRESA
                           AND TAB-LCT-CONTA (TAB-LCT-IDX)
                               = WRK-LCT-CONTA
                           AND TAB-LCT-CCUSTO (TAB-LCT-IDX)
                               = WRK-IMO-CCUSTO
                           CONTINUE
                   END-SEARCH
               END-IF.
               IF NOT TABELA-ESTOURADA
                   ADD WRK-LCT-VALOR TO TAB-LCT-VALOR (TAB-LCT-IDX)
                   IF TAB-LCT-QTD-DOCS (TAB-LCT-IDX) = 0
                       MOVE WRK-IMO-NUMERO
                           TO TAB-LCT-DOC-INICIAL (TAB-LCT-IDX)
                   END-IF
                   IF WRK-IMO-NUMERO
                       NOT = TAB-LCT-DOC-FINAL (TAB-LCT-IDX)
                       MOVE WRK-IMO-NUMERO
                           TO TAB-LCT-DOC-FINAL (TAB-LCT-IDX)
                       ADD 1 TO TAB-LCT-QTD-DOCS (TAB-LCT-IDX)
                   END-IF
               END-IF.
           0255-CRIAR-LANCAMENTO.
               IF WRK-QTD-LCT < 500
                   ADD 1 TO WRK-QTD-LCT
                   SET TAB-LCT-IDX TO WRK-QTD-LCT
                   MOVE WRK-IMO-EMPRESA
                       TO TAB-LCT-EMPRESA (TAB-LCT-IDX)
                   MOVE WRK-LCT-CONTA TO TAB-LCT-CONTA (TAB-LCT-IDX)
                   MOVE WRK-IMO-CCUSTO
                       TO TAB-LCT-CCUSTO (TAB-LCT-IDX)
                   MOVE ZEROS TO TAB-LCT-VALOR (TAB-LCT-IDX)
                                 TAB-LCT-QTD-DOCS (TAB-LCT-IDX)
                   MOVE SPACES TO TAB-LCT-DOC-INICIAL (TAB-LCT-IDX)
                                  TAB-LCT-DOC-FINAL (TAB-LCT-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
           0260-SOMAR-CONTA-CONCILIACAO.
               IF WRK-QTD-CON = 0
                   PERFORM 0265-CRIAR-CONTA-CONCILIACAO
               ELSE
                   SET TAB-CON-IDX TO 1
                   SEARCH TAB-CON
                       AT END PERFORM 0265-CRIAR-CONTA-CONCILIACAO
                       WHEN TAB-CON-EMPRESA (TAB-CON-IDX)
                               = WRK-IMO-EMPRESA
                           AND TAB-CON-CONTA (TAB-CON-IDX)
                               = WRK-CON-CONTA
                           CONTINUE
                   END-SEARCH
               END-IF.
               IF NOT TABELA-ESTOURADA
                   ADD WRK-CON-VALOR
                       TO TAB-CON-CADASTRO (TAB-CON-IDX)
               END-IF.
           0265-CRIAR-CONTA-CONCILIACAO.
               IF WRK-QTD-CON < 500
                   ADD 1 TO WRK-QTD-CON
                   SET TAB-CON-IDX TO WRK-QTD-CON
                   MOVE WRK-IMO-EMPRESA
                       TO TAB-CON-EMPRESA (TAB-CON-IDX)
                   MOVE WRK-CON-CONTA TO TAB-CON-CONTA (TAB-CON-IDX)
                   MOVE WRK-CON-TIPO TO TAB-CON-TIPO (TAB-CON-IDX)
                   MOVE ZEROS TO TAB-CON-CADASTRO (TAB-CON-IDX)
                                 TAB-CON-RAZAO (TAB-CON-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** TOTAL DOS BENS QUE SEGUEM ATIVOS (A DEPRECIACAO DO RUN
      **** INCLUI A DOS BAIXADOS ATE O MES ANTERIOR A BAIXA)
      ******************************
           0270-IMPRIMIR-TOTAIS.
               MOVE SPACES TO WRK-LINHA-BEM.
               MOVE 'TOTAL' TO WRK-LBM-NUMERO.
               MOVE 'BENS ATIVOS' TO WRK-LBM-DESCRICAO.
               MOVE WRK-TOTAL-CUSTO     TO WRK-LBM-VALOR (1).
               MOVE WRK-TOTAL-DEPR-MES  TO WRK-LBM-VALOR (2).
               MOVE WRK-TOTAL-ACUMULADO TO WRK-LBM-VALOR (3).
               COMPUTE WRK-LBM-VALOR (4) =
                   WRK-TOTAL-CUSTO - WRK-TOTAL-ACUMULADO.
               WRITE LINHA-IMO FROM WRK-LINHA-BEM.
      ******************************
      **** GRAVA O CADASTRO ATUALIZADO (BAIXADOS FICAM, COM A
      **** SITUACAO B, PARA A HISTORIA DO BEM)
      ******************************
           0300-GRAVAR-CADASTRO.
               OPEN OUTPUT IMOBILIZADO-OUT.
               PERFORM 0310-GRAVAR-BEM
                   VARYING WRK-IMO-I FROM 1 BY 1
                   UNTIL WRK-IMO-I > WRK-QTD-IMO.
               CLOSE IMOBILIZADO-OUT.
           0310-GRAVAR-BEM.
               WRITE LINHA-IMOBILIZADO-OUT
                   FROM TAB-IMO-REGISTRO (WRK-IMO-I).
      ******************************
      **** LANCAMENTOS DO RUN NO LANCINT, EM REAIS INTEIROS COMO O
      **** RESTO DO RAZAO, DATADOS NO ULTIMO DIA DA COMPETENCIA
      ******************************
           0400-GRAVAR-LANCAMENTOS.
               MOVE SPACES TO LINHA-IMO.
               WRITE LINHA-IMO.
               MOVE 'LANCAMENTOS NO RAZAO (LANCINT)' TO LINHA-IMO.
               WRITE LINHA-IMO.
               IF WRK-QTD-LCT > 0
                   OPEN EXTEND LANCAMENTOS-INT
                   PERFORM 0410-GRAVAR-LANCAMENTO
                       VARYING WRK-LCT-I FROM 1 BY 1
                       UNTIL WRK-LCT-I > WRK-QTD-LCT
                   CLOSE LANCAMENTOS-INT
               END-IF.
           0410-GRAVAR-LANCAMENTO.
               MOVE SPACES TO REG-LANCTO-INT.
               MOVE TAB-LCT-CONTA (WRK-LCT-I) TO REG-LCI-CONTA.
               MOVE WRK-DATA-LANCTO TO REG-LCI-DATA.
               COMPUTE REG-LCI-VALOR ROUNDED =
                   TAB-LCT-VALOR (WRK-LCT-I).
               MOVE TAB-LCT-EMPRESA (WRK-LCT-I) TO REG-LCI-EMPRESA.
               MOVE TAB-LCT-CCUSTO (WRK-LCT-I) TO REG-LCI-CCUSTO.
               MOVE 'PROGIMO' TO REG-LCI-PROGRAMA.
               MOVE TAB-LCT-DOC-INICIAL (WRK-LCT-I)
                   TO REG-LCI-DOC-INICIAL.
               MOVE TAB-LCT-DOC-FINAL (WRK-LCT-I) TO REG-LCI-DOC-FINAL.
               MOVE TAB-LCT-QTD-DOCS (WRK-LCT-I) TO REG-LCI-QTD-DOCS.
               IF REG-LCI-VALOR NOT = ZEROS
                   ADD 1 TO WRK-TOTAL-LANCTOS
                   WRITE REG-LANCTO-INT
                   MOVE REG-LCI-VALOR TO WRK-REAIS-ED
                   MOVE SPACES TO WRK-LINHA-IMO
                   STRING '  ' DELIMITED BY SIZE
                          REG-LCI-EMPRESA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          REG-LCI-CONTA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          REG-LCI-CCUSTO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          REG-LCI-DATA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-REAIS-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-IMO
                   WRITE LINHA-IMO FROM WRK-LINHA-IMO
               END-IF.
      ******************************
      **** SALDO DO RAZAO DAS CONTAS DO IMOBILIZADO, DOS MESMOS
      **** ARQUIVOS DO BALANCO (PROGCOB63), JA COM OS LANCAMENTOS
      **** DESTE RUN, CONTRA O SALDO DO CADASTRO; DIFERENCA DE ATE
      **** R$ 1 E ARREDONDAMENTO DO RAZAO EM REAIS INTEIROS
      ******************************
           0500-CONCILIAR.
               OPEN INPUT LANCTOS-IN.
               IF LANCIN-OK
                   READ LANCTOS-IN
                       AT END SET FIM-LANCTOS TO TRUE
                   END-READ
                   PERFORM 0510-SOMAR-LANCIN UNTIL FIM-LANCTOS
                   CLOSE LANCTOS-IN
               END-IF.
               MOVE 'N' TO WRK-FIM-LANCTOS.
               OPEN INPUT LANCAMENTOS-INT.
               IF LANCINT-OK
                   READ LANCAMENTOS-INT
                       AT END SET FIM-LANCTOS TO TRUE
                   END-READ
                   PERFORM 0520-SOMAR-LANCINT UNTIL FIM-LANCTOS
                   CLOSE LANCAMENTOS-INT
               END-IF.
               MOVE SPACES TO LINHA-IMO.
               WRITE LINHA-IMO.
               MOVE 'CONCILIACAO COM O RAZAO (LANCIN + LANCINT)'
                   TO LINHA-IMO.
               WRITE LINHA-IMO.
               MOVE 'EMP CONTA  SALDO              CADASTRO'
                   TO LINHA-IMO.
               MOVE '           RAZAO        DIFERENCA'
                   TO LINHA-IMO (39:34).
               WRITE LINHA-IMO.
               PERFORM 0550-IMPRIMIR-CONCILIACAO
                   VARYING WRK-CON-I FROM 1 BY 1
                   UNTIL WRK-CON-I > WRK-QTD-CON.
           0510-SOMAR-LANCIN.
               IF WRK-QTD-CON > 0
                   SET TAB-CON-IDX TO 1
                   SEARCH TAB-CON
                       AT END CONTINUE
                       WHEN TAB-CON-EMPRESA (TAB-CON-IDX)
                               = REG-LANCTO-EMPRESA
                           AND TAB-CON-CONTA (TAB-CON-IDX)
                               = REG-LANCTO-CONTA
                           ADD REG-LANCTO-VALOR
                               TO TAB-CON-RAZAO (TAB-CON-IDX)
                   END-SEARCH
               END-IF.
               READ LANCTOS-IN
                   AT END SET FIM-LANCTOS TO TRUE
               END-READ.
           0520-SOMAR-LANCINT.
               IF WRK-QTD-CON > 0
                   SET TAB-CON-IDX TO 1
                   SEARCH TAB-CON
                       AT END CONTINUE
                       WHEN TAB-CON-EMPRESA (TAB-CON-IDX)
                               = REG-LCI-EMPRESA
                           AND TAB-CON-CONTA (TAB-CON-IDX)
                               = REG-LCI-CONTA
                           ADD REG-LCI-VALOR
                               TO TAB-CON-RAZAO (TAB-CON-IDX)
                   END-SEARCH
               END-IF.
               READ LANCAMENTOS-INT
                   AT END SET FIM-LANCTOS TO TRUE
               END-READ.
           0550-IMPRIMIR-CONCILIACAO.
               COMPUTE WRK-CADASTRO-REAIS ROUNDED =
                   TAB-CON-CADASTRO (WRK-CON-I).
               COMPUTE WRK-DIFERENCA =
                   TAB-CON-RAZAO (WRK-CON-I) - WRK-CADASTRO-REAIS.
               MOVE WRK-CADASTRO-REAIS TO WRK-REAIS-ED.
               MOVE TAB-CON-RAZAO (WRK-CON-I) TO WRK-REAIS2-ED.
               MOVE WRK-DIFERENCA TO WRK-REAIS3-ED.
               MOVE SPACES TO WRK-LINHA-IMO.
               STRING TAB-CON-EMPRESA (WRK-CON-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-CON-CONTA (WRK-CON-I) DELIMITED BY SIZE
                      INTO WRK-LINHA-IMO.
               IF TAB-CON-TIPO (WRK-CON-I) = 'C'
                   MOVE 'CUSTO' TO WRK-LINHA-IMO (12:9)
               ELSE
                   MOVE 'ACUMULADA' TO WRK-LINHA-IMO (12:9)
               END-IF.
               MOVE WRK-REAIS-ED  TO WRK-LINHA-IMO (22:16).
               MOVE WRK-REAIS2-ED TO WRK-LINHA-IMO (39:16).
               MOVE WRK-REAIS3-ED TO WRK-LINHA-IMO (56:16).
               IF WRK-DIFERENCA > 1 OR WRK-DIFERENCA < -1
                   ADD 1 TO WRK-TOTAL-DIVERGENTES
                   MOVE 'DIVERGE' TO WRK-LINHA-IMO (74:7)
               ELSE
                   MOVE 'CONFERE' TO WRK-LINHA-IMO (74:7)
               END-IF.
               WRITE LINHA-IMO FROM WRK-LINHA-IMO.
           0800-FINALIZAR.
               IF WRK-TOTAL-REJEITADOS > 0
                   OR WRK-TOTAL-DIVERGENTES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               MOVE WRK-TOTAL-DEPR-MES TO WRK-VALOR-ED.
               MOVE WRK-TOTAL-RESULTADO TO WRK-VALOR2-ED.
               DISPLAY '********************'.
               DISPLAY 'BENS NO CADASTRO    : ' WRK-TOTAL-BENS.
               DISPLAY 'MOVIMENTOS LIDOS    : ' WRK-TOTAL-MOVIMENTOS.
               DISPLAY 'BENS INCLUIDOS      : ' WRK-TOTAL-INCLUIDOS.
               DISPLAY 'BENS BAIXADOS       : ' WRK-TOTAL-BAIXADOS.
               DISPLAY 'MOVIMENTOS REJEIT.  : ' WRK-TOTAL-REJEITADOS.
               DISPLAY 'BENS DEPRECIADOS    : ' WRK-TOTAL-DEPRECIADOS.
               DISPLAY 'DEPRECIACAO DO RUN  : ' WRK-VALOR-ED.
               DISPLAY 'RESULTADO DAS BAIXAS: ' WRK-VALOR2-ED.
               DISPLAY 'LANCAMENTOS GRAVADOS: ' WRK-TOTAL-LANCTOS.
               DISPLAY 'CONTAS DIVERGENTES  : ' WRK-TOTAL-DIVERGENTES.
               CLOSE RELATORIO-IMO.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGIMO' TO WRK-CTL-PROGRAMA.
               COMPUTE WRK-CTL-LIDOS =
                   WRK-TOTAL-BENS + WRK-TOTAL-MOVIMENTOS.
               COMPUTE WRK-CTL-ACEITOS =
                   WRK-TOTAL-BENS + WRK-TOTAL-MOVIMENTOS
                   - WRK-TOTAL-REJEITADOS.
               MOVE WRK-TOTAL-REJEITADOS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-DEPR-MES TO WRK-CTL-HASH.
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
               MOVE 'PROGIMO' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGIMO' TO WRK-RUN-PROGRAMA.
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
               COMPUTE WRK-RUN-LIDOS =
                   WRK-TOTAL-BENS + WRK-TOTAL-MOVIMENTOS.
               MOVE WRK-TOTAL-DEPRECIADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
