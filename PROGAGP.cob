           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGAGP.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: AGING DO CONTAS A PAGAR (IRMAO DO PROGCOB15 DO
      *     LADO DO QUE DEVEMOS) -- LE O APAGAR (CPYPAGAR) E CLASSIFICA
      *     CADA TITULO DE FORNECEDOR EM ABERTO PELA FAIXA DE ATRASO
      *     (A VENCER, 1-30, 31-60, 61-90 E ACIMA DE 90 DIAS) CONTADA
      *     DO VENCIMENTO ATE A DATA DO RUN PELO CRITERIO COMERCIAL
      *     30/360. O QUADRO SAI POR EMPRESA (A DA FATURA, GRAVADA
      *     PELA CONFERENCIA DE FATURA PROGCOB53; TITULO ANTIGO OU DE
      *     COMISSAO SEM EMPRESA SAI NO GRUPO SEM EMPRESA), COM UMA
      *     LINHA POR FORNECEDOR E O VALOR DE CADA FAIXA, O TOTAL DA
      *     EMPRESA E, NO FIM, O TOTAL GERAL COM QUANTIDADE E VALOR
      *     POR FAIXA. TITULO JA ENVIADO AO BANCO (REMESSA DO
      *     PROGCOB54) NAO ENTRA, E TITULO DE TRIBUTO RETIDO TAMBEM
      *     NAO (E APURADO NO PROGRET). SO LE O APAGAR. O QUADRO SAI
      *     NO APGRPT. TABELA ESTOURADA PARA O RUN COM RC 8
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-PAGAR ASSIGN TO APAGAR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APAGAR-STATUS.
               SELECT FORNECEDOR-MASTER ASSIGN TO FORNMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FORNMST-STATUS.
               SELECT RELATORIO-AGING ASSIGN TO APGRPT
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
           FD  CONTAS-PAGAR.
           01  LINHA-PAGAVEL PIC X(120).
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
           FD  RELATORIO-AGING.
           01  LINHA-AGING PIC X(100).
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
           COPY CPYPAGAR.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-APAGAR-STATUS PIC X(02) VALUE '00'.
               88 APAGAR-OK VALUE '00'.
           77 WRK-FORNMST-STATUS PIC X(02) VALUE '00'.
               88 FORNMST-OK VALUE '00'.
           77 WRK-FIM-PAGAVEIS PIC X(01) VALUE 'N'.
               88 FIM-PAGAVEIS VALUE 'S'.
           77 WRK-FIM-FORNECEDORES PIC X(01) VALUE 'N'.
               88 FIM-FORNECEDORES VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
      ******************************
      **** DATAS DECOMPOSTAS PARA O CALCULO DE DIAS DE ATRASO PELO
      **** CRITERIO COMERCIAL 30/360 (ANO DE 360 DIAS, MES DE 30)
      ******************************
           01 WRK-DATA-HOJE.
               02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
               02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-VENC.
               02 WRK-VENC-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-VENC-MES PIC 9(02) VALUE ZEROS.
               02 WRK-VENC-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS COMP-3.
      ******************************
      **** FAIXAS DE ATRASO, NA ORDEM DAS COLUNAS DO QUADRO, COM O
      **** TOTAL GERAL DE CADA UMA
      ******************************
           01 WRK-FAIXAS-LIT.
               02 FILLER PIC X(12) VALUE 'A VENCER'.
               02 FILLER PIC X(12) VALUE 'ATE 30 DIAS'.
               02 FILLER PIC X(12) VALUE 'ATE 60 DIAS'.
               02 FILLER PIC X(12) VALUE 'ATE 90 DIAS'.
               02 FILLER PIC X(12) VALUE 'ACIMA 90 D.'.
           01 TAB-FAIXAS-DESC REDEFINES WRK-FAIXAS-LIT.
               02 TAB-FXA-DESCRICAO OCCURS 5 TIMES PIC X(12).
           01 TAB-FAIXAS.
               02 TAB-FXA OCCURS 5 TIMES.
                   03 TAB-FXA-QTDE  PIC 9(06) COMP-3.
                   03 TAB-FXA-VALOR PIC 9(11)V99 COMP-3.
           77 WRK-FXA-IDX PIC 9(01) VALUE ZEROS.
      ******************************
      **** EMPRESA + FORNECEDOR COM O VALOR DE CADA FAIXA
      ******************************
           77 WRK-QTD-AGP PIC 9(04) VALUE ZEROS.
           01 TAB-AGING.
               02 TAB-AGP OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WRK-QTD-AGP
                  INDEXED BY TAB-AGP-IDX.
                   03 TAB-AGP-EMPRESA    PIC X(03).
                   03 TAB-AGP-FORNECEDOR PIC X(04).
                   03 TAB-AGP-VALOR      PIC 9(11)V99 COMP-3
                                          OCCURS 5 TIMES.
           77 WRK-AGP-IDX PIC 9(04) VALUE ZEROS.
      ******************************
      **** EMPRESAS NA ORDEM EM QUE APARECEM, COM O TOTAL POR FAIXA
      ******************************
           77 WRK-QTD-EMP PIC 9(02) VALUE ZEROS.
           01 TAB-EMPRESAS.
               02 TAB-EMP OCCURS 1 TO 20 TIMES
                  DEPENDING ON WRK-QTD-EMP
                  INDEXED BY TAB-EMP-IDX.
                   03 TAB-EMP-CODIGO PIC X(03).
                   03 TAB-EMP-VALOR  PIC 9(11)V99 COMP-3
                                      OCCURS 5 TIMES.
           77 WRK-EMP-IDX PIC 9(02) VALUE ZEROS.
      ******************************
      **** NOME DOS FORNECEDORES PARA O QUADRO
      ******************************
           77 WRK-QTD-NOM PIC 9(03) VALUE ZEROS.
           01 TAB-NOMES.
               02 TAB-NOM OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-NOM
                  INDEXED BY TAB-NOM-IDX.
                   03 TAB-NOM-CODIGO PIC X(04).
                   03 TAB-NOM-NOME   PIC X(30).
           77 WRK-NOME-FORN PIC X(18) VALUE SPACES.
      ******************************
      **** LINHA DO QUADRO: CODIGO, NOME E AS CINCO FAIXAS + TOTAL
      ******************************
           01 WRK-LINHA-QUADRO.
               02 WRK-LQD-ROTULO PIC X(23) VALUE SPACES.
               02 WRK-LQD-COLUNA OCCURS 6 TIMES.
                   03 FILLER        PIC X(01).
                   03 WRK-LQD-VALOR PIC ZZZZZZZ9,99.
           77 WRK-TOTAL-LINHA  PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-QTDE-ED      PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-AGING  PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-ABERTOS  PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-GERAL    PIC 9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0060-CARREGAR-FORNECEDORES.
               PERFORM 0200-ACUMULAR-TITULOS.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DO AGING ESTOUROU - '
                       'RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0100-INICIALIZAR
                   PERFORM 0500-IMPRIMIR-EMPRESA
                       VARYING WRK-EMP-IDX FROM 1 BY 1
                       UNTIL WRK-EMP-IDX > WRK-QTD-EMP
                   PERFORM 0800-FINALIZAR
               END-IF.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O NOME DOS FORNECEDORES DO FORNMST, SE O ARQUIVO
      **** EXISTIR (SEM ELE O QUADRO SAI SO COM O CODIGO)
      ******************************
           0060-CARREGAR-FORNECEDORES.
               OPEN INPUT FORNECEDOR-MASTER.
               IF FORNMST-OK
                   READ FORNECEDOR-MASTER
                       AT END SET FIM-FORNECEDORES TO TRUE
                   END-READ
                   PERFORM 0070-LER-FORNECEDOR
                       UNTIL FIM-FORNECEDORES OR WRK-QTD-NOM >= 500
                   CLOSE FORNECEDOR-MASTER
               END-IF.
           0070-LER-FORNECEDOR.
               ADD 1 TO WRK-QTD-NOM.
               MOVE REG-FOR-CODIGO TO TAB-NOM-CODIGO (WRK-QTD-NOM).
               MOVE REG-FOR-NOME   TO TAB-NOM-NOME (WRK-QTD-NOM).
               READ FORNECEDOR-MASTER
                   AT END SET FIM-FORNECEDORES TO TRUE
               END-READ.
      ******************************
      **** IMPRIME O CABECALHO PADRAO (CPYCAB)
      ******************************
           0100-INICIALIZAR.
               OPEN OUTPUT RELATORIO-AGING.
               MOVE 'AGING DE CONTAS A PAGAR' TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               ADD 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO WRK-LINHA-AGING.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-AGING.
               WRITE LINHA-AGING FROM WRK-LINHA-AGING.
               MOVE SPACES TO WRK-LINHA-AGING.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '     PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED        DELIMITED BY SIZE
                      INTO WRK-LINHA-AGING.
               WRITE LINHA-AGING FROM WRK-LINHA-AGING.
      ******************************
      **** ACUMULA POR EMPRESA + FORNECEDOR E POR EMPRESA O VALOR DE
      **** CADA TITULO DE FORNECEDOR EM ABERTO NA SUA FAIXA; SEM O
      **** APAGAR O QUADRO SAI VAZIO
      ******************************
           0200-ACUMULAR-TITULOS.
               INITIALIZE TAB-FAIXAS.
               OPEN INPUT CONTAS-PAGAR.
               IF APAGAR-OK
                   READ CONTAS-PAGAR INTO WRK-PAGAVEL
                       AT END SET FIM-PAGAVEIS TO TRUE
                   END-READ
                   PERFORM 0210-SOMAR-TITULO
                       UNTIL FIM-PAGAVEIS OR TABELA-ESTOURADA
                   CLOSE CONTAS-PAGAR
               END-IF.
           0210-SOMAR-TITULO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               IF PAG-ABERTO AND PAG-TITULO-FORNECEDOR
                   PERFORM 0220-CLASSIFICAR-FAIXA
                   PERFORM 0230-LOCALIZAR-EMPRESA
                   PERFORM 0240-LOCALIZAR-FORNECEDOR
                   IF NOT TABELA-ESTOURADA
                       ADD 1 TO WRK-TOTAL-ABERTOS
                       ADD WRK-PAG-VALOR TO WRK-TOTAL-GERAL
                       ADD 1 TO TAB-FXA-QTDE (WRK-FXA-IDX)
                       ADD WRK-PAG-VALOR TO TAB-FXA-VALOR (WRK-FXA-IDX)
                       ADD WRK-PAG-VALOR
                           TO TAB-EMP-VALOR (TAB-EMP-IDX, WRK-FXA-IDX)
                       ADD WRK-PAG-VALOR
                           TO TAB-AGP-VALOR (TAB-AGP-IDX, WRK-FXA-IDX)
                   END-IF
               END-IF.
               READ CONTAS-PAGAR INTO WRK-PAGAVEL
                   AT END SET FIM-PAGAVEIS TO TRUE
               END-READ.
      ******************************
      **** DIAS DE ATRASO = HOJE - VENCIMENTO (30/360); NEGATIVO OU
      **** ZERO E TITULO AINDA A VENCER
      ******************************
           0220-CLASSIFICAR-FAIXA.
               MOVE WRK-PAG-VENCIMENTO TO WRK-DATA-VENC.
               COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-HOJE-ANO - WRK-VENC-ANO) * 360) +
                   ((WRK-HOJE-MES - WRK-VENC-MES) * 30) +
                   (WRK-HOJE-DIA - WRK-VENC-DIA).
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO NOT > 0
                       MOVE 1 TO WRK-FXA-IDX
                   WHEN WRK-DIAS-ATRASO NOT > 30
                       MOVE 2 TO WRK-FXA-IDX
                   WHEN WRK-DIAS-ATRASO NOT > 60
                       MOVE 3 TO WRK-FXA-IDX
                   WHEN WRK-DIAS-ATRASO NOT > 90
                       MOVE 4 TO WRK-FXA-IDX
                   WHEN OTHER
                       MOVE 5 TO WRK-FXA-IDX
               END-EVALUATE.
           0230-LOCALIZAR-EMPRESA.
               IF WRK-QTD-EMP = 0
                   PERFORM 0235-CRIAR-EMPRESA
               ELSE
                   SET TAB-EMP-IDX TO 1
                   SEARCH TAB-EMP
                       AT END PERFORM 0235-CRIAR-EMPRESA
                       WHEN TAB-EMP-CODIGO (TAB-EMP-IDX)
                               = WRK-PAG-EMPRESA
                           CONTINUE
                   END-SEARCH
               END-IF.
           0235-CRIAR-EMPRESA.
               IF WRK-QTD-EMP < 20
                   ADD 1 TO WRK-QTD-EMP
                   SET TAB-EMP-IDX TO WRK-QTD-EMP
                   INITIALIZE TAB-EMP (TAB-EMP-IDX)
                   MOVE WRK-PAG-EMPRESA
                       TO TAB-EMP-CODIGO (TAB-EMP-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
           0240-LOCALIZAR-FORNECEDOR.
               IF WRK-QTD-AGP = 0
                   PERFORM 0245-CRIAR-FORNECEDOR
               ELSE
                   SET TAB-AGP-IDX TO 1
                   SEARCH TAB-AGP
                       AT END PERFORM 0245-CRIAR-FORNECEDOR
                       WHEN TAB-AGP-EMPRESA (TAB-AGP-IDX)
                               = WRK-PAG-EMPRESA
                           AND TAB-AGP-FORNECEDOR (TAB-AGP-IDX)
                               = WRK-PAG-FORNECEDOR
                           CONTINUE
                   END-SEARCH
               END-IF.
           0245-CRIAR-FORNECEDOR.
               IF WRK-QTD-AGP < 1000
                   ADD 1 TO WRK-QTD-AGP
                   SET TAB-AGP-IDX TO WRK-QTD-AGP
                   INITIALIZE TAB-AGP (TAB-AGP-IDX)
                   MOVE WRK-PAG-EMPRESA
                       TO TAB-AGP-EMPRESA (TAB-AGP-IDX)
                   MOVE WRK-PAG-FORNECEDOR
                       TO TAB-AGP-FORNECEDOR (TAB-AGP-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** BLOCO DA EMPRESA: TITULOS DE COLUNA, UMA LINHA POR
      **** FORNECEDOR DA EMPRESA E O TOTAL DA EMPRESA POR FAIXA
      ******************************
           0500-IMPRIMIR-EMPRESA.
               MOVE SPACES TO LINHA-AGING.
               WRITE LINHA-AGING.
               MOVE SPACES TO WRK-LINHA-AGING.
               IF TAB-EMP-CODIGO (WRK-EMP-IDX) = SPACES
                   MOVE 'SEM EMPRESA' TO WRK-LINHA-AGING
               ELSE
                   STRING 'EMPRESA ' DELIMITED BY SIZE
                          TAB-EMP-CODIGO (WRK-EMP-IDX)
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-AGING
               END-IF.
               WRITE LINHA-AGING FROM WRK-LINHA-AGING.
               MOVE 'FORN NOME                  A VENCER      ATE 30'
                   TO LINHA-AGING.
               MOVE '      ATE 60      ATE 90    ACIMA 90       TOTAL'
                   TO LINHA-AGING (48:48).
               WRITE LINHA-AGING.
               PERFORM 0510-IMPRIMIR-FORNECEDOR
                   VARYING WRK-AGP-IDX FROM 1 BY 1
                   UNTIL WRK-AGP-IDX > WRK-QTD-AGP.
               MOVE SPACES TO WRK-LINHA-QUADRO.
               MOVE '     TOTAL DA EMPRESA' TO WRK-LQD-ROTULO.
               MOVE ZEROS TO WRK-TOTAL-LINHA.
               PERFORM 0520-MONTAR-COLUNA-EMPRESA
                   VARYING WRK-FXA-IDX FROM 1 BY 1
                   UNTIL WRK-FXA-IDX > 5.
               MOVE WRK-TOTAL-LINHA TO WRK-LQD-VALOR (6).
               WRITE LINHA-AGING FROM WRK-LINHA-QUADRO.
           0510-IMPRIMIR-FORNECEDOR.
               SET TAB-AGP-IDX TO WRK-AGP-IDX.
               IF TAB-AGP-EMPRESA (TAB-AGP-IDX)
                   = TAB-EMP-CODIGO (WRK-EMP-IDX)
                   MOVE SPACES TO WRK-NOME-FORN
                   IF WRK-QTD-NOM > 0
                       SET TAB-NOM-IDX TO 1
                       SEARCH TAB-NOM
                           AT END CONTINUE
                           WHEN TAB-NOM-CODIGO (TAB-NOM-IDX)
                                 = TAB-AGP-FORNECEDOR (TAB-AGP-IDX)
                               MOVE TAB-NOM-NOME (TAB-NOM-IDX)
                                   TO WRK-NOME-FORN
                       END-SEARCH
                   END-IF
                   MOVE SPACES TO WRK-LINHA-QUADRO
                   STRING TAB-AGP-FORNECEDOR (TAB-AGP-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-NOME-FORN DELIMITED BY SIZE
                          INTO WRK-LQD-ROTULO
                   MOVE ZEROS TO WRK-TOTAL-LINHA
                   PERFORM 0515-MONTAR-COLUNA-FORNECEDOR
                       VARYING WRK-FXA-IDX FROM 1 BY 1
                       UNTIL WRK-FXA-IDX > 5
                   MOVE WRK-TOTAL-LINHA TO WRK-LQD-VALOR (6)
                   WRITE LINHA-AGING FROM WRK-LINHA-QUADRO
               END-IF.
           0515-MONTAR-COLUNA-FORNECEDOR.
               MOVE TAB-AGP-VALOR (TAB-AGP-IDX, WRK-FXA-IDX)
                   TO WRK-LQD-VALOR (WRK-FXA-IDX).
               ADD TAB-AGP-VALOR (TAB-AGP-IDX, WRK-FXA-IDX)
                   TO WRK-TOTAL-LINHA.
           0520-MONTAR-COLUNA-EMPRESA.
               MOVE TAB-EMP-VALOR (WRK-EMP-IDX, WRK-FXA-IDX)
                   TO WRK-LQD-VALOR (WRK-FXA-IDX).
               ADD TAB-EMP-VALOR (WRK-EMP-IDX, WRK-FXA-IDX)
                   TO WRK-TOTAL-LINHA.
      ******************************
      **** TOTAL GERAL POR FAIXA, COM QUANTIDADE E VALOR
      ******************************
           0800-FINALIZAR.
               MOVE SPACES TO LINHA-AGING.
               WRITE LINHA-AGING.
               MOVE 'TOTAIS POR FAIXA DE ATRASO' TO LINHA-AGING.
               WRITE LINHA-AGING.
               PERFORM 0810-IMPRIMIR-TOTAL-FAIXA
                   VARYING WRK-FXA-IDX FROM 1 BY 1
                   UNTIL WRK-FXA-IDX > 5.
               MOVE WRK-TOTAL-ABERTOS TO WRK-QTDE-ED.
               MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-AGING.
               STRING '  TOTAL GERAL   QTDE ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      '  VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-AGING.
               WRITE LINHA-AGING FROM WRK-LINHA-AGING.
               DISPLAY '********************'.
               DISPLAY 'TITULOS LIDOS      : ' WRK-TOTAL-LIDOS.
               DISPLAY 'TITULOS EM ABERTO  : ' WRK-TOTAL-ABERTOS.
               DISPLAY 'TOTAL EM ABERTO    : ' WRK-VALOR-ED.
               CLOSE RELATORIO-AGING.
               PERFORM 0900-GRAVAR-CONTROLE.
           0810-IMPRIMIR-TOTAL-FAIXA.
               MOVE TAB-FXA-QTDE (WRK-FXA-IDX) TO WRK-QTDE-ED.
               MOVE TAB-FXA-VALOR (WRK-FXA-IDX) TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-AGING.
               STRING '  ' DELIMITED BY SIZE
                      TAB-FXA-DESCRICAO (WRK-FXA-IDX) DELIMITED BY SIZE
                      '  QTDE ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      '  VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-AGING.
               WRITE LINHA-AGING FROM WRK-LINHA-AGING.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGAGP' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-ABERTOS TO WRK-CTL-ACEITOS.
               MOVE ZEROS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-GERAL TO WRK-CTL-HASH.
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
               MOVE 'PROGAGP' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGAGP' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-ABERTOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
