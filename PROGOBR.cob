           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGOBR.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: FATURAMENTO DAS OBRAS DE MEDICAO -- PARA CADA OBRA
      *     CONCLUIDA DO CADASTRO DE OBRAS (OBRAMST, LAYOUT CPYOBRA)
      *     EMITE A NOTA FISCAL DE SERVICO AO CLIENTE DA OBRA (CLIMST):
      *     O SERVICO E O MATERIAL ORCADO PELO PROGCOB11B (ORCMOV) COM
      *     O PERCENTUAL DE PERDA DO PARMSUITE MAIS A MAO DE OBRA, E O
      *     ISS E CALCULADO PELA ALIQUOTA DO MUNICIPIO DA OBRA (TABISS).
      *     A NOTA VIRA TITULO EM ABERTO NO CONTAS A RECEBER (RECEBIV,
      *     VENCIMENTO EM 30 DIAS, REFERENCIA NFS-NUMERO-OBRA), ENTRANDO
      *     NA COBRANCA E NA REGUA COMO O TITULO DE FRETE, E O RAZAO
      *     RECEBE POR EMPRESA DO CLIENTE A RECEITA DE SERVICO (CONTA
      *     RECSRV) E O ISS SOBRE ELA (CONTA ISSSRV) NO LANCINT, COM A
      *     PRIMEIRA E A ULTIMA NOTA NA ORIGEM. A OBRA FATURADA GUARDA O
      *     NUMERO DA NOTA (SEQUENCIA = MAIOR NUMERO DO CADASTRO + 1) E
      *     O CADASTRO SAI NO OBRNEW (ENTRA VELHO / SAI NOVO). OBRA SEM
      *     CLIENTE ATIVO, SEM ALIQUOTA OU SEM ORCAMENTO FICA CONCLUIDA
      *     E SAI NO RELATORIO COM RC 4.
      *     O RELATORIO DE MARGEM (MRGRPT) COMPARA, POR OBRA FATURADA,
      *     O VALOR DA NOTA COM O MATERIAL DE FATO RECEBIDO: A AREA
      *     ORCADA DE CADA MATERIAL (COM A PERDA) PELO CUSTO MEDIO REAL
      *     DAS ENTREGAS DO PROGCOB52 (RECMMOV); MATERIAL SEM ENTREGA
      *     FICA PELO CUSTO ORCADO E A LINHA SAI MARCADA. TABELA
      *     ESTOURADA PARA O RUN COM RC 8 SEM GRAVAR NADA
      *    DATA= 15/10/26
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
               SELECT OBRAS-IN ASSIGN TO OBRAMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-OBRAMST-STATUS.
               SELECT OBRAS-OUT ASSIGN TO OBRNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ORCAMENTOS-IN ASSIGN TO ORCMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORCMOV-STATUS.
               SELECT ALIQUOTAS-ISS ASSIGN TO TABISS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABISS-STATUS.
               SELECT MATERIAL-RECEBIDO ASSIGN TO RECMMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECMMOV-STATUS.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-NFS ASSIGN TO NFSRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-MARGEM ASSIGN TO MRGRPT
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
               02 REG-PARM-DIAS-CAMBIO      PIC 9(03).
               02 REG-PARM-CAMBIO-RIGIDO    PIC X(01).
               02 REG-PARM-PERC-PERDA       PIC 9(02).
           FD  OBRAS-IN.
           01  LINHA-OBRA-IN PIC X(100).
           FD  OBRAS-OUT.
           01  LINHA-OBRA-OUT PIC X(100).
           FD  ORCAMENTOS-IN.
           01  LINHA-ORCAMENTO-IN PIC X(80).
           FD  ALIQUOTAS-ISS.
           01  REG-ALIQUOTA-ISS.
               02 REG-ISS-MUNICIPIO PIC X(07).
               02 REG-ISS-ALIQUOTA  PIC 9(02)V99.
           FD  MATERIAL-RECEBIDO.
           01  LINHA-MATERIAL-RECEBIDO PIC X(80).
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 REG-CLI-NOME     PIC X(40).
               02 REG-CLI-ENDERECO PIC X(40).
               02 REG-CLI-UF       PIC X(02).
               02 REG-CLI-STATUS   PIC X(01).
                   88 CLI-ATIVO    VALUE 'A'.
                   88 CLI-INATIVO  VALUE 'I'.
               02 REG-CLI-CEP      PIC X(08).
               02 REG-CLI-DATA-ULT-MOV PIC X(08).
               02 REG-CLI-LIMITE-CRED  PIC 9(09)V99.
               02 REG-CLI-EMPRESA      PIC X(03).
               02 REG-CLI-VENDEDOR     PIC X(04).
               02 REG-CLI-TIPO-PESSOA  PIC X(01).
                   88 CLI-PESSOA-JURIDICA VALUE 'J'.
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
           FD  RELATORIO-NFS.
           01  LINHA-NFS PIC X(100).
           FD  RELATORIO-MARGEM.
           01  LINHA-MARGEM PIC X(100).
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
           COPY CPYOBRA.
           COPY CPYRMAT.
           COPY CPYRECEB.
           COPY CPYPARM.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-OBRAMST-STATUS PIC X(02) VALUE '00'.
               88 OBRAMST-OK VALUE '00'.
           77 WRK-ORCMOV-STATUS PIC X(02) VALUE '00'.
               88 ORCMOV-OK VALUE '00'.
           77 WRK-TABISS-STATUS PIC X(02) VALUE '00'.
               88 TABISS-OK VALUE '00'.
           77 WRK-RECMMOV-STATUS PIC X(02) VALUE '00'.
               88 RECMMOV-OK VALUE '00'.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK VALUE '00'.
           77 WRK-FIM-OBRAS PIC X(01) VALUE 'N'.
               88 FIM-OBRAS VALUE 'S'.
           77 WRK-FIM-ORCAMENTOS PIC X(01) VALUE 'N'.
               88 FIM-ORCAMENTOS VALUE 'S'.
           77 WRK-FIM-ALIQUOTAS PIC X(01) VALUE 'N'.
               88 FIM-ALIQUOTAS VALUE 'S'.
           77 WRK-FIM-RECEBIDOS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIDOS VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-TABELA-ESTOURO PIC X(24) VALUE SPACES.
      ******************************
      **** DATA DO RUN E VENCIMENTO DO TITULO EM 30 DIAS CORRIDOS,
      **** COM A TABELA DE DIAS POR MES E A REGRA DE ANO BISSEXTO DO
      **** PROGCOB09B
      ******************************
           01 WRK-DATA-RUN.
               02 WRK-DRN-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-DRN-MES PIC 9(02) VALUE ZEROS.
               02 WRK-DRN-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-CALC.
               02 WRK-CALC-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-CALC-MES PIC 9(02) VALUE ZEROS.
               02 WRK-CALC-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-DATA-VENCTO PIC X(08) VALUE SPACES.
           01 WRK-DIAS-MESES-LIT.
               02 FILLER PIC X(24) VALUE '312831303130313130313031'.
           01 TAB-DIAS-MESES REDEFINES WRK-DIAS-MESES-LIT.
               02 TAB-DIAS-MES OCCURS 12 TIMES PIC 9(02).
           77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROS.
           77 WRK-RESTO-4     PIC 9(02) VALUE ZEROS.
           77 WRK-RESTO-100   PIC 9(02) VALUE ZEROS.
           77 WRK-RESTO-400   PIC 9(03) VALUE ZEROS.
           77 WRK-DUMMY-DIV   PIC 9(04) VALUE ZEROS.
      ******************************
      **** CADASTRO DE OBRAS EM MEMORIA (IMAGEM DO REGISTRO) E A
      **** ULTIMA NOTA DE SERVICO JA EMITIDA
      ******************************
           77 WRK-QTD-OBR PIC 9(04) VALUE ZEROS.
           01 TAB-OBRAS.
               02 TAB-OBR OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-OBR
                  INDEXED BY TAB-OBR-IDX.
                   03 TAB-OBR-REGISTRO.
                       04 TAB-OBR-CODIGO   PIC X(08).
                       04 FILLER           PIC X(27).
                       04 TAB-OBR-SITUACAO PIC X(01).
                       04 FILLER           PIC X(54).
           77 WRK-OBR-SUB PIC 9(04) VALUE ZEROS COMP.
           77 WRK-ULTIMA-NFS PIC 9(06) VALUE ZEROS.
      ******************************
      **** ORCAMENTO DAS OBRAS CONCLUIDAS, POR OBRA + DATA +
      **** MATERIAL (O REPROCESSO DO DIA SUBSTITUI A LINHA)
      ******************************
           77 WRK-QTD-ORC PIC 9(04) VALUE ZEROS.
           01 TAB-ORCAMENTOS.
               02 TAB-ORC OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-ORC
                  INDEXED BY TAB-ORC-IDX.
                   03 TAB-ORC-OBRA     PIC X(08).
                   03 TAB-ORC-DATA     PIC X(08).
                   03 TAB-ORC-MATERIAL PIC X(01).
                   03 TAB-ORC-QTDE     PIC 9(07)V99.
                   03 TAB-ORC-CUSTO    PIC 9(09)V99.
                   03 TAB-ORC-MAO      PIC 9(09)V99.
           77 WRK-ORC-SUB PIC 9(04) VALUE ZEROS COMP.
           77 WRK-ORC-OBRA-OK PIC X(01) VALUE 'N'.
               88 ORC-DE-OBRA-CONCLUIDA VALUE 'S'.
      ******************************
      **** ALIQUOTA DO ISS POR MUNICIPIO (TABISS)
      ******************************
           77 WRK-QTD-ISS PIC 9(03) VALUE ZEROS.
           01 TAB-ALIQUOTAS-ISS.
               02 TAB-ISS OCCURS 1 TO 800 TIMES
                  DEPENDING ON WRK-QTD-ISS
                  INDEXED BY TAB-ISS-IDX.
                   03 TAB-ISS-MUNICIPIO PIC X(07).
                   03 TAB-ISS-ALIQUOTA  PIC 9(02)V99.
      ******************************
      **** MATERIAL RECEBIDO (RECMMOV) SOMADO POR MATERIAL, PARA O
      **** CUSTO MEDIO REAL
      ******************************
           77 WRK-QTD-RMT PIC 9(02) VALUE ZEROS.
           01 TAB-RECEBIDOS.
               02 TAB-RMT OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-RMT
                  INDEXED BY TAB-RMT-IDX.
                   03 TAB-RMT-MATERIAL PIC X(01).
                   03 TAB-RMT-QTDE     PIC 9(11)V99.
                   03 TAB-RMT-VALOR    PIC 9(11)V99.
      ******************************
      **** NOTAS DO RUN POR EMPRESA DO CLIENTE, PARA O RAZAO
      ******************************
           77 WRK-QTD-EMP PIC 9(02) VALUE ZEROS.
           01 TAB-EMPRESAS.
               02 TAB-EMP OCCURS 1 TO 20 TIMES
                  DEPENDING ON WRK-QTD-EMP
                  INDEXED BY TAB-EMP-IDX.
                   03 TAB-EMP-CODIGO      PIC X(03).
                   03 TAB-EMP-NOTAS       PIC 9(05).
                   03 TAB-EMP-SERVICO     PIC 9(11)V99.
                   03 TAB-EMP-ISS         PIC 9(11)V99.
                   03 TAB-EMP-REF-INICIAL PIC X(20).
                   03 TAB-EMP-REF-FINAL   PIC X(20).
           77 WRK-EMP-IMPR PIC 9(02) VALUE ZEROS.
           77 WRK-EMP-ACHADA PIC X(01) VALUE 'N'.
               88 EMPRESA-ACHADA VALUE 'S'.
      ******************************
      **** CONFERENCIA E CALCULO DA NOTA DA OBRA CORRENTE
      ******************************
           77 WRK-OBRA-OK PIC X(01) VALUE 'N'.
               88 OBRA-LIBERADA VALUE 'S'.
           77 WRK-MOTIVO PIC X(32) VALUE SPACES.
           77 WRK-ALIQ-NOTA PIC 9(02)V99 VALUE ZEROS.
           77 WRK-LINHAS-ORC PIC 9(04) VALUE ZEROS.
           77 WRK-MATERIAL-NOTA PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-PERDA-NOTA    PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-MAO-NOTA      PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-SERVICO-NOTA  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-ISS-NOTA      PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-REF-NOTA      PIC X(20) VALUE SPACES.
           77 WRK-NOME-CLIENTE  PIC X(40) VALUE SPACES.
      ******************************
      **** MARGEM DA OBRA: MATERIAL ORCADO COM A PERDA CONTRA O
      **** MATERIAL PELO CUSTO MEDIO DAS ENTREGAS
      ******************************
           77 WRK-MAT-ORCADO    PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-MAT-REAL      PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-MAT-REAL-LINHA PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-QTDE-COM-PERDA PIC 9(09)V9999 VALUE ZEROS COMP-3.
           77 WRK-MARGEM        PIC S9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-MARGEM-PCT    PIC S9(03)V9 VALUE ZEROS COMP-3.
           77 WRK-SEM-ENTREGA   PIC X(01) VALUE 'N'.
               88 MATERIAL-SEM-ENTREGA VALUE 'S'.
      ******************************
      **** EDICAO DO DOCUMENTO E DOS RELATORIOS
      ******************************
           77 WRK-NFS-ED        PIC 9(06) VALUE ZEROS.
           77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR2-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR3-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR4-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR5-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-MARGEM-ED     PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-MARGEM-PCT-ED PIC -ZZ9,9 VALUE ZEROS.
           77 WRK-ALIQ-ED       PIC Z9,99 VALUE ZEROS.
           77 WRK-LINHA-NFS     PIC X(100) VALUE SPACES.
           77 WRK-LINHA-MARGEM  PIC X(100) VALUE SPACES.
      ******************************
      **** TOTAIS DO RUN
      ******************************
           77 WRK-TOTAL-OBRAS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ORCAMENTOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CONCLUIDAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FATURADAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PENDENTES  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-LANCTOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VLR-SERV   PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-VLR-ISS    PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-MAT-REAL   PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-MARGEM     PIC S9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0080-CARREGAR-OBRAS.
               IF NOT TABELA-ESTOURADA
                   PERFORM 0090-CARREGAR-ORCAMENTOS
               END-IF.
               IF NOT TABELA-ESTOURADA
                   PERFORM 0120-CARREGAR-RECEBIDOS
               END-IF.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DE ' WRK-TABELA-ESTOURO
                       ' ESTOUROU - NADA FOI GRAVADO, RUN MARCADO '
                       'RC=8 ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0100-INICIALIZAR
                   PERFORM 0200-FATURAR-OBRA
                       VARYING WRK-OBR-SUB FROM 1 BY 1
                       UNTIL WRK-OBR-SUB > WRK-QTD-OBR
                   PERFORM 0700-GRAVAR-OBRAS
                   PERFORM 0800-FINALIZAR
               END-IF.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O PERCENTUAL DE PERDA DO ARQUIVO DE PARAMETROS,
      **** SE O ARQUIVO EXISTIR; DO CONTRARIO MANTEM O DEFAULT DO
      **** COPYBOOK CPYPARM (O MESMO DO ORCAMENTO NO PROGCOB11B)
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           IF REG-PARM-PERC-PERDA IS NUMERIC
                               MOVE REG-PARM-PERC-PERDA
                                   TO WRK-PARM-PERC-PERDA
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
      ******************************
      **** CARREGA O CADASTRO DE OBRAS, GUARDANDO O MAIOR NUMERO DE
      **** NOTA JA EMITIDO; SEM O ARQUIVO NAO HA O QUE FATURAR
      ******************************
           0080-CARREGAR-OBRAS.
               OPEN INPUT OBRAS-IN.
               IF OBRAMST-OK
                   READ OBRAS-IN INTO WRK-OBRA
                       AT END SET FIM-OBRAS TO TRUE
                   END-READ
                   PERFORM 0085-LER-OBRA
                       UNTIL FIM-OBRAS OR TABELA-ESTOURADA
                   CLOSE OBRAS-IN
               END-IF.
           0085-LER-OBRA.
               IF WRK-QTD-OBR < 2000
                   ADD 1 TO WRK-QTD-OBR
                   ADD 1 TO WRK-TOTAL-OBRAS
                   MOVE WRK-OBRA TO TAB-OBR-REGISTRO (WRK-QTD-OBR)
                   IF WRK-OBR-NFS-NUMERO IS NUMERIC
                       AND WRK-OBR-NFS-NUMERO > WRK-ULTIMA-NFS
                       MOVE WRK-OBR-NFS-NUMERO TO WRK-ULTIMA-NFS
                   END-IF
                   READ OBRAS-IN INTO WRK-OBRA
                       AT END SET FIM-OBRAS TO TRUE
                   END-READ
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
                   MOVE 'OBRAS (2000)' TO WRK-TABELA-ESTOURO
               END-IF.
      ******************************
      **** CARREGA O ORCMOV DAS OBRAS CONCLUIDAS (AS DEMAIS NAO SAO
      **** FATURADAS NESTE RUN); LINHA DA MESMA OBRA + DATA +
      **** MATERIAL VEM DE REPROCESSO DO DIA E SUBSTITUI A ANTERIOR
      ******************************
           0090-CARREGAR-ORCAMENTOS.
               OPEN INPUT ORCAMENTOS-IN.
               IF ORCMOV-OK
                   READ ORCAMENTOS-IN INTO WRK-ORCAMENTO-OBRA
                       AT END SET FIM-ORCAMENTOS TO TRUE
                   END-READ
                   PERFORM 0095-LER-ORCAMENTO
                       UNTIL FIM-ORCAMENTOS OR TABELA-ESTOURADA
                   CLOSE ORCAMENTOS-IN
               END-IF.
           0095-LER-ORCAMENTO.
               ADD 1 TO WRK-TOTAL-ORCAMENTOS.
               MOVE 'N' TO WRK-ORC-OBRA-OK.
               IF WRK-QTD-OBR > 0
                   SET TAB-OBR-IDX TO 1
                   SEARCH TAB-OBR
                       AT END CONTINUE
                       WHEN TAB-OBR-CODIGO (TAB-OBR-IDX) = WRK-ORC-OBRA
                           AND TAB-OBR-SITUACAO (TAB-OBR-IDX) = 'C'
                           SET ORC-DE-OBRA-CONCLUIDA TO TRUE
                   END-SEARCH
               END-IF.
               IF ORC-DE-OBRA-CONCLUIDA
                   PERFORM 0097-GUARDAR-ORCAMENTO
               END-IF.
               READ ORCAMENTOS-IN INTO WRK-ORCAMENTO-OBRA
                   AT END SET FIM-ORCAMENTOS TO TRUE
               END-READ.
           0097-GUARDAR-ORCAMENTO.
               IF WRK-QTD-ORC = 0
                   PERFORM 0098-CRIAR-ORCAMENTO
               ELSE
                   SET TAB-ORC-IDX TO 1
                   SEARCH TAB-ORC
                       AT END PERFORM 0098-CRIAR-ORCAMENTO
                       WHEN TAB-ORC-OBRA (TAB-ORC-IDX) = WRK-ORC-OBRA
                           AND TAB-ORC-DATA (TAB-ORC-IDX) = WRK-ORC-DATA
                           AND TAB-ORC-MATERIAL (TAB-ORC-IDX)
                               = WRK-ORC-MATERIAL
                           CONTINUE
                   END-SEARCH
               END-IF.
               IF NOT TABELA-ESTOURADA
                   MOVE WRK-ORC-QUANTIDADE TO TAB-ORC-QTDE (TAB-ORC-IDX)
                   MOVE WRK-ORC-CUSTO-MAT TO TAB-ORC-CUSTO (TAB-ORC-IDX)
                   MOVE WRK-ORC-MAO-OBRA  TO TAB-ORC-MAO (TAB-ORC-IDX)
               END-IF.
           0098-CRIAR-ORCAMENTO.
               IF WRK-QTD-ORC < 5000
                   ADD 1 TO WRK-QTD-ORC
                   SET TAB-ORC-IDX TO WRK-QTD-ORC
                   MOVE WRK-ORC-OBRA     TO TAB-ORC-OBRA (TAB-ORC-IDX)
                   MOVE WRK-ORC-DATA     TO TAB-ORC-DATA (TAB-ORC-IDX)
                   MOVE WRK-ORC-MATERIAL
                       TO TAB-ORC-MATERIAL (TAB-ORC-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
                   MOVE 'ORCAMENTOS (5000)' TO WRK-TABELA-ESTOURO
               END-IF.
      ******************************
      **** SOMA O MATERIAL RECEBIDO POR MATERIAL, SE O ARQUIVO
      **** EXISTIR (SEM ELE A MARGEM SAI TODA PELO CUSTO ORCADO)
      ******************************
           0120-CARREGAR-RECEBIDOS.
               OPEN INPUT MATERIAL-RECEBIDO.
               IF RECMMOV-OK
                   READ MATERIAL-RECEBIDO INTO WRK-MATERIAL-RECEBIDO
                       AT END SET FIM-RECEBIDOS TO TRUE
                   END-READ
                   PERFORM 0125-LER-RECEBIDO
                       UNTIL FIM-RECEBIDOS OR TABELA-ESTOURADA
                   CLOSE MATERIAL-RECEBIDO
               END-IF.
           0125-LER-RECEBIDO.
               IF WRK-QTD-RMT = 0
                   PERFORM 0128-CRIAR-RECEBIDO
               ELSE
                   SET TAB-RMT-IDX TO 1
                   SEARCH TAB-RMT
                       AT END PERFORM 0128-CRIAR-RECEBIDO
                       WHEN TAB-RMT-MATERIAL (TAB-RMT-IDX)
                           = WRK-RMT-MATERIAL
                           CONTINUE
                   END-SEARCH
               END-IF.
               IF NOT TABELA-ESTOURADA
                   ADD WRK-RMT-QTDE-AREA TO TAB-RMT-QTDE (TAB-RMT-IDX)
                   ADD WRK-RMT-VALOR     TO TAB-RMT-VALOR (TAB-RMT-IDX)
                   READ MATERIAL-RECEBIDO INTO WRK-MATERIAL-RECEBIDO
                       AT END SET FIM-RECEBIDOS TO TRUE
                   END-READ
               END-IF.
           0128-CRIAR-RECEBIDO.
               IF WRK-QTD-RMT < 50
                   ADD 1 TO WRK-QTD-RMT
                   SET TAB-RMT-IDX TO WRK-QTD-RMT
                   MOVE WRK-RMT-MATERIAL
                       TO TAB-RMT-MATERIAL (TAB-RMT-IDX)
                   MOVE ZEROS TO TAB-RMT-QTDE (TAB-RMT-IDX)
                                 TAB-RMT-VALOR (TAB-RMT-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
                   MOVE 'MATERIAIS RECEBIDOS (50)' TO WRK-TABELA-ESTOURO
               END-IF.
      ******************************
      **** VENCIMENTO DOS TITULOS, ALIQUOTAS DE ISS, CABECALHOS DO
      **** DOCUMENTO DE NOTAS E DO RELATORIO DE MARGEM E ABERTURA
      **** DAS SAIDAS
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               MOVE WRK-DATA-RUN TO WRK-DATA-CALC.
               ADD 30 TO WRK-CALC-DIA.
               MOVE ZEROS TO WRK-ULT-DIA-MES.
               PERFORM 0116-AJUSTAR-DATA-CALC
                   UNTIL WRK-CALC-DIA NOT > WRK-ULT-DIA-MES.
               MOVE WRK-DATA-CALC TO WRK-DATA-VENCTO.
               PERFORM 0110-CARREGAR-ALIQUOTAS.
               MOVE WRK-DATA-RUN TO CAB-DATA-EXECUCAO.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               OPEN OUTPUT RELATORIO-NFS
                           RELATORIO-MARGEM.
               MOVE 'MARGEM DAS OBRAS FATURADAS'
                   TO CAB-TITULO-RELATORIO.
               MOVE SPACES TO WRK-LINHA-MARGEM.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-MARGEM.
               WRITE LINHA-MARGEM FROM WRK-LINHA-MARGEM.
               MOVE SPACES TO WRK-LINHA-MARGEM.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '     PERDA ' DELIMITED BY SIZE
                      WRK-PARM-PERC-PERDA DELIMITED BY SIZE
                      '%     * = MATERIAL SEM ENTREGA, PELO ORCADO'
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-MARGEM.
               WRITE LINHA-MARGEM FROM WRK-LINHA-MARGEM.
               MOVE SPACES TO LINHA-MARGEM.
               WRITE LINHA-MARGEM.
               MOVE 'OBRA     NOTA         SERVICO           ISS'
                   TO LINHA-MARGEM.
               MOVE ' MAT ORCADO     MAT REAL        MARGEM     %'
                   TO LINHA-MARGEM (44:45).
               WRITE LINHA-MARGEM.
               OPEN INPUT CLIENTE-MASTER.
               OPEN I-O CONTAS-RECEBER.
               OPEN EXTEND LANCAMENTOS-INT.
      ******************************
      **** SOMA DIAS NA DATA DE CALCULO ATE ELA CAIR DENTRO DO MES
      ******************************
           0116-AJUSTAR-DATA-CALC.
               MOVE TAB-DIAS-MES (WRK-CALC-MES) TO WRK-ULT-DIA-MES.
               IF WRK-CALC-MES = 2
                   PERFORM 0117-VERIFICAR-BISSEXTO
               END-IF.
               IF WRK-CALC-DIA > WRK-ULT-DIA-MES
                   SUBTRACT WRK-ULT-DIA-MES FROM WRK-CALC-DIA
                   ADD 1 TO WRK-CALC-MES
                   IF WRK-CALC-MES > 12
                       MOVE 1 TO WRK-CALC-MES
                       ADD 1 TO WRK-CALC-ANO
                   END-IF
                   MOVE ZEROS TO WRK-ULT-DIA-MES
               END-IF.
      ******************************
      **** FEVEREIRO TEM 29 DIAS EM ANO BISSEXTO
      ******************************
           0117-VERIFICAR-BISSEXTO.
               DIVIDE WRK-CALC-ANO BY 4 GIVING WRK-DUMMY-DIV
                   REMAINDER WRK-RESTO-4.
               DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-DUMMY-DIV
                   REMAINDER WRK-RESTO-100.
               DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-DUMMY-DIV
                   REMAINDER WRK-RESTO-400.
               IF WRK-RESTO-4 = 0 AND
                  (WRK-RESTO-100 NOT = 0 OR WRK-RESTO-400 = 0)
                   MOVE 29 TO WRK-ULT-DIA-MES
               END-IF.
      ******************************
      **** CARREGA EM MEMORIA A TABELA DE ALIQUOTAS DE ISS POR
      **** MUNICIPIO, SE O ARQUIVO EXISTIR (SEM ELA NENHUMA OBRA E
      **** FATURADA)
      ******************************
           0110-CARREGAR-ALIQUOTAS.
               OPEN INPUT ALIQUOTAS-ISS.
               IF TABISS-OK
                   READ ALIQUOTAS-ISS
                       AT END SET FIM-ALIQUOTAS TO TRUE
                   END-READ
                   PERFORM 0115-LER-ALIQUOTA
                       UNTIL FIM-ALIQUOTAS OR WRK-QTD-ISS >= 800
                   CLOSE ALIQUOTAS-ISS
               END-IF.
           0115-LER-ALIQUOTA.
               ADD 1 TO WRK-QTD-ISS.
               MOVE REG-ISS-MUNICIPIO
                   TO TAB-ISS-MUNICIPIO (WRK-QTD-ISS).
               MOVE REG-ISS-ALIQUOTA  TO TAB-ISS-ALIQUOTA (WRK-QTD-ISS).
               READ ALIQUOTAS-ISS
                   AT END SET FIM-ALIQUOTAS TO TRUE
               END-READ.
      ******************************
      **** OBRA DA VEZ: SO A CONCLUIDA E FATURADA; A QUE NAO PASSA NA
      **** CONFERENCIA CONTINUA CONCLUIDA PARA O PROXIMO RUN
      ******************************
           0200-FATURAR-OBRA.
               MOVE TAB-OBR-REGISTRO (WRK-OBR-SUB) TO WRK-OBRA.
               IF OBR-CONCLUIDA
                   ADD 1 TO WRK-TOTAL-CONCLUIDAS
                   PERFORM 0210-CONFERIR-OBRA
                   IF OBRA-LIBERADA
                       PERFORM 0220-CALCULAR-NOTA
                       PERFORM 0230-IMPRIMIR-NOTA
                       PERFORM 0240-GRAVAR-RECEBIVEL
                       PERFORM 0250-SOMAR-EMPRESA
                       PERFORM 0260-LISTAR-MARGEM
                       SET OBR-FATURADA TO TRUE
                       MOVE WRK-OBRA TO TAB-OBR-REGISTRO (WRK-OBR-SUB)
                   ELSE
                       PERFORM 0290-LISTAR-PENDENTE
                   END-IF
               END-IF.
      ******************************
      **** CLIENTE ATIVO NO CLIMST, ALIQUOTA DO MUNICIPIO NA TABISS
      **** E ORCAMENTO DA OBRA NO ORCMOV (O PRIMEIRO QUE FALTAR DA O
      **** MOTIVO)
      ******************************
           0210-CONFERIR-OBRA.
               SET OBRA-LIBERADA TO TRUE.
               MOVE SPACES TO WRK-MOTIVO WRK-NOME-CLIENTE.
               MOVE WRK-OBR-CLIENTE TO REG-CLI-CPF.
               READ CLIENTE-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF NOT CLIMST-OK
                   MOVE 'N' TO WRK-OBRA-OK
                   MOVE 'CLIENTE FORA DO CLIMST' TO WRK-MOTIVO
               ELSE
                   IF CLI-INATIVO
                       MOVE 'N' TO WRK-OBRA-OK
                       MOVE 'CLIENTE INATIVO' TO WRK-MOTIVO
                   ELSE
                       MOVE REG-CLI-NOME TO WRK-NOME-CLIENTE
                   END-IF
               END-IF.
               IF OBRA-LIBERADA
                   MOVE 'N' TO WRK-OBRA-OK
                   MOVE 'MUNICIPIO SEM ALIQUOTA DE ISS' TO WRK-MOTIVO
                   IF WRK-QTD-ISS > 0
                       SET TAB-ISS-IDX TO 1
                       SEARCH TAB-ISS
                           AT END CONTINUE
                           WHEN TAB-ISS-MUNICIPIO (TAB-ISS-IDX)
                               = WRK-OBR-MUNICIPIO
                               MOVE TAB-ISS-ALIQUOTA (TAB-ISS-IDX)
                                   TO WRK-ALIQ-NOTA
                               SET OBRA-LIBERADA TO TRUE
                               MOVE SPACES TO WRK-MOTIVO
                       END-SEARCH
                   END-IF
               END-IF.
               IF OBRA-LIBERADA
                   MOVE ZEROS TO WRK-LINHAS-ORC WRK-MATERIAL-NOTA
                                 WRK-MAO-NOTA
                   PERFORM 0215-SOMAR-ORCAMENTO
                       VARYING WRK-ORC-SUB FROM 1 BY 1
                       UNTIL WRK-ORC-SUB > WRK-QTD-ORC
                   IF WRK-LINHAS-ORC = 0
                       MOVE 'N' TO WRK-OBRA-OK
                       MOVE 'OBRA SEM ORCAMENTO NO ORCMOV'
                           TO WRK-MOTIVO
                   END-IF
               END-IF.
           0215-SOMAR-ORCAMENTO.
               IF TAB-ORC-OBRA (WRK-ORC-SUB) = WRK-OBR-CODIGO
                   ADD 1 TO WRK-LINHAS-ORC
                   ADD TAB-ORC-CUSTO (WRK-ORC-SUB) TO WRK-MATERIAL-NOTA
                   ADD TAB-ORC-MAO (WRK-ORC-SUB)   TO WRK-MAO-NOTA
               END-IF.
      ******************************
      **** SERVICO = MATERIAL ORCADO + PERDA DO PARMSUITE + MAO DE
      **** OBRA; ISS PELA ALIQUOTA DO MUNICIPIO; NUMERO DA NOTA NA
      **** SEQUENCIA DO CADASTRO
      ******************************
           0220-CALCULAR-NOTA.
               COMPUTE WRK-PERDA-NOTA ROUNDED =
                   WRK-MATERIAL-NOTA * WRK-PARM-PERC-PERDA / 100.
               COMPUTE WRK-SERVICO-NOTA =
                   WRK-MATERIAL-NOTA + WRK-PERDA-NOTA + WRK-MAO-NOTA.
               COMPUTE WRK-ISS-NOTA ROUNDED =
                   WRK-SERVICO-NOTA * WRK-ALIQ-NOTA / 100.
               ADD 1 TO WRK-ULTIMA-NFS.
               MOVE WRK-ULTIMA-NFS   TO WRK-OBR-NFS-NUMERO.
               MOVE WRK-DATA-RUN     TO WRK-OBR-DATA-FATURA.
               MOVE WRK-SERVICO-NOTA TO WRK-OBR-VALOR-SERV.
               MOVE WRK-ISS-NOTA     TO WRK-OBR-VALOR-ISS.
               MOVE WRK-ULTIMA-NFS TO WRK-NFS-ED.
               MOVE SPACES TO WRK-REF-NOTA.
               STRING 'NFS-'         DELIMITED BY SIZE
                      WRK-NFS-ED     DELIMITED BY SIZE
                      '-'            DELIMITED BY SIZE
                      WRK-OBR-CODIGO DELIMITED BY SIZE
                      INTO WRK-REF-NOTA.
               ADD 1 TO WRK-TOTAL-FATURADAS.
               ADD WRK-SERVICO-NOTA TO WRK-TOTAL-VLR-SERV.
               ADD WRK-ISS-NOTA     TO WRK-TOTAL-VLR-ISS.
      ******************************
      **** DOCUMENTO DA NOTA DE SERVICO: UMA PAGINA POR NOTA, COM O
      **** CABECALHO PADRAO, O TOMADOR, A OBRA E A COMPOSICAO DO
      **** VALOR
      ******************************
           0230-IMPRIMIR-NOTA.
               ADD 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE 'NOTA FISCAL DE SERVICO' TO CAB-TITULO-RELATORIO.
               MOVE SPACES TO LINHA-NFS.
               WRITE LINHA-NFS.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING 'NOTA ' DELIMITED BY SIZE
                      WRK-NFS-ED DELIMITED BY SIZE
                      '  EMISSAO ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '  VENCIMENTO ' DELIMITED BY SIZE
                      WRK-DATA-VENCTO DELIMITED BY SIZE
                      '  PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING 'TOMADOR ' DELIMITED BY SIZE
                      WRK-OBR-CLIENTE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-NOME-CLIENTE DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING 'OBRA ' DELIMITED BY SIZE
                      WRK-OBR-CODIGO DELIMITED BY SIZE
                      '  CONCLUIDA EM ' DELIMITED BY SIZE
                      WRK-OBR-DATA-CONCL DELIMITED BY SIZE
                      '  MUNICIPIO ' DELIMITED BY SIZE
                      WRK-OBR-MUNICIPIO DELIMITED BY SIZE
                      '  REFERENCIA ' DELIMITED BY SIZE
                      WRK-REF-NOTA DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
               MOVE WRK-MATERIAL-NOTA TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING '  MATERIAL APLICADO          ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
               MOVE WRK-PERDA-NOTA TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING '  PERDA DE MATERIAL ' DELIMITED BY SIZE
                      WRK-PARM-PERC-PERDA DELIMITED BY SIZE
                      '%       ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
               MOVE WRK-MAO-NOTA TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING '  MAO DE OBRA                ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
               MOVE WRK-SERVICO-NOTA TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING 'VALOR DO SERVICO             ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
               MOVE WRK-ALIQ-NOTA TO WRK-ALIQ-ED.
               MOVE WRK-ISS-NOTA TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING 'ISS ALIQUOTA ' DELIMITED BY SIZE
                      WRK-ALIQ-ED DELIMITED BY SIZE
                      '%           ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
      ******************************
      **** TITULO EM ABERTO DA NOTA NO CONTAS A RECEBER, EM REAIS,
      **** COM O VENDEDOR DO CLIENTE
      ******************************
           0240-GRAVAR-RECEBIVEL.
               MOVE WRK-OBR-CLIENTE  TO WRK-RCB-CPF.
               MOVE WRK-REF-NOTA     TO WRK-RCB-REFERENCIA.
               MOVE WRK-SERVICO-NOTA TO WRK-RCB-VALOR.
               MOVE WRK-DATA-RUN     TO WRK-RCB-EMISSAO.
               MOVE WRK-DATA-VENCTO  TO WRK-RCB-VENCIMENTO.
               SET RCB-ABERTO TO TRUE.
               MOVE SPACES TO WRK-RCB-DATA-PGTO.
               MOVE ZEROS TO WRK-RCB-VALOR-PAGO WRK-RCB-ENCARGOS.
               MOVE 'BRL' TO WRK-RCB-MOEDA.
               MOVE WRK-RCB-VALOR TO WRK-RCB-VALOR-MOEDA.
               MOVE REG-CLI-VENDEDOR TO WRK-RCB-VENDEDOR.
               WRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY
                       DISPLAY 'TITULO JA EXISTE NO RECEBIV - CPF '
                           WRK-RCB-CPF ' REF ' WRK-RCB-REFERENCIA
               END-WRITE.
      ******************************
      **** SOMA A NOTA NA EMPRESA DO CLIENTE, GUARDANDO A PRIMEIRA E
      **** A ULTIMA REFERENCIA PARA A ORIGEM DO LANCAMENTO
      ******************************
           0250-SOMAR-EMPRESA.
               MOVE 'N' TO WRK-EMP-ACHADA.
               IF WRK-QTD-EMP > 0
                   SET TAB-EMP-IDX TO 1
                   SEARCH TAB-EMP
                       AT END CONTINUE
                       WHEN TAB-EMP-CODIGO (TAB-EMP-IDX)
                           = REG-CLI-EMPRESA
                           SET EMPRESA-ACHADA TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT EMPRESA-ACHADA
                   IF WRK-QTD-EMP < 20
                       ADD 1 TO WRK-QTD-EMP
                       SET TAB-EMP-IDX TO WRK-QTD-EMP
                       MOVE REG-CLI-EMPRESA
                           TO TAB-EMP-CODIGO (TAB-EMP-IDX)
                       MOVE ZEROS TO TAB-EMP-NOTAS (TAB-EMP-IDX)
                                     TAB-EMP-SERVICO (TAB-EMP-IDX)
                                     TAB-EMP-ISS (TAB-EMP-IDX)
                       MOVE WRK-REF-NOTA
                           TO TAB-EMP-REF-INICIAL (TAB-EMP-IDX)
                       SET EMPRESA-ACHADA TO TRUE
                   ELSE
                       DISPLAY '*** TABELA DE EMPRESAS ESTOUROU (20) - '
                           WRK-REF-NOTA ' FORA DO RAZAO, RUN MARCADO '
                           'RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF EMPRESA-ACHADA
                   ADD 1 TO TAB-EMP-NOTAS (TAB-EMP-IDX)
                   ADD WRK-SERVICO-NOTA TO TAB-EMP-SERVICO (TAB-EMP-IDX)
                   ADD WRK-ISS-NOTA     TO TAB-EMP-ISS (TAB-EMP-IDX)
                   MOVE WRK-REF-NOTA TO TAB-EMP-REF-FINAL (TAB-EMP-IDX)
               END-IF.
      ******************************
      **** MARGEM DA OBRA: SERVICO MENOS ISS MENOS O MATERIAL PELO
      **** CUSTO MEDIO DAS ENTREGAS (AREA ORCADA COM A PERDA)
      ******************************
           0260-LISTAR-MARGEM.
               COMPUTE WRK-MAT-ORCADO =
                   WRK-MATERIAL-NOTA + WRK-PERDA-NOTA.
               MOVE ZEROS TO WRK-MAT-REAL.
               MOVE 'N' TO WRK-SEM-ENTREGA.
               PERFORM 0265-CUSTEAR-MATERIAL
                   VARYING WRK-ORC-SUB FROM 1 BY 1
                   UNTIL WRK-ORC-SUB > WRK-QTD-ORC.
               COMPUTE WRK-MARGEM =
                   WRK-SERVICO-NOTA - WRK-ISS-NOTA - WRK-MAT-REAL.
               MOVE ZEROS TO WRK-MARGEM-PCT.
               IF WRK-SERVICO-NOTA > 0
                   COMPUTE WRK-MARGEM-PCT ROUNDED =
                       WRK-MARGEM * 100 / WRK-SERVICO-NOTA
               END-IF.
               ADD WRK-MAT-REAL TO WRK-TOTAL-MAT-REAL.
               ADD WRK-MARGEM   TO WRK-TOTAL-MARGEM.
               MOVE WRK-SERVICO-NOTA TO WRK-VALOR2-ED.
               MOVE WRK-ISS-NOTA     TO WRK-VALOR3-ED.
               MOVE WRK-MAT-ORCADO   TO WRK-VALOR4-ED.
               MOVE WRK-MAT-REAL     TO WRK-VALOR5-ED.
               MOVE WRK-MARGEM       TO WRK-MARGEM-ED.
               MOVE WRK-MARGEM-PCT   TO WRK-MARGEM-PCT-ED.
               MOVE SPACES TO WRK-LINHA-MARGEM.
               STRING WRK-OBR-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-NFS-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR2-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR3-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR4-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR5-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MARGEM-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MARGEM-PCT-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MARGEM.
               IF MATERIAL-SEM-ENTREGA
                   MOVE '*' TO WRK-LINHA-MARGEM (100:1)
               END-IF.
               WRITE LINHA-MARGEM FROM WRK-LINHA-MARGEM.
      ******************************
      **** LINHA DE MATERIAL DO ORCAMENTO DA OBRA PELO CUSTO MEDIO
      **** DAS ENTREGAS; SEM ENTREGA DO MATERIAL FICA O CUSTO ORCADO.
      **** A LINHA DE VOLUME (MATERIAL EM BRANCO) SO TEM MAO DE OBRA
      ******************************
           0265-CUSTEAR-MATERIAL.
               IF TAB-ORC-OBRA (WRK-ORC-SUB) = WRK-OBR-CODIGO
                   AND TAB-ORC-MATERIAL (WRK-ORC-SUB) NOT = SPACE
                   COMPUTE WRK-MAT-REAL-LINHA ROUNDED =
                       TAB-ORC-CUSTO (WRK-ORC-SUB) +
                       TAB-ORC-CUSTO (WRK-ORC-SUB)
                       * WRK-PARM-PERC-PERDA / 100
                   COMPUTE WRK-QTDE-COM-PERDA =
                       TAB-ORC-QTDE (WRK-ORC-SUB) +
                       TAB-ORC-QTDE (WRK-ORC-SUB)
                       * WRK-PARM-PERC-PERDA / 100
                   IF WRK-QTD-RMT > 0
                       SET TAB-RMT-IDX TO 1
                       SEARCH TAB-RMT
                           AT END SET MATERIAL-SEM-ENTREGA TO TRUE
                           WHEN TAB-RMT-MATERIAL (TAB-RMT-IDX)
                               = TAB-ORC-MATERIAL (WRK-ORC-SUB)
                               AND TAB-RMT-QTDE (TAB-RMT-IDX) > 0
                               COMPUTE WRK-MAT-REAL-LINHA ROUNDED =
                                   WRK-QTDE-COM-PERDA
                                   * TAB-RMT-VALOR (TAB-RMT-IDX)
                                   / TAB-RMT-QTDE (TAB-RMT-IDX)
                       END-SEARCH
                   ELSE
                       SET MATERIAL-SEM-ENTREGA TO TRUE
                   END-IF
                   ADD WRK-MAT-REAL-LINHA TO WRK-MAT-REAL
               END-IF.
      ******************************
      **** OBRA CONCLUIDA QUE NAO PODE SER FATURADA: SAI NO
      **** DOCUMENTO DE NOTAS COM O MOTIVO E MARCA O RUN COM 4
      ******************************
           0290-LISTAR-PENDENTE.
               ADD 1 TO WRK-TOTAL-PENDENTES.
               MOVE SPACES TO LINHA-NFS.
               WRITE LINHA-NFS.
               MOVE SPACES TO WRK-LINHA-NFS.
               STRING 'OBRA ' DELIMITED BY SIZE
                      WRK-OBR-CODIGO DELIMITED BY SIZE
                      ' CONCLUIDA NAO FATURADA - ' DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY SIZE
                      ' CLIENTE ' DELIMITED BY SIZE
                      WRK-OBR-CLIENTE DELIMITED BY SIZE
                      INTO WRK-LINHA-NFS.
               WRITE LINHA-NFS FROM WRK-LINHA-NFS.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** REGRAVA O CADASTRO DE OBRAS
      ******************************
           0700-GRAVAR-OBRAS.
               OPEN OUTPUT OBRAS-OUT.
               PERFORM 0710-GRAVAR-OBRA
                   VARYING WRK-OBR-SUB FROM 1 BY 1
                   UNTIL WRK-OBR-SUB > WRK-QTD-OBR.
               CLOSE OBRAS-OUT.
           0710-GRAVAR-OBRA.
               WRITE LINHA-OBRA-OUT FROM TAB-OBR-REGISTRO (WRK-OBR-SUB).
           0800-FINALIZAR.
               MOVE 1 TO WRK-EMP-IMPR.
               PERFORM 0825-GRAVAR-LANCTO-EMPRESA
                   UNTIL WRK-EMP-IMPR > WRK-QTD-EMP.
               CLOSE CLIENTE-MASTER CONTAS-RECEBER LANCAMENTOS-INT.
               MOVE SPACES TO LINHA-MARGEM.
               WRITE LINHA-MARGEM.
               MOVE WRK-TOTAL-VLR-SERV TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-MARGEM.
               STRING 'TOTAL FATURADO EM SERVICOS   : '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MARGEM.
               WRITE LINHA-MARGEM FROM WRK-LINHA-MARGEM.
               MOVE WRK-TOTAL-VLR-ISS TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-MARGEM.
               STRING 'ISS SOBRE OS SERVICOS        : '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MARGEM.
               WRITE LINHA-MARGEM FROM WRK-LINHA-MARGEM.
               MOVE WRK-TOTAL-MAT-REAL TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-MARGEM.
               STRING 'MATERIAL PELO CUSTO REAL     : '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MARGEM.
               WRITE LINHA-MARGEM FROM WRK-LINHA-MARGEM.
               MOVE WRK-TOTAL-MARGEM TO WRK-MARGEM-ED.
               MOVE SPACES TO WRK-LINHA-MARGEM.
               STRING 'MARGEM DAS OBRAS FATURADAS   : '
                          DELIMITED BY SIZE
                      WRK-MARGEM-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MARGEM.
               WRITE LINHA-MARGEM FROM WRK-LINHA-MARGEM.
               CLOSE RELATORIO-NFS RELATORIO-MARGEM.
               DISPLAY '********************'.
               DISPLAY 'OBRAS LIDAS         : ' WRK-TOTAL-OBRAS.
               DISPLAY 'ORCAMENTOS LIDOS    : ' WRK-TOTAL-ORCAMENTOS.
               DISPLAY 'OBRAS CONCLUIDAS    : ' WRK-TOTAL-CONCLUIDAS.
               DISPLAY 'NOTAS EMITIDAS      : ' WRK-TOTAL-FATURADAS.
               DISPLAY 'OBRAS PENDENTES     : ' WRK-TOTAL-PENDENTES.
               DISPLAY 'LANCAMENTOS GRAVADOS: ' WRK-TOTAL-LANCTOS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** LANCAMENTOS DO RAZAO POR EMPRESA: RECEITA DE SERVICO
      **** (RECSRV) E ISS SOBRE SERVICO (ISSSRV), EM REAIS INTEIROS,
      **** CENTRO OBR, COM A PRIMEIRA E A ULTIMA NOTA NA ORIGEM
      ******************************
           0825-GRAVAR-LANCTO-EMPRESA.
               SET TAB-EMP-IDX TO WRK-EMP-IMPR.
               IF TAB-EMP-NOTAS (TAB-EMP-IDX) > 0
                   MOVE SPACES TO REG-LANCTO-INT
                   MOVE TAB-EMP-CODIGO (TAB-EMP-IDX)
                       TO REG-LCI-EMPRESA
                   MOVE WRK-DATA-RUN TO REG-LCI-DATA
                   MOVE 'OBR' TO REG-LCI-CCUSTO
                   MOVE 'PROGOBR' TO REG-LCI-PROGRAMA
                   MOVE TAB-EMP-REF-INICIAL (TAB-EMP-IDX)
                       TO REG-LCI-DOC-INICIAL
                   MOVE TAB-EMP-REF-FINAL (TAB-EMP-IDX)
                       TO REG-LCI-DOC-FINAL
                   MOVE TAB-EMP-NOTAS (TAB-EMP-IDX)
                       TO REG-LCI-QTD-DOCS
                   MOVE 'RECSRV' TO REG-LCI-CONTA
                   COMPUTE REG-LCI-VALOR ROUNDED =
                       TAB-EMP-SERVICO (TAB-EMP-IDX)
                   WRITE REG-LANCTO-INT
                   ADD 1 TO WRK-TOTAL-LANCTOS
                   IF TAB-EMP-ISS (TAB-EMP-IDX) > 0
                       MOVE 'ISSSRV' TO REG-LCI-CONTA
                       COMPUTE REG-LCI-VALOR ROUNDED =
                           TAB-EMP-ISS (TAB-EMP-IDX)
                       WRITE REG-LANCTO-INT
                       ADD 1 TO WRK-TOTAL-LANCTOS
                   END-IF
               END-IF.
               ADD 1 TO WRK-EMP-IMPR.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGOBR' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-CONCLUIDAS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-FATURADAS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-PENDENTES TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-VLR-SERV TO WRK-CTL-HASH.
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
           0980-REGISTRAR-INICIO.
               PERFORM 0975-CONFERIR-TRAVA.
               MOVE 'PROGOBR' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGOBR' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-CONCLUIDAS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-FATURADAS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
