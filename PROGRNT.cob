           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRNT.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: RENTABILIDADE MENSAL POR CLIENTE (CPF) --
      *     RECEBE A COMPETENCIA (ACCEPT, VIA SYSIN NO BATCH) E, PARA
      *     OS EMBARQUES DA COMPETENCIA (REFERENCIA COMECANDO EM
      *     AAAAMM), PARTE DO FRETE FATURADO AO CLIENTE (EMBARQ) E
      *     TIRA O QUE A TRANSPORTADORA REALMENTE COBROU, CONFORME A
      *     CONCILIACAO DO PROGCOB18 (CONCMOV; EMBARQUE DE CARGA
      *     CONSOLIDADA LEVA A PARTE DO COBRADO DA CARGA NA PROPORCAO
      *     DO SEU FRETE DA CARGA; SEM CONCILIACAO VALE O CALCULADO
      *     COMO ESTIMATIVA), OS DESCONTOS CONCEDIDOS PELA TABDESC NO
      *     PROGCOB05B (DESCMOV), AS RECLAMACOES ACEITAS DOS
      *     EMBARQUES (RECLAMA) E AS BAIXAS POR PERDA DOS TITULOS DA
      *     COMPETENCIA (RECEBIV, STATUS B); SOMA A MULTA E OS JUROS
      *     RECEBIDOS NOS TITULOS PAGOS (RCB-ENCARGOS). O RELATORIO
      *     (RENTRPT) RANQUEIA OS CLIENTES PELA MARGEM DENTRO DA
      *     EMPRESA DO CADASTRO (CLIMST), COM SUBTOTAL POR EMPRESA E
      *     TOTAL GERAL, E SAI TAMBEM EM CSV (RENTCSV) QUANDO O
      *     PARAMETRO DE EXPORTACAO DO PARMSUITE ESTA LIGADO -- PARA O
      *     COMERCIAL RENEGOCIAR AS TARIFAS DO CONTRATO COM NUMEROS
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
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT MOVIMENTO-CONC ASSIGN TO CONCMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CONCMOV-STATUS.
               SELECT MOVIMENTO-DESCONTO ASSIGN TO DESCMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DESCMOV-STATUS.
               SELECT RECLAMACOES-IN ASSIGN TO RECLAMA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECLAMA-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT RELATORIO-RENT ASSIGN TO RENTRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-RENT-CSV ASSIGN TO RENTCSV
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
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  MOVIMENTO-CONC.
           01  LINHA-MOVIMENTO-CONC PIC X(60).
           FD  MOVIMENTO-DESCONTO.
           01  LINHA-MOVIMENTO-DESC PIC X(60).
           FD  RECLAMACOES-IN.
           01  LINHA-RECLAMACAO-IN PIC X(60).
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
           FD  RELATORIO-RENT.
           01  LINHA-RENT PIC X(100).
           FD  RELATORIO-RENT-CSV.
           01  LINHA-RENT-CSV PIC X(120).
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
           COPY CPYPARM.
           COPY CPYEMB.
           COPY CPYCONC.
           COPY CPYDESCM.
           COPY CPYRECLA.
           COPY CPYRECEB.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-CONCMOV-STATUS PIC X(02) VALUE '00'.
               88 CONCMOV-OK VALUE '00'.
           77 WRK-DESCMOV-STATUS PIC X(02) VALUE '00'.
               88 DESCMOV-OK VALUE '00'.
           77 WRK-RECLAMA-STATUS PIC X(02) VALUE '00'.
               88 RECLAMA-OK VALUE '00'.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK        VALUE '00'.
               88 CLIMST-NAO-ACHOU VALUE '23'.
           77 WRK-CLIMST-ABERTO PIC X(01) VALUE 'N'.
               88 CLIMST-FOI-ABERTO VALUE 'S'.
           77 WRK-FIM-EMBARQUES PIC X(01) VALUE 'N'.
               88 FIM-EMBARQUES VALUE 'S'.
           77 WRK-FIM-CONC PIC X(01) VALUE 'N'.
               88 FIM-CONCILIACAO VALUE 'S'.
           77 WRK-FIM-DESC PIC X(01) VALUE 'N'.
               88 FIM-DESCONTOS VALUE 'S'.
           77 WRK-FIM-RECLAMACOES PIC X(01) VALUE 'N'.
               88 FIM-RECLAMACOES VALUE 'S'.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
           77 WRK-COMPETENCIA PIC X(06) VALUE SPACES.
      ******************************
      **** CONCILIACAO DO MES EM MEMORIA (CALCULADO X COBRADO POR
      **** EMBARQUE AVULSO E POR CARGA)
      ******************************
           77 WRK-QTD-CNC PIC 9(04) VALUE ZEROS.
           01 TAB-CONCILIACAO.
               02 TAB-CNC OCCURS 1 TO 4000 TIMES
                  DEPENDING ON WRK-QTD-CNC
                  INDEXED BY TAB-CNC-IDX.
                   03 TAB-CNC-TIPO       PIC X(01).
                   03 TAB-CNC-REFERENCIA PIC X(20).
                   03 TAB-CNC-TRANSP     PIC X(04).
                   03 TAB-CNC-CALCULADO  PIC 9(11)V99.
                   03 TAB-CNC-COBRADO    PIC 9(11)V99.
      ******************************
      **** ACUMULADOS POR CLIENTE DA COMPETENCIA
      ******************************
           77 WRK-QTD-CLI PIC 9(04) VALUE ZEROS.
           01 TAB-CLIENTES.
               02 TAB-CLI OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-CLI
                  INDEXED BY TAB-CLI-IDX.
                   03 TAB-CLI-CPF        PIC X(14).
                   03 TAB-CLI-EMPRESA    PIC X(03).
                   03 TAB-CLI-EMBARQUES  PIC 9(05).
                   03 TAB-CLI-FATURADO   PIC 9(11)V99.
                   03 TAB-CLI-CUSTO      PIC 9(11)V99.
                   03 TAB-CLI-DESCONTO   PIC 9(11)V99.
                   03 TAB-CLI-RECLAMACAO PIC 9(11)V99.
                   03 TAB-CLI-PERDA      PIC 9(11)V99.
                   03 TAB-CLI-ENCARGOS   PIC 9(11)V99.
                   03 TAB-CLI-MARGEM     PIC S9(11)V99.
      ******************************
      **** EMBARQUES DA COMPETENCIA, PARA LEVAR A RECLAMACAO (QUE SO
      **** TEM A REFERENCIA DO EMBARQUE) AO CLIENTE
      ******************************
           77 WRK-QTD-EMB PIC 9(04) VALUE ZEROS.
           01 TAB-EMBARQUES.
               02 TAB-EMB OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-EMB
                  INDEXED BY TAB-EMB-IDX.
                   03 TAB-EMB-REFERENCIA PIC X(20).
                   03 TAB-EMB-CLIENTE    PIC 9(04).
      ******************************
      **** RANKING MANTIDO ORDENADO NA CARGA POR EMPRESA ASCENDENTE
      **** E MARGEM DESCENDENTE (INSERCAO COM DESLOCAMENTO)
      ******************************
           77 WRK-QTD-RNK PIC 9(04) VALUE ZEROS.
           01 TAB-RANKING.
               02 TAB-RNK OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-RNK
                  INDEXED BY TAB-RNK-IDX.
                   03 TAB-RNK-EMPRESA PIC X(03).
                   03 TAB-RNK-MARGEM  PIC S9(11)V99.
                   03 TAB-RNK-CLIENTE PIC 9(04).
           77 WRK-POS-INSERCAO PIC 9(04) VALUE ZEROS.
           77 WRK-DESLOCA-IDX  PIC 9(04) VALUE ZEROS.
           77 WRK-BUSCA-IDX    PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-POS PIC X(01) VALUE 'N'.
               88 POSICAO-ACHADA VALUE 'S'.
           77 WRK-CLI-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-CLI-ACHADO-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-IMPR-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-CPF-CHAVE PIC X(14) VALUE SPACES.
           77 WRK-EMPRESA-ATUAL PIC X(03) VALUE SPACES.
           77 WRK-PRIMEIRA-EMPRESA PIC X(01) VALUE 'S'.
               88 PRIMEIRA-EMPRESA VALUE 'S'.
           77 WRK-COLOCACAO PIC 9(04) VALUE ZEROS.
           77 WRK-COLOCACAO-ED PIC ZZZ9 VALUE ZEROS.
           77 WRK-CUSTO PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-CNC-ACHADO PIC X(01) VALUE 'N'.
               88 CONCILIACAO-ACHADA VALUE 'S'.
      ******************************
      **** VALORES DE UMA LINHA DO RELATORIO (CLIENTE, SUBTOTAL DA
      **** EMPRESA OU TOTAL GERAL) E OS ACUMULADORES DOS TOTAIS
      ******************************
           01 WRK-VALORES-LINHA.
               02 WRK-LIN-FATURADO   PIC 9(11)V99 COMP-3.
               02 WRK-LIN-CUSTO      PIC 9(11)V99 COMP-3.
               02 WRK-LIN-DESCONTO   PIC 9(11)V99 COMP-3.
               02 WRK-LIN-RECLAMACAO PIC 9(11)V99 COMP-3.
               02 WRK-LIN-PERDA      PIC 9(11)V99 COMP-3.
               02 WRK-LIN-ENCARGOS   PIC 9(11)V99 COMP-3.
               02 WRK-LIN-MARGEM     PIC S9(11)V99 COMP-3.
           01 WRK-TOTAIS-EMPRESA.
               02 WRK-EMP-FATURADO   PIC 9(11)V99 COMP-3.
               02 WRK-EMP-CUSTO      PIC 9(11)V99 COMP-3.
               02 WRK-EMP-DESCONTO   PIC 9(11)V99 COMP-3.
               02 WRK-EMP-RECLAMACAO PIC 9(11)V99 COMP-3.
               02 WRK-EMP-PERDA      PIC 9(11)V99 COMP-3.
               02 WRK-EMP-ENCARGOS   PIC 9(11)V99 COMP-3.
               02 WRK-EMP-MARGEM     PIC S9(11)V99 COMP-3.
           01 WRK-TOTAIS-GERAIS.
               02 WRK-GER-FATURADO   PIC 9(11)V99 COMP-3.
               02 WRK-GER-CUSTO      PIC 9(11)V99 COMP-3.
               02 WRK-GER-DESCONTO   PIC 9(11)V99 COMP-3.
               02 WRK-GER-RECLAMACAO PIC 9(11)V99 COMP-3.
               02 WRK-GER-PERDA      PIC 9(11)V99 COMP-3.
               02 WRK-GER-ENCARGOS   PIC 9(11)V99 COMP-3.
               02 WRK-GER-MARGEM     PIC S9(11)V99 COMP-3.
           77 WRK-FATURADO-ED   PIC ZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-CUSTO-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-DESCONTO-ED   PIC ZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-RECLAMACAO-ED PIC ZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-PERDA-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-ENCARGOS-ED   PIC ZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-MARGEM-ED     PIC -ZZZZZZ9,99 VALUE ZEROS.
           77 WRK-PREFIXO    PIC X(16) VALUE SPACES.
           77 WRK-LINHA-RENT PIC X(100) VALUE SPACES.
           77 WRK-LINHA-RENT-CSV PIC X(120) VALUE SPACES.
           77 WRK-TOTAL-EMBARQUES  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-COMPETENCIA PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ESTIMADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DESCONTOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECLAMACOES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-TITULOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FORA-TABELA PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               DISPLAY 'COMPETENCIA DA RENTABILIDADE (AAAAMM)'.
               ACCEPT WRK-COMPETENCIA FROM CONSOLE.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0060-CARREGAR-CONCILIACAO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-EMBARQUE UNTIL FIM-EMBARQUES.
               CLOSE EMBARQUES-IN.
               PERFORM 0300-CARREGAR-DESCONTOS.
               PERFORM 0400-CARREGAR-RECLAMACOES.
               PERFORM 0500-CARREGAR-RECEBIVEIS.
               PERFORM 0600-RANQUEAR-CLIENTES.
               PERFORM 0700-EMITIR-RELATORIO.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O PARAMETRO DE EXPORTACAO CSV DO ARQUIVO DE
      **** PARAMETROS, SE O ARQUIVO EXISTIR; DO CONTRARIO MANTEM O
      **** DEFAULT DO COPYBOOK CPYPARM (CSV DESLIGADO)
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           MOVE REG-PARM-CSV-ATIVO
                               TO WRK-PARM-CSV-ATIVO
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
      ******************************
      **** CARREGA O MOVIMENTO DE CONCILIACAO DO PROGCOB18; SEM O
      **** ARQUIVO TODO CUSTO SAI PELO CALCULADO (ESTIMATIVA)
      ******************************
           0060-CARREGAR-CONCILIACAO.
               OPEN INPUT MOVIMENTO-CONC.
               IF CONCMOV-OK
                   READ MOVIMENTO-CONC INTO WRK-CONCILIACAO
                       AT END SET FIM-CONCILIACAO TO TRUE
                   END-READ
                   PERFORM 0070-LER-CONCILIACAO
                       UNTIL FIM-CONCILIACAO OR WRK-QTD-CNC >= 4000
                   CLOSE MOVIMENTO-CONC
               END-IF.
           0070-LER-CONCILIACAO.
               ADD 1 TO WRK-QTD-CNC.
               MOVE WRK-CNC-TIPO TO TAB-CNC-TIPO (WRK-QTD-CNC).
               MOVE WRK-CNC-REFERENCIA
                   TO TAB-CNC-REFERENCIA (WRK-QTD-CNC).
               MOVE WRK-CNC-TRANSP TO TAB-CNC-TRANSP (WRK-QTD-CNC).
               MOVE WRK-CNC-CALCULADO
                   TO TAB-CNC-CALCULADO (WRK-QTD-CNC).
               MOVE WRK-CNC-COBRADO TO TAB-CNC-COBRADO (WRK-QTD-CNC).
               READ MOVIMENTO-CONC INTO WRK-CONCILIACAO
                   AT END SET FIM-CONCILIACAO TO TRUE
               END-READ.
           0100-INICIALIZAR.
               INITIALIZE WRK-TOTAIS-EMPRESA WRK-TOTAIS-GERAIS.
               OPEN INPUT EMBARQUES-IN.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
      ******************************
      **** EMBARQUE DA COMPETENCIA (NAO CANCELADO): FRETE FATURADO
      **** AO CLIENTE E CUSTO COBRADO PELA TRANSPORTADORA
      ******************************
           0200-PROCESSAR-EMBARQUE.
               ADD 1 TO WRK-TOTAL-EMBARQUES.
               IF WRK-EMB-REFERENCIA (1:6) = WRK-COMPETENCIA
                   AND NOT EMB-CANCELADO
                   ADD 1 TO WRK-TOTAL-COMPETENCIA
                   MOVE WRK-EMB-CPF TO WRK-CPF-CHAVE
                   PERFORM 0210-LOCALIZAR-CLIENTE
                   IF WRK-CLI-ACHADO-IDX > 0
                       PERFORM 0220-CALCULAR-CUSTO
                       SET TAB-CLI-IDX TO WRK-CLI-ACHADO-IDX
                       ADD 1 TO TAB-CLI-EMBARQUES (TAB-CLI-IDX)
                       ADD WRK-EMB-FRETE
                           TO TAB-CLI-FATURADO (TAB-CLI-IDX)
                       ADD WRK-CUSTO TO TAB-CLI-CUSTO (TAB-CLI-IDX)
                       PERFORM 0230-GUARDAR-EMBARQUE
                   END-IF
               END-IF.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
      ******************************
      **** PROCURA O CLIENTE NA TABELA, CRIANDO A LINHA QUANDO AINDA
      **** NAO APARECEU; TABELA CHEIA DEIXA O CLIENTE DE FORA E MARCA
      **** O RUN COM RC 4
      ******************************
           0210-LOCALIZAR-CLIENTE.
               MOVE ZEROS TO WRK-CLI-ACHADO-IDX.
               IF WRK-QTD-CLI > 0
                   SET TAB-CLI-IDX TO 1
                   SEARCH TAB-CLI
                       AT END CONTINUE
                       WHEN TAB-CLI-CPF (TAB-CLI-IDX) = WRK-CPF-CHAVE
                           SET WRK-CLI-ACHADO-IDX TO TAB-CLI-IDX
                   END-SEARCH
               END-IF.
               IF WRK-CLI-ACHADO-IDX = 0
                   IF WRK-QTD-CLI < 2000
                       ADD 1 TO WRK-QTD-CLI
                       MOVE WRK-QTD-CLI TO WRK-CLI-ACHADO-IDX
                       SET TAB-CLI-IDX TO WRK-QTD-CLI
                       MOVE WRK-CPF-CHAVE TO TAB-CLI-CPF (TAB-CLI-IDX)
                       MOVE SPACES TO TAB-CLI-EMPRESA (TAB-CLI-IDX)
                       MOVE ZEROS TO TAB-CLI-EMBARQUES (TAB-CLI-IDX)
                                     TAB-CLI-FATURADO (TAB-CLI-IDX)
                                     TAB-CLI-CUSTO (TAB-CLI-IDX)
                                     TAB-CLI-DESCONTO (TAB-CLI-IDX)
                                     TAB-CLI-RECLAMACAO (TAB-CLI-IDX)
                                     TAB-CLI-PERDA (TAB-CLI-IDX)
                                     TAB-CLI-ENCARGOS (TAB-CLI-IDX)
                                     TAB-CLI-MARGEM (TAB-CLI-IDX)
                   ELSE
                       ADD 1 TO WRK-TOTAL-FORA-TABELA
                       IF RETURN-CODE < 4
                           DISPLAY '*** TABELA DE CLIENTES ESTOUROU '
                               '(2000) - RUN MARCADO RC=4 ***'
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.
      ******************************
      **** CUSTO DO EMBARQUE: EMBARQUE AVULSO CUSTA O COBRADO NA SUA
      **** REFERENCIA; EMBARQUE DE CARGA CUSTA A PARTE DO COBRADO DA
      **** CARGA PROPORCIONAL AO SEU FRETE DA CARGA. SEM LINHA
      **** CONCILIADA VALE O CALCULADO, COMO ESTIMATIVA
      ******************************
           0220-CALCULAR-CUSTO.
               MOVE 'N' TO WRK-CNC-ACHADO.
               IF WRK-EMB-CARGA NOT = SPACES
                   AND WRK-EMB-FRETE-CARGA IS NUMERIC
                   MOVE WRK-EMB-FRETE-CARGA TO WRK-CUSTO
                   IF WRK-QTD-CNC > 0
                       SET TAB-CNC-IDX TO 1
                       SEARCH TAB-CNC
                           AT END CONTINUE
                           WHEN TAB-CNC-TIPO (TAB-CNC-IDX) = 'C'
                               AND TAB-CNC-REFERENCIA (TAB-CNC-IDX)
                                   = WRK-EMB-CARGA
                               AND TAB-CNC-TRANSP (TAB-CNC-IDX)
                                   = WRK-EMB-TRANSP
                               SET CONCILIACAO-ACHADA TO TRUE
                       END-SEARCH
                   END-IF
                   IF CONCILIACAO-ACHADA
                       AND TAB-CNC-CALCULADO (TAB-CNC-IDX) > 0
                       COMPUTE WRK-CUSTO ROUNDED =
                           TAB-CNC-COBRADO (TAB-CNC-IDX)
                           * WRK-EMB-FRETE-CARGA
                           / TAB-CNC-CALCULADO (TAB-CNC-IDX)
                   END-IF
               ELSE
                   MOVE WRK-EMB-FRETE TO WRK-CUSTO
                   IF WRK-QTD-CNC > 0
                       SET TAB-CNC-IDX TO 1
                       SEARCH TAB-CNC
                           AT END CONTINUE
                           WHEN TAB-CNC-TIPO (TAB-CNC-IDX) = 'E'
                               AND TAB-CNC-REFERENCIA (TAB-CNC-IDX)
                                   = WRK-EMB-REFERENCIA
                               AND TAB-CNC-TRANSP (TAB-CNC-IDX)
                                   = WRK-EMB-TRANSP
                               SET CONCILIACAO-ACHADA TO TRUE
                               MOVE TAB-CNC-COBRADO (TAB-CNC-IDX)
                                   TO WRK-CUSTO
                       END-SEARCH
                   END-IF
               END-IF.
               IF NOT CONCILIACAO-ACHADA
                   ADD 1 TO WRK-TOTAL-ESTIMADOS
               END-IF.
           0230-GUARDAR-EMBARQUE.
               IF WRK-QTD-EMB < 5000
                   ADD 1 TO WRK-QTD-EMB
                   MOVE WRK-EMB-REFERENCIA
                       TO TAB-EMB-REFERENCIA (WRK-QTD-EMB)
                   MOVE WRK-CLI-ACHADO-IDX
                       TO TAB-EMB-CLIENTE (WRK-QTD-EMB)
               ELSE
                   IF RETURN-CODE < 4
                       DISPLAY '*** TABELA DE EMBARQUES ESTOUROU '
                           '(5000) - RUN MARCADO RC=4 ***'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
      ******************************
      **** DESCONTOS CONCEDIDOS NAS FATURAS DA COMPETENCIA
      **** (DESCMOV, GRAVADO PELO PROGCOB05B)
      ******************************
           0300-CARREGAR-DESCONTOS.
               OPEN INPUT MOVIMENTO-DESCONTO.
               IF DESCMOV-OK
                   READ MOVIMENTO-DESCONTO INTO WRK-DESCONTO-MOV
                       AT END SET FIM-DESCONTOS TO TRUE
                   END-READ
                   PERFORM 0310-PROCESSAR-DESCONTO
                       UNTIL FIM-DESCONTOS
                   CLOSE MOVIMENTO-DESCONTO
               END-IF.
           0310-PROCESSAR-DESCONTO.
               IF WRK-DMV-DATA (1:6) = WRK-COMPETENCIA
                   AND WRK-DMV-CPF NOT = SPACES
                   AND WRK-DMV-DESCONTO IS NUMERIC
                   ADD 1 TO WRK-TOTAL-DESCONTOS
                   MOVE WRK-DMV-CPF TO WRK-CPF-CHAVE
                   PERFORM 0210-LOCALIZAR-CLIENTE
                   IF WRK-CLI-ACHADO-IDX > 0
                       SET TAB-CLI-IDX TO WRK-CLI-ACHADO-IDX
                       ADD WRK-DMV-DESCONTO
                           TO TAB-CLI-DESCONTO (TAB-CLI-IDX)
                   END-IF
               END-IF.
               READ MOVIMENTO-DESCONTO INTO WRK-DESCONTO-MOV
                   AT END SET FIM-DESCONTOS TO TRUE
               END-READ.
      ******************************
      **** RECLAMACOES ACEITAS (OU JA ABATIDAS, STATUS P) DOS
      **** EMBARQUES DA COMPETENCIA VAO PARA O CLIENTE DO EMBARQUE
      ******************************
           0400-CARREGAR-RECLAMACOES.
               OPEN INPUT RECLAMACOES-IN.
               IF RECLAMA-OK
                   READ RECLAMACOES-IN INTO WRK-RECLAMACAO
                       AT END SET FIM-RECLAMACOES TO TRUE
                   END-READ
                   PERFORM 0410-PROCESSAR-RECLAMACAO
                       UNTIL FIM-RECLAMACOES
                   CLOSE RECLAMACOES-IN
               END-IF.
           0410-PROCESSAR-RECLAMACAO.
               IF (REC-ACEITA OR REC-PAGA)
                   AND WRK-REC-REFERENCIA (1:6) = WRK-COMPETENCIA
                   AND WRK-QTD-EMB > 0
                   SET TAB-EMB-IDX TO 1
                   SEARCH TAB-EMB
                       AT END CONTINUE
                       WHEN TAB-EMB-REFERENCIA (TAB-EMB-IDX)
                           = WRK-REC-REFERENCIA
                           ADD 1 TO WRK-TOTAL-RECLAMACOES
                           SET TAB-CLI-IDX
                               TO TAB-EMB-CLIENTE (TAB-EMB-IDX)
                           ADD WRK-REC-VALOR
                               TO TAB-CLI-RECLAMACAO (TAB-CLI-IDX)
                   END-SEARCH
               END-IF.
               READ RECLAMACOES-IN INTO WRK-RECLAMACAO
                   AT END SET FIM-RECLAMACOES TO TRUE
               END-READ.
      ******************************
      **** TITULOS DA COMPETENCIA: BAIXA POR PERDA TIRA O VALOR DO
      **** TITULO; TITULO PAGO SOMA A MULTA E OS JUROS RECEBIDOS
      ******************************
           0500-CARREGAR-RECEBIVEIS.
               OPEN INPUT CONTAS-RECEBER.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
               PERFORM 0510-PROCESSAR-TITULO UNTIL FIM-RECEBIVEIS.
               CLOSE CONTAS-RECEBER.
           0510-PROCESSAR-TITULO.
               IF WRK-RCB-REFERENCIA (1:6) = WRK-COMPETENCIA
                   IF RCB-PERDA
                       ADD 1 TO WRK-TOTAL-TITULOS
                       MOVE WRK-RCB-CPF TO WRK-CPF-CHAVE
                       PERFORM 0210-LOCALIZAR-CLIENTE
                       IF WRK-CLI-ACHADO-IDX > 0
                           SET TAB-CLI-IDX TO WRK-CLI-ACHADO-IDX
                           ADD WRK-RCB-VALOR
                               TO TAB-CLI-PERDA (TAB-CLI-IDX)
                       END-IF
                   END-IF
                   IF RCB-PAGO
                       AND WRK-RCB-ENCARGOS IS NUMERIC
                       AND WRK-RCB-ENCARGOS > 0
                       ADD 1 TO WRK-TOTAL-TITULOS
                       MOVE WRK-RCB-CPF TO WRK-CPF-CHAVE
                       PERFORM 0210-LOCALIZAR-CLIENTE
                       IF WRK-CLI-ACHADO-IDX > 0
                           SET TAB-CLI-IDX TO WRK-CLI-ACHADO-IDX
                           ADD WRK-RCB-ENCARGOS
                               TO TAB-CLI-ENCARGOS (TAB-CLI-IDX)
                       END-IF
                   END-IF
               END-IF.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
      **** CALCULA A MARGEM DE CADA CLIENTE, BUSCA A EMPRESA NO
      **** CADASTRO (CLIMST) E INSERE NO RANKING ORDENADO
      ******************************
           0600-RANQUEAR-CLIENTES.
               OPEN INPUT CLIENTE-MASTER.
               IF CLIMST-OK
                   SET CLIMST-FOI-ABERTO TO TRUE
               END-IF.
               PERFORM 0610-RANQUEAR-CLIENTE
                   VARYING WRK-CLI-IDX FROM 1 BY 1
                   UNTIL WRK-CLI-IDX > WRK-QTD-CLI.
               IF CLIMST-FOI-ABERTO
                   CLOSE CLIENTE-MASTER
               END-IF.
           0610-RANQUEAR-CLIENTE.
               SET TAB-CLI-IDX TO WRK-CLI-IDX.
               COMPUTE TAB-CLI-MARGEM (TAB-CLI-IDX) =
                   TAB-CLI-FATURADO (TAB-CLI-IDX)
                   - TAB-CLI-CUSTO (TAB-CLI-IDX)
                   - TAB-CLI-DESCONTO (TAB-CLI-IDX)
                   - TAB-CLI-RECLAMACAO (TAB-CLI-IDX)
                   - TAB-CLI-PERDA (TAB-CLI-IDX)
                   + TAB-CLI-ENCARGOS (TAB-CLI-IDX).
               IF CLIMST-FOI-ABERTO
                   MOVE TAB-CLI-CPF (TAB-CLI-IDX) TO REG-CLI-CPF
                   READ CLIENTE-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE REG-CLI-EMPRESA
                               TO TAB-CLI-EMPRESA (TAB-CLI-IDX)
                   END-READ
               END-IF.
               MOVE 'N' TO WRK-ACHOU-POS.
               MOVE 1 TO WRK-BUSCA-IDX.
               PERFORM 0620-PROCURAR-POSICAO
                   UNTIL POSICAO-ACHADA
                      OR WRK-BUSCA-IDX > WRK-QTD-RNK.
               IF POSICAO-ACHADA
                   MOVE WRK-BUSCA-IDX TO WRK-POS-INSERCAO
               ELSE
                   COMPUTE WRK-POS-INSERCAO = WRK-QTD-RNK + 1
               END-IF.
               ADD 1 TO WRK-QTD-RNK.
               MOVE WRK-QTD-RNK TO WRK-DESLOCA-IDX.
               PERFORM 0630-DESLOCAR-PARA-BAIXO
                   UNTIL WRK-DESLOCA-IDX NOT > WRK-POS-INSERCAO.
               MOVE TAB-CLI-EMPRESA (TAB-CLI-IDX)
                   TO TAB-RNK-EMPRESA (WRK-POS-INSERCAO).
               MOVE TAB-CLI-MARGEM (TAB-CLI-IDX)
                   TO TAB-RNK-MARGEM (WRK-POS-INSERCAO).
               MOVE WRK-CLI-IDX TO TAB-RNK-CLIENTE (WRK-POS-INSERCAO).
           0620-PROCURAR-POSICAO.
               IF TAB-RNK-EMPRESA (WRK-BUSCA-IDX)
                   > TAB-CLI-EMPRESA (TAB-CLI-IDX)
                   OR (TAB-RNK-EMPRESA (WRK-BUSCA-IDX)
                       = TAB-CLI-EMPRESA (TAB-CLI-IDX)
                       AND TAB-RNK-MARGEM (WRK-BUSCA-IDX)
                           < TAB-CLI-MARGEM (TAB-CLI-IDX))
                   SET POSICAO-ACHADA TO TRUE
               ELSE
                   ADD 1 TO WRK-BUSCA-IDX
               END-IF.
           0630-DESLOCAR-PARA-BAIXO.
               MOVE TAB-RNK (WRK-DESLOCA-IDX - 1)
                   TO TAB-RNK (WRK-DESLOCA-IDX).
               SUBTRACT 1 FROM WRK-DESLOCA-IDX.
      ******************************
      **** IMPRIME O RANKING COM QUEBRA POR EMPRESA (SUBTOTAL) E O
      **** TOTAL GERAL; GRAVA A LINHA CSV DE CADA CLIENTE
      ******************************
           0700-EMITIR-RELATORIO.
               OPEN OUTPUT RELATORIO-RENT.
               IF WRK-CSV-EXPORT-ATIVO
                   OPEN OUTPUT RELATORIO-RENT-CSV
                   MOVE 'EMPRESA,CPF,FATURADO,CUSTO,DESCONTO,RECLAMACAO'
                       TO LINHA-RENT-CSV
                   MOVE ',PERDAS,ENCARGOS,MARGEM'
                       TO LINHA-RENT-CSV (47:23)
                   WRITE LINHA-RENT-CSV
               END-IF.
               MOVE 'RENTABILIDADE POR CLIENTE' TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               ADD 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO WRK-LINHA-RENT.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-RENT.
               WRITE LINHA-RENT FROM WRK-LINHA-RENT.
               MOVE SPACES TO WRK-LINHA-RENT.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '  COMPETENCIA ' DELIMITED BY SIZE
                      WRK-COMPETENCIA DELIMITED BY SIZE
                      '     PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED        DELIMITED BY SIZE
                      INTO WRK-LINHA-RENT.
               WRITE LINHA-RENT FROM WRK-LINHA-RENT.
               MOVE SPACES TO WRK-LINHA-RENT.
               STRING ' POS CPF        ' DELIMITED BY SIZE
                      '    FATURADO       CUSTO    DESCONTO'
                          DELIMITED BY SIZE
                      '  RECLAMACAO      PERDAS    ENCARGOS'
                          DELIMITED BY SIZE
                      '      MARGEM' DELIMITED BY SIZE
                      INTO WRK-LINHA-RENT.
               WRITE LINHA-RENT FROM WRK-LINHA-RENT.
               PERFORM 0710-EMITIR-CLIENTE
                   VARYING WRK-IMPR-IDX FROM 1 BY 1
                   UNTIL WRK-IMPR-IDX > WRK-QTD-RNK.
               IF WRK-QTD-RNK > 0
                   PERFORM 0730-IMPRIMIR-SUBTOTAL
               END-IF.
               MOVE SPACES TO LINHA-RENT.
               WRITE LINHA-RENT.
               MOVE WRK-TOTAIS-GERAIS TO WRK-VALORES-LINHA.
               MOVE 'TOTAL GERAL' TO WRK-PREFIXO.
               PERFORM 0740-IMPRIMIR-VALORES.
               CLOSE RELATORIO-RENT.
               IF WRK-CSV-EXPORT-ATIVO
                   CLOSE RELATORIO-RENT-CSV
               END-IF.
           0710-EMITIR-CLIENTE.
               SET TAB-RNK-IDX TO WRK-IMPR-IDX.
               SET TAB-CLI-IDX TO TAB-RNK-CLIENTE (TAB-RNK-IDX).
               IF PRIMEIRA-EMPRESA
                   OR TAB-CLI-EMPRESA (TAB-CLI-IDX)
                       NOT = WRK-EMPRESA-ATUAL
                   IF NOT PRIMEIRA-EMPRESA
                       PERFORM 0730-IMPRIMIR-SUBTOTAL
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRA-EMPRESA
                   MOVE TAB-CLI-EMPRESA (TAB-CLI-IDX)
                       TO WRK-EMPRESA-ATUAL
                   INITIALIZE WRK-TOTAIS-EMPRESA
                   MOVE ZEROS TO WRK-COLOCACAO
                   MOVE SPACES TO LINHA-RENT
                   WRITE LINHA-RENT
                   MOVE SPACES TO WRK-LINHA-RENT
                   IF WRK-EMPRESA-ATUAL = SPACES
                       MOVE 'EMPRESA NAO CADASTRADA' TO WRK-LINHA-RENT
                   ELSE
                       STRING 'EMPRESA ' DELIMITED BY SIZE
                              WRK-EMPRESA-ATUAL DELIMITED BY SIZE
                              INTO WRK-LINHA-RENT
                   END-IF
                   WRITE LINHA-RENT FROM WRK-LINHA-RENT
               END-IF.
               ADD 1 TO WRK-COLOCACAO.
               MOVE WRK-COLOCACAO TO WRK-COLOCACAO-ED.
               MOVE TAB-CLI-FATURADO (TAB-CLI-IDX) TO WRK-LIN-FATURADO.
               MOVE TAB-CLI-CUSTO (TAB-CLI-IDX) TO WRK-LIN-CUSTO.
               MOVE TAB-CLI-DESCONTO (TAB-CLI-IDX) TO WRK-LIN-DESCONTO.
               MOVE TAB-CLI-RECLAMACAO (TAB-CLI-IDX)
                   TO WRK-LIN-RECLAMACAO.
               MOVE TAB-CLI-PERDA (TAB-CLI-IDX) TO WRK-LIN-PERDA.
               MOVE TAB-CLI-ENCARGOS (TAB-CLI-IDX) TO WRK-LIN-ENCARGOS.
               MOVE TAB-CLI-MARGEM (TAB-CLI-IDX) TO WRK-LIN-MARGEM.
               ADD WRK-LIN-FATURADO   TO WRK-EMP-FATURADO
                                         WRK-GER-FATURADO.
               ADD WRK-LIN-CUSTO      TO WRK-EMP-CUSTO
                                         WRK-GER-CUSTO.
               ADD WRK-LIN-DESCONTO   TO WRK-EMP-DESCONTO
                                         WRK-GER-DESCONTO.
               ADD WRK-LIN-RECLAMACAO TO WRK-EMP-RECLAMACAO
                                         WRK-GER-RECLAMACAO.
               ADD WRK-LIN-PERDA      TO WRK-EMP-PERDA
                                         WRK-GER-PERDA.
               ADD WRK-LIN-ENCARGOS   TO WRK-EMP-ENCARGOS
                                         WRK-GER-ENCARGOS.
               ADD WRK-LIN-MARGEM     TO WRK-EMP-MARGEM
                                         WRK-GER-MARGEM.
               MOVE SPACES TO WRK-PREFIXO.
               STRING WRK-COLOCACAO-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-CLI-CPF (TAB-CLI-IDX) DELIMITED BY SIZE
                      INTO WRK-PREFIXO.
               PERFORM 0740-IMPRIMIR-VALORES.
               IF WRK-CSV-EXPORT-ATIVO
                   PERFORM 0750-GRAVAR-LINHA-CSV
               END-IF.
           0730-IMPRIMIR-SUBTOTAL.
               MOVE WRK-TOTAIS-EMPRESA TO WRK-VALORES-LINHA.
               MOVE SPACES TO WRK-PREFIXO.
               STRING 'SUBTOTAL EMP ' DELIMITED BY SIZE
                      WRK-EMPRESA-ATUAL DELIMITED BY SIZE
                      INTO WRK-PREFIXO.
               PERFORM 0740-IMPRIMIR-VALORES.
      ******************************
      **** EDITA OS VALORES DA LINHA E IMPRIME COM O PREFIXO
      **** (COLOCACAO + CPF, SUBTOTAL OU TOTAL)
      ******************************
           0740-IMPRIMIR-VALORES.
               PERFORM 0745-EDITAR-VALORES.
               MOVE SPACES TO WRK-LINHA-RENT.
               STRING WRK-PREFIXO       DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-FATURADO-ED   DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-CUSTO-ED      DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DESCONTO-ED   DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-RECLAMACAO-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PERDA-ED      DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-ENCARGOS-ED   DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MARGEM-ED     DELIMITED BY SIZE
                      INTO WRK-LINHA-RENT.
               WRITE LINHA-RENT FROM WRK-LINHA-RENT.
           0745-EDITAR-VALORES.
               MOVE WRK-LIN-FATURADO   TO WRK-FATURADO-ED.
               MOVE WRK-LIN-CUSTO      TO WRK-CUSTO-ED.
               MOVE WRK-LIN-DESCONTO   TO WRK-DESCONTO-ED.
               MOVE WRK-LIN-RECLAMACAO TO WRK-RECLAMACAO-ED.
               MOVE WRK-LIN-PERDA      TO WRK-PERDA-ED.
               MOVE WRK-LIN-ENCARGOS   TO WRK-ENCARGOS-ED.
               MOVE WRK-LIN-MARGEM     TO WRK-MARGEM-ED.
      ******************************
      **** MONTA E GRAVA A LINHA CSV DO CLIENTE
      ******************************
           0750-GRAVAR-LINHA-CSV.
               MOVE SPACES TO WRK-LINHA-RENT-CSV.
               STRING TAB-CLI-EMPRESA (TAB-CLI-IDX) DELIMITED BY SIZE
                      ','               DELIMITED BY SIZE
                      TAB-CLI-CPF (TAB-CLI-IDX) DELIMITED BY SPACE
                      ','               DELIMITED BY SIZE
                      WRK-FATURADO-ED   DELIMITED BY SIZE
                      ','               DELIMITED BY SIZE
                      WRK-CUSTO-ED      DELIMITED BY SIZE
                      ','               DELIMITED BY SIZE
                      WRK-DESCONTO-ED   DELIMITED BY SIZE
                      ','               DELIMITED BY SIZE
                      WRK-RECLAMACAO-ED DELIMITED BY SIZE
                      ','               DELIMITED BY SIZE
                      WRK-PERDA-ED      DELIMITED BY SIZE
                      ','               DELIMITED BY SIZE
                      WRK-ENCARGOS-ED   DELIMITED BY SIZE
                      ','               DELIMITED BY SIZE
                      WRK-MARGEM-ED     DELIMITED BY SIZE
                      INTO WRK-LINHA-RENT-CSV.
               WRITE LINHA-RENT-CSV FROM WRK-LINHA-RENT-CSV.
           0800-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'EMBARQUES LIDOS     : ' WRK-TOTAL-EMBARQUES.
               DISPLAY 'EMBARQUES DO MES    : ' WRK-TOTAL-COMPETENCIA.
               DISPLAY 'CUSTO ESTIMADO      : ' WRK-TOTAL-ESTIMADOS.
               DISPLAY 'FATURAS C/ DESCONTO : ' WRK-TOTAL-DESCONTOS.
               DISPLAY 'RECLAMACOES ACEITAS : ' WRK-TOTAL-RECLAMACOES.
               DISPLAY 'TITULOS PERDA/ENCARG: ' WRK-TOTAL-TITULOS.
               DISPLAY 'CLIENTES RANQUEADOS : ' WRK-QTD-RNK.
               DISPLAY 'FORA DA TABELA      : ' WRK-TOTAL-FORA-TABELA.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGRNT' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-EMBARQUES TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-COMPETENCIA TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-FORA-TABELA TO WRK-CTL-REJEITADOS.
               MOVE WRK-GER-MARGEM TO WRK-CTL-HASH.
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
               MOVE 'PROGRNT' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGRNT' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-EMBARQUES TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-COMPETENCIA TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
