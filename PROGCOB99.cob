           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGCOB99.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CONSOLIDACAO DE CARGA DOS EMBARQUES DO DIA ANTES
      *     DO ROMANEIO -- CADA EMBARQUE ERA TARIFADO E DESPACHADO
      *     SOZINHO, MESMO QUANDO A MESMA TRANSPORTADORA LEVAVA
      *     QUATRO EMBARQUES PARA A MESMA UF NO MESMO DIA. JUNTA OS
      *     EMBARQUES NOVOS DO DIA (STATUS G, REFERENCIA COMECANDO
      *     NA DATA DO GATEDATE, AINDA SEM CARGA NEM ROMANEIO) POR
      *     TRANSPORTADORA, UF, DEPOSITO DE EXPEDICAO E DATA EM
      *     CARGAS ATE O LIMITE DE PESO DO VEICULO DA TRANSPORTADORA
      *     (ARQUIVO CAPCARGA; TRANSPORTADORA SEM LIMITE NAO
      *     CONSOLIDA E CADA EMBARQUE E UMA CARGA SO). A CARGA COM
      *     MAIS DE UM EMBARQUE E REPRECIFICADA NA FAIXA DE PESO DO
      *     PESO SOMADO (TABFRETE, COM VIGENCIA, MULTIPLICADOR SOBRE
      *     O VALOR COMO NO PROGCOB09B); O EMBARQUE FICA COM O MENOR
      *     ENTRE O FRETE PESO INDIVIDUAL E O DA CARGA, MAIS OS SEUS
      *     ADICIONAIS. GRAVA A CARGA E O FRETE DA CARGA EM CADA
      *     EMBARQUE (ENTRA VELHO / SAI NOVO) -- O FRETE DO CLIENTE
      *     (WRK-EMB-FRETE) NAO MUDA -- E IMPRIME O RELATORIO DE
      *     ECONOMIA (CARGARPT), FRETE INDIVIDUAL X CONSOLIDADO POR
      *     CARGA. O ROMANEIO (PROGCOB77) SAI EM SEGUIDA, UM POR
      *     CARGA. EMBARQUE QUE NAO COUBE NAS TABELAS SEGUE SEM
      *     CARGA, COM RC 4
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DATA-PORTAO ASSIGN TO GATEDATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-GATE-STATUS.
               SELECT TABELA-FRETE-IN ASSIGN TO TABFRETE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CAPACIDADE-IN ASSIGN TO CAPCARGA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CAPCARGA-STATUS.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT RELATORIO-CRG ASSIGN TO CARGARPT
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
           FD  DATA-PORTAO.
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
           FD  TABELA-FRETE-IN.
           01  REG-FRT-IN.
               02 REG-FRT-UF      PIC X(02).
               02 REG-FRT-ATE-KG  PIC 9(05)V99.
               02 REG-FRT-MULT    PIC 9(02)V99.
               02 REG-FRT-TRANSP  PIC X(04).
               02 REG-FRT-VIG-INI PIC X(08).
               02 REG-FRT-VIG-FIM PIC X(08).
           FD  CAPACIDADE-IN.
           01  REG-CAPACIDADE.
               02 REG-CAP-TRANSP   PIC X(04).
               02 FILLER           PIC X(02).
               02 REG-CAP-PESO-MAX PIC 9(05)V99.
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  RELATORIO-CRG.
           01  LINHA-CRG PIC X(100).
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
           COPY CPYEMB.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-GATE-STATUS PIC X(02) VALUE '00'.
               88 GATE-OK VALUE '00'.
           77 WRK-CAPCARGA-STATUS PIC X(02) VALUE '00'.
               88 CAPCARGA-OK VALUE '00'.
           77 WRK-FIM-TABELA-FRETE PIC X(01) VALUE 'N'.
               88 FIM-TABELA-FRETE VALUE 'S'.
           77 WRK-FIM-CAPACIDADE PIC X(01) VALUE 'N'.
               88 FIM-CAPACIDADE VALUE 'S'.
           77 WRK-FIM-EMBARQUES PIC X(01) VALUE 'N'.
               88 FIM-EMBARQUES VALUE 'S'.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
      ******************************
      **** TABELA DE TARIFAS, COM A VIGENCIA NORMALIZADA COMO NO
      **** PROGCOB09B (EM BRANCO VALE SEMPRE)
      ******************************
           77 WRK-QTD-FRT PIC 9(03) VALUE ZEROS.
           01 TAB-FRETE.
               02 TAB-FRT OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-FRT
                  INDEXED BY TAB-FRT-IDX.
                   03 TAB-FRT-UF      PIC X(02).
                   03 TAB-FRT-ATE-KG  PIC 9(05)V99.
                   03 TAB-FRT-MULT    PIC 9(02)V99.
                   03 TAB-FRT-TRANSP  PIC X(04).
                   03 TAB-FRT-VIG-INI PIC X(08).
                   03 TAB-FRT-VIG-FIM PIC X(08).
      ******************************
      **** LIMITE DE PESO DO VEICULO POR TRANSPORTADORA
      ******************************
           77 WRK-QTD-CAP PIC 9(03) VALUE ZEROS.
           01 TAB-CAPACIDADES.
               02 TAB-CAP OCCURS 1 TO 100 TIMES
                  DEPENDING ON WRK-QTD-CAP
                  INDEXED BY TAB-CAP-IDX.
                   03 TAB-CAP-TRANSP   PIC X(04).
                   03 TAB-CAP-PESO-MAX PIC 9(05)V99.
      ******************************
      **** CARGAS MONTADAS NO DIA: CHAVE (TRANSPORTADORA + UF +
      **** DEPOSITO + DATA), PESO ACUMULADO E, DEPOIS DA
      **** REPRECIFICACAO, O MULTIPLICADOR DA FAIXA DO PESO SOMADO
      ******************************
           77 WRK-QTD-CRG PIC 9(04) VALUE ZEROS.
           01 TAB-CARGAS.
               02 TAB-CRG OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-CRG
                  INDEXED BY TAB-CRG-IDX.
                   03 TAB-CRG-CODIGO      PIC X(15).
                   03 TAB-CRG-TRANSP      PIC X(04).
                   03 TAB-CRG-UF          PIC X(02).
                   03 TAB-CRG-DEPOSITO    PIC X(02).
                   03 TAB-CRG-DATA        PIC X(08).
                   03 TAB-CRG-LIMITE      PIC 9(05)V99.
                   03 TAB-CRG-VOLUMES     PIC 9(04).
                   03 TAB-CRG-PESO        PIC 9(07)V99.
                   03 TAB-CRG-TARIFADA    PIC X(01).
                   03 TAB-CRG-MULT        PIC 9(02)V99.
                   03 TAB-CRG-FRETE-INDIV PIC 9(09)V99.
                   03 TAB-CRG-FRETE-CARGA PIC 9(09)V99.
      ******************************
      **** CARGA DE CADA EMBARQUE DO DIA, NA ORDEM DO ARQUIVO, PARA
      **** A SEGUNDA PASSADA (ZERO QUANDO NAO COUBE NA TABELA)
      ******************************
           77 WRK-QTD-EMB PIC 9(04) VALUE ZEROS.
           01 TAB-EMBARQUES-DIA.
               02 TAB-EMB OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-EMB
                  INDEXED BY TAB-EMB-IDX.
                   03 TAB-EMB-CARGA-IDX PIC 9(04).
           77 WRK-EMB-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-CRG-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-CRG-ACHADA-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-LIMITE-PESO PIC 9(05)V99 VALUE ZEROS.
           77 WRK-PESO-EMBARQUE PIC 9(05)V99 VALUE ZEROS.
           77 WRK-ADICIONAIS PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-FRETE-PESO-INDIV PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-FRETE-PESO-CARGA PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-SEQ-CARGA PIC 9(04) VALUE ZEROS.
           01 WRK-CODIGO-CARGA.
               02 WRK-CCG-PREFIXO PIC X(01) VALUE 'C'.
               02 WRK-CCG-DATA    PIC X(06) VALUE SPACES.
               02 WRK-CCG-TRANSP  PIC X(04) VALUE SPACES.
               02 WRK-CCG-SEQ     PIC 9(04) VALUE ZEROS.
           77 WRK-ECONOMIA PIC S9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-INDIV PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-CARGA PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-PESO-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-INDIV-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-CARGA-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-ECONOMIA-ED PIC -ZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-CRG PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-EMBARQUES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DO-DIA    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-CARGA PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CONSOLIDADAS PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-HASH PIC S9(11)V99 VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-MONTAR-CARGAS UNTIL FIM-EMBARQUES.
               CLOSE EMBARQUES-IN.
               PERFORM 0300-REPRECIFICAR-CARGA
                   VARYING WRK-CRG-IDX FROM 1 BY 1
                   UNTIL WRK-CRG-IDX > WRK-QTD-CRG.
               PERFORM 0400-GRAVAR-EMBARQUES.
               PERFORM 0500-IMPRIMIR-ECONOMIA.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               PERFORM 0110-LER-DATA-NEGOCIO.
               PERFORM 0120-CARREGAR-TABELA-FRETE.
               PERFORM 0130-CARREGAR-CAPACIDADES.
               MOVE WRK-DATA-RUN (3:6) TO WRK-CCG-DATA.
               OPEN INPUT EMBARQUES-IN.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
      ******************************
      **** A DATA DE MOVIMENTO E A QUE O PORTEIRO LIBEROU
      **** (GATEDATE); SEM O ARQUIVO VALE O RELOGIO DA MAQUINA
      ******************************
           0110-LER-DATA-NEGOCIO.
               OPEN INPUT DATA-PORTAO.
               IF GATE-OK
                   READ DATA-PORTAO
                       AT END CONTINUE
                       NOT AT END
                           IF REG-GAT-ULTIMA-DATA IS NUMERIC
                               MOVE REG-GAT-ULTIMA-DATA
                                   TO WRK-DATA-RUN
                           END-IF
                   END-READ
                   CLOSE DATA-PORTAO
               END-IF.
      ******************************
      **** CARREGA A TABELA DE TARIFAS; VIGENCIA EM BRANCO OU ZERO
      **** VIRA SEM LIMITE
      ******************************
           0120-CARREGAR-TABELA-FRETE.
               OPEN INPUT TABELA-FRETE-IN.
               READ TABELA-FRETE-IN
                   AT END SET FIM-TABELA-FRETE TO TRUE
               END-READ.
               PERFORM 0121-LER-TABELA-FRETE
                   UNTIL FIM-TABELA-FRETE OR WRK-QTD-FRT >= 500.
               CLOSE TABELA-FRETE-IN.
           0121-LER-TABELA-FRETE.
               ADD 1 TO WRK-QTD-FRT.
               MOVE REG-FRT-UF     TO TAB-FRT-UF (WRK-QTD-FRT).
               MOVE REG-FRT-ATE-KG TO TAB-FRT-ATE-KG (WRK-QTD-FRT).
               MOVE REG-FRT-MULT   TO TAB-FRT-MULT (WRK-QTD-FRT).
               MOVE REG-FRT-TRANSP TO TAB-FRT-TRANSP (WRK-QTD-FRT).
               IF REG-FRT-VIG-INI = SPACES
                   OR REG-FRT-VIG-INI = '00000000'
                   MOVE '00000000' TO TAB-FRT-VIG-INI (WRK-QTD-FRT)
               ELSE
                   MOVE REG-FRT-VIG-INI
                       TO TAB-FRT-VIG-INI (WRK-QTD-FRT)
               END-IF.
               IF REG-FRT-VIG-FIM = SPACES
                   OR REG-FRT-VIG-FIM = '00000000'
                   MOVE '99999999' TO TAB-FRT-VIG-FIM (WRK-QTD-FRT)
               ELSE
                   MOVE REG-FRT-VIG-FIM
                       TO TAB-FRT-VIG-FIM (WRK-QTD-FRT)
               END-IF.
               READ TABELA-FRETE-IN
                   AT END SET FIM-TABELA-FRETE TO TRUE
               END-READ.
      ******************************
      **** CARREGA OS LIMITES DE PESO POR TRANSPORTADORA, SE O
      **** ARQUIVO EXISTIR
      ******************************
           0130-CARREGAR-CAPACIDADES.
               OPEN INPUT CAPACIDADE-IN.
               IF CAPCARGA-OK
                   READ CAPACIDADE-IN
                       AT END SET FIM-CAPACIDADE TO TRUE
                   END-READ
                   PERFORM 0131-LER-CAPACIDADE
                       UNTIL FIM-CAPACIDADE OR WRK-QTD-CAP >= 100
                   CLOSE CAPACIDADE-IN
               END-IF.
           0131-LER-CAPACIDADE.
               IF REG-CAP-PESO-MAX IS NUMERIC
                   ADD 1 TO WRK-QTD-CAP
                   MOVE REG-CAP-TRANSP
                       TO TAB-CAP-TRANSP (WRK-QTD-CAP)
                   MOVE REG-CAP-PESO-MAX
                       TO TAB-CAP-PESO-MAX (WRK-QTD-CAP)
               END-IF.
               READ CAPACIDADE-IN
                   AT END SET FIM-CAPACIDADE TO TRUE
               END-READ.
      ******************************
      **** PRIMEIRA PASSADA: CADA EMBARQUE NOVO DO DIA ENTRA NA
      **** PRIMEIRA CARGA ABERTA DA MESMA CHAVE EM QUE AINDA CABE,
      **** OU ABRE UMA CARGA NOVA
      ******************************
           0200-MONTAR-CARGAS.
               ADD 1 TO WRK-TOTAL-EMBARQUES.
               ADD WRK-EMB-FRETE TO WRK-TOTAL-HASH.
               IF EMB-GERADO
                   AND WRK-EMB-REFERENCIA (1:8) = WRK-DATA-RUN
                   AND WRK-EMB-ROMANEIO = SPACES
                   AND WRK-EMB-CARGA = SPACES
                   ADD 1 TO WRK-TOTAL-DO-DIA
                   IF WRK-QTD-EMB < 2000
                       PERFORM 0210-ALOCAR-CARGA
                   ELSE
                       ADD 1 TO WRK-TOTAL-SEM-CARGA
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
           0210-ALOCAR-CARGA.
               IF WRK-EMB-PESO IS NUMERIC
                   MOVE WRK-EMB-PESO TO WRK-PESO-EMBARQUE
               ELSE
                   MOVE ZEROS TO WRK-PESO-EMBARQUE
               END-IF.
               MOVE ZEROS TO WRK-LIMITE-PESO WRK-CRG-ACHADA-IDX.
               IF WRK-QTD-CAP > 0
                   SET TAB-CAP-IDX TO 1
                   SEARCH TAB-CAP
                       AT END CONTINUE
                       WHEN TAB-CAP-TRANSP (TAB-CAP-IDX)
                           = WRK-EMB-TRANSP
                           MOVE TAB-CAP-PESO-MAX (TAB-CAP-IDX)
                               TO WRK-LIMITE-PESO
                   END-SEARCH
               END-IF.
               IF WRK-LIMITE-PESO > ZEROS AND WRK-QTD-CRG > 0
                   SET TAB-CRG-IDX TO 1
                   SEARCH TAB-CRG
                       AT END CONTINUE
                       WHEN TAB-CRG-TRANSP (TAB-CRG-IDX)
                               = WRK-EMB-TRANSP
                           AND TAB-CRG-UF (TAB-CRG-IDX) = WRK-EMB-UF
                           AND TAB-CRG-DEPOSITO (TAB-CRG-IDX)
                               = WRK-EMB-DEPOSITO
                           AND TAB-CRG-DATA (TAB-CRG-IDX)
                               = WRK-EMB-REFERENCIA (1:8)
                           AND TAB-CRG-PESO (TAB-CRG-IDX)
                               + WRK-PESO-EMBARQUE
                               NOT > TAB-CRG-LIMITE (TAB-CRG-IDX)
                           SET WRK-CRG-ACHADA-IDX TO TAB-CRG-IDX
                   END-SEARCH
               END-IF.
               IF WRK-CRG-ACHADA-IDX = 0 AND WRK-QTD-CRG < 500
                   PERFORM 0220-ABRIR-CARGA
               END-IF.
               ADD 1 TO WRK-QTD-EMB.
               MOVE WRK-CRG-ACHADA-IDX
                   TO TAB-EMB-CARGA-IDX (WRK-QTD-EMB).
               IF WRK-CRG-ACHADA-IDX = 0
                   ADD 1 TO WRK-TOTAL-SEM-CARGA
                   MOVE 4 TO RETURN-CODE
               ELSE
                   SET TAB-CRG-IDX TO WRK-CRG-ACHADA-IDX
                   ADD 1 TO TAB-CRG-VOLUMES (TAB-CRG-IDX)
                   ADD WRK-PESO-EMBARQUE TO TAB-CRG-PESO (TAB-CRG-IDX)
               END-IF.
      ******************************
      **** CARGA NOVA: C + DATA AAMMDD + TRANSPORTADORA + SEQUENCIA
      **** DO DIA
      ******************************
           0220-ABRIR-CARGA.
               ADD 1 TO WRK-QTD-CRG.
               ADD 1 TO WRK-SEQ-CARGA.
               SET TAB-CRG-IDX TO WRK-QTD-CRG.
               MOVE WRK-EMB-TRANSP TO WRK-CCG-TRANSP.
               MOVE WRK-SEQ-CARGA TO WRK-CCG-SEQ.
               MOVE WRK-CODIGO-CARGA TO TAB-CRG-CODIGO (TAB-CRG-IDX).
               MOVE WRK-EMB-TRANSP TO TAB-CRG-TRANSP (TAB-CRG-IDX).
               MOVE WRK-EMB-UF TO TAB-CRG-UF (TAB-CRG-IDX).
               MOVE WRK-EMB-DEPOSITO TO TAB-CRG-DEPOSITO (TAB-CRG-IDX).
               MOVE WRK-EMB-REFERENCIA (1:8)
                   TO TAB-CRG-DATA (TAB-CRG-IDX).
               MOVE WRK-LIMITE-PESO TO TAB-CRG-LIMITE (TAB-CRG-IDX).
               MOVE 'N' TO TAB-CRG-TARIFADA (TAB-CRG-IDX).
               MOVE ZEROS TO TAB-CRG-VOLUMES (TAB-CRG-IDX)
                             TAB-CRG-PESO (TAB-CRG-IDX)
                             TAB-CRG-MULT (TAB-CRG-IDX)
                             TAB-CRG-FRETE-INDIV (TAB-CRG-IDX)
                             TAB-CRG-FRETE-CARGA (TAB-CRG-IDX).
               SET WRK-CRG-ACHADA-IDX TO TAB-CRG-IDX.
      ******************************
      **** CARGA COM MAIS DE UM EMBARQUE PROCURA A FAIXA DA TABELA
      **** PELO PESO SOMADO, NA VIGENCIA DA DATA DO RUN
      ******************************
           0300-REPRECIFICAR-CARGA.
               SET TAB-CRG-IDX TO WRK-CRG-IDX.
               IF TAB-CRG-VOLUMES (TAB-CRG-IDX) > 1
                   AND WRK-QTD-FRT > 0
                   SET TAB-FRT-IDX TO 1
                   SEARCH TAB-FRT
                       AT END CONTINUE
                       WHEN TAB-FRT-UF (TAB-FRT-IDX)
                               = TAB-CRG-UF (TAB-CRG-IDX)
                           AND TAB-CRG-PESO (TAB-CRG-IDX) NOT >
                               TAB-FRT-ATE-KG (TAB-FRT-IDX)
                           AND TAB-FRT-TRANSP (TAB-FRT-IDX)
                               = TAB-CRG-TRANSP (TAB-CRG-IDX)
                           AND WRK-DATA-RUN NOT <
                               TAB-FRT-VIG-INI (TAB-FRT-IDX)
                           AND WRK-DATA-RUN NOT >
                               TAB-FRT-VIG-FIM (TAB-FRT-IDX)
                           MOVE 'S' TO TAB-CRG-TARIFADA (TAB-CRG-IDX)
                           MOVE TAB-FRT-MULT (TAB-FRT-IDX)
                               TO TAB-CRG-MULT (TAB-CRG-IDX)
                   END-SEARCH
               END-IF.
      ******************************
      **** SEGUNDA PASSADA: REGRAVA O ARQUIVO DE EMBARQUES COM A
      **** CARGA E O FRETE DA CARGA NOS EMBARQUES DO DIA, NA MESMA
      **** ORDEM DA PRIMEIRA
      ******************************
           0400-GRAVAR-EMBARQUES.
               MOVE 'N' TO WRK-FIM-EMBARQUES.
               MOVE ZEROS TO WRK-EMB-IDX.
               OPEN I-O EMBARQUES-IN.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
               PERFORM 0410-GRAVAR-EMBARQUE UNTIL FIM-EMBARQUES.
               CLOSE EMBARQUES-IN.
           0410-GRAVAR-EMBARQUE.
               IF EMB-GERADO
                   AND WRK-EMB-REFERENCIA (1:8) = WRK-DATA-RUN
                   AND WRK-EMB-ROMANEIO = SPACES
                   AND WRK-EMB-CARGA = SPACES
                   AND WRK-EMB-IDX < WRK-QTD-EMB
                   ADD 1 TO WRK-EMB-IDX
                   IF TAB-EMB-CARGA-IDX (WRK-EMB-IDX) > 0
                       PERFORM 0420-APLICAR-CARGA
                   END-IF
               END-IF.
               REWRITE LINHA-EMBARQUE-IN FROM WRK-EMBARQUE
                   INVALID KEY CONTINUE
               END-REWRITE.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
      ******************************
      **** O EMBARQUE FICA COM O MENOR FRETE PESO (INDIVIDUAL OU NA
      **** FAIXA DA CARGA) MAIS OS SEUS ADICIONAIS, QUE NAO MUDAM
      ******************************
           0420-APLICAR-CARGA.
               SET TAB-CRG-IDX TO TAB-EMB-CARGA-IDX (WRK-EMB-IDX).
               MOVE TAB-CRG-CODIGO (TAB-CRG-IDX) TO WRK-EMB-CARGA.
               MOVE ZEROS TO WRK-ADICIONAIS.
               IF WRK-EMB-GRIS IS NUMERIC
                   ADD WRK-EMB-GRIS TO WRK-ADICIONAIS
               END-IF.
               IF WRK-EMB-ADVALOREM IS NUMERIC
                   ADD WRK-EMB-ADVALOREM TO WRK-ADICIONAIS
               END-IF.
               IF WRK-EMB-PEDAGIO IS NUMERIC
                   ADD WRK-EMB-PEDAGIO TO WRK-ADICIONAIS
               END-IF.
               IF WRK-EMB-TDE IS NUMERIC
                   ADD WRK-EMB-TDE TO WRK-ADICIONAIS
               END-IF.
               IF WRK-ADICIONAIS > WRK-EMB-FRETE
                   MOVE WRK-EMB-FRETE TO WRK-ADICIONAIS
               END-IF.
               COMPUTE WRK-FRETE-PESO-INDIV =
                   WRK-EMB-FRETE - WRK-ADICIONAIS.
               MOVE WRK-FRETE-PESO-INDIV TO WRK-FRETE-PESO-CARGA.
               IF TAB-CRG-TARIFADA (TAB-CRG-IDX) = 'S'
                   AND WRK-EMB-VALOR-DECL IS NUMERIC
                   COMPUTE WRK-FRETE-PESO-CARGA ROUNDED =
                       WRK-EMB-VALOR-DECL * TAB-CRG-MULT (TAB-CRG-IDX)
                   IF WRK-FRETE-PESO-CARGA > WRK-FRETE-PESO-INDIV
                       MOVE WRK-FRETE-PESO-INDIV
                           TO WRK-FRETE-PESO-CARGA
                   END-IF
               END-IF.
               COMPUTE WRK-EMB-FRETE-CARGA =
                   WRK-FRETE-PESO-CARGA + WRK-ADICIONAIS.
               ADD WRK-EMB-FRETE TO TAB-CRG-FRETE-INDIV (TAB-CRG-IDX).
               ADD WRK-EMB-FRETE-CARGA
                   TO TAB-CRG-FRETE-CARGA (TAB-CRG-IDX).
      ******************************
      **** RELATORIO DE ECONOMIA: UMA LINHA POR CARGA, FRETE
      **** INDIVIDUAL X CONSOLIDADO, E O TOTAL DO DIA
      ******************************
           0500-IMPRIMIR-ECONOMIA.
               OPEN OUTPUT RELATORIO-CRG.
               MOVE 'CONSOLIDACAO DE CARGAS - ECONOMIA DE FRETE'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               MOVE SPACES TO WRK-LINHA-CRG.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-CRG.
               WRITE LINHA-CRG FROM WRK-LINHA-CRG.
               MOVE SPACES TO WRK-LINHA-CRG.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '     MOVIMENTO ' DELIMITED BY SIZE
                      WRK-DATA-RUN DELIMITED BY SIZE
                      INTO WRK-LINHA-CRG.
               WRITE LINHA-CRG FROM WRK-LINHA-CRG.
               MOVE SPACES TO LINHA-CRG.
               WRITE LINHA-CRG.
               MOVE SPACES TO WRK-LINHA-CRG.
               MOVE 'CARGA'       TO WRK-LINHA-CRG (1:5).
               MOVE 'TRSP UF  VOL' TO WRK-LINHA-CRG (17:12).
               MOVE 'PESO'        TO WRK-LINHA-CRG (36:4).
               MOVE 'INDIVIDUAL'  TO WRK-LINHA-CRG (41:10).
               MOVE 'CONSOLID.'   TO WRK-LINHA-CRG (53:9).
               MOVE 'ECONOMIA'    TO WRK-LINHA-CRG (65:8).
               WRITE LINHA-CRG FROM WRK-LINHA-CRG.
               PERFORM 0510-IMPRIMIR-CARGA
                   VARYING WRK-CRG-IDX FROM 1 BY 1
                   UNTIL WRK-CRG-IDX > WRK-QTD-CRG.
               COMPUTE WRK-ECONOMIA = WRK-TOTAL-INDIV - WRK-TOTAL-CARGA.
               MOVE SPACES TO LINHA-CRG.
               WRITE LINHA-CRG.
               MOVE WRK-TOTAL-INDIV TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA-CRG.
               STRING 'TOTAL FRETE INDIVIDUAL   ' DELIMITED BY SIZE
                      WRK-TOTAL-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CRG.
               WRITE LINHA-CRG FROM WRK-LINHA-CRG.
               MOVE WRK-TOTAL-CARGA TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA-CRG.
               STRING 'TOTAL FRETE CONSOLIDADO  ' DELIMITED BY SIZE
                      WRK-TOTAL-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CRG.
               WRITE LINHA-CRG FROM WRK-LINHA-CRG.
               MOVE WRK-ECONOMIA TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA-CRG.
               STRING 'ECONOMIA DO DIA          ' DELIMITED BY SIZE
                      WRK-TOTAL-ED DELIMITED BY SIZE
                      '  CARGAS CONSOLIDADAS ' DELIMITED BY SIZE
                      WRK-TOTAL-CONSOLIDADAS DELIMITED BY SIZE
                      INTO WRK-LINHA-CRG.
               WRITE LINHA-CRG FROM WRK-LINHA-CRG.
               IF WRK-TOTAL-SEM-CARGA > 0
                   MOVE SPACES TO WRK-LINHA-CRG
                   STRING 'EMBARQUES SEM CARGA (TABELA CHEIA): '
                              DELIMITED BY SIZE
                          WRK-TOTAL-SEM-CARGA DELIMITED BY SIZE
                          INTO WRK-LINHA-CRG
                   WRITE LINHA-CRG FROM WRK-LINHA-CRG
               END-IF.
               CLOSE RELATORIO-CRG.
           0510-IMPRIMIR-CARGA.
               SET TAB-CRG-IDX TO WRK-CRG-IDX.
               IF TAB-CRG-VOLUMES (TAB-CRG-IDX) > 1
                   ADD 1 TO WRK-TOTAL-CONSOLIDADAS
               END-IF.
               ADD TAB-CRG-FRETE-INDIV (TAB-CRG-IDX) TO WRK-TOTAL-INDIV.
               ADD TAB-CRG-FRETE-CARGA (TAB-CRG-IDX) TO WRK-TOTAL-CARGA.
               COMPUTE WRK-ECONOMIA = TAB-CRG-FRETE-INDIV (TAB-CRG-IDX)
                   - TAB-CRG-FRETE-CARGA (TAB-CRG-IDX).
               MOVE TAB-CRG-PESO (TAB-CRG-IDX) TO WRK-PESO-ED.
               MOVE TAB-CRG-FRETE-INDIV (TAB-CRG-IDX) TO WRK-INDIV-ED.
               MOVE TAB-CRG-FRETE-CARGA (TAB-CRG-IDX) TO WRK-CARGA-ED.
               MOVE WRK-ECONOMIA TO WRK-ECONOMIA-ED.
               MOVE SPACES TO WRK-LINHA-CRG.
               STRING TAB-CRG-CODIGO (TAB-CRG-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-CRG-TRANSP (TAB-CRG-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-CRG-UF (TAB-CRG-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-CRG-VOLUMES (TAB-CRG-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PESO-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-INDIV-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-CARGA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-ECONOMIA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CRG.
               WRITE LINHA-CRG FROM WRK-LINHA-CRG.
           0800-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'EMBARQUES LIDOS     : ' WRK-TOTAL-EMBARQUES.
               DISPLAY 'EMBARQUES DO DIA    : ' WRK-TOTAL-DO-DIA.
               DISPLAY 'CARGAS MONTADAS     : ' WRK-QTD-CRG.
               DISPLAY 'CARGAS CONSOLIDADAS : ' WRK-TOTAL-CONSOLIDADAS.
               DISPLAY 'EMBARQUES SEM CARGA : ' WRK-TOTAL-SEM-CARGA.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGCOB99' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-EMBARQUES TO WRK-CTL-LIDOS.
               MOVE WRK-QTD-EMB TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-SEM-CARGA TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-HASH TO WRK-CTL-HASH.
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
               MOVE 'PROGCOB99' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGCOB99' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-QTD-EMB TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
