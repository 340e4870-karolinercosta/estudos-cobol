           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAZ.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CONSULTA DE LANCAMENTOS POR CONTA (RAZAO
      *     ANALITICO) -- QUANDO O BALANCETE NAO FECHA, NINGUEM
      *     SABIA DE QUE PROGRAMA OU DOCUMENTO VEIO CADA VALOR DA
      *     CONTA. A PARTIR DA CONTA E DA COMPETENCIA (AAAAMM) DO
      *     SYSIN, COM A EMPRESA OPCIONAL, LISTA CADA LANCAMENTO DO
      *     PERIODO: OS DIGITADOS (LANCIN) E OS GERADOS PELA SUITE
      *     (LANCINT), ESTES COM A ORIGEM GRAVADA PELO GERADOR
      *     (CPYLORI) -- O PROGRAMA, O PRIMEIRO E O ULTIMO DOCUMENTO
      *     (TITULO DO RECEBIV, REFERENCIA DO EMBARQUE, FATURA,
      *     TITULO DO APAGAR, MOVIMENTO DE ESTOQUE...) E A
      *     QUANTIDADE DE DOCUMENTOS DO LANCAMENTO. NO FIM SAI O
      *     RESUMO DA CONTA POR ORIGEM E O TOTAL DO PERIODO. O JCL
      *     CONCATENA AS GUARDAS NA FRENTE DOS ARQUIVOS VIVOS, PARA
      *     ALCANCAR COMPETENCIA JA FECHADA. LANCAMENTO GRAVADO ANTES
      *     DA ORIGEM EXISTIR SAI COMO SEM ORIGEM
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEDIDO-CONSULTA ASSIGN TO SYSIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SYSIN-STATUS.
               SELECT LANCTOS-IN ASSIGN TO LANCIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCIN-STATUS.
               SELECT LANCTOS-INTERFACE ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCINT-STATUS.
               SELECT RELATORIO-RAZ ASSIGN TO RAZRPT
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
           FD  PEDIDO-CONSULTA.
           01  REG-PEDIDO-CONSULTA.
               02 REG-PED-CONTA       PIC X(06).
               02 FILLER              PIC X(01).
               02 REG-PED-COMPETENCIA PIC X(06).
               02 FILLER              PIC X(01).
               02 REG-PED-EMPRESA     PIC X(03).
           FD  LANCTOS-IN.
           01  REG-LANCTO-IN.
               02 REG-LANCTO-CONTA PIC X(06).
               02 REG-LANCTO-DATA  PIC X(08).
               02 REG-LANCTO-VALOR PIC S9(07) SIGN IS LEADING SEPARATE.
               02 REG-LANCTO-EMPRESA PIC X(03).
               02 FILLER           PIC X(01).
               02 REG-LANCTO-CCUSTO PIC X(04).
           FD  LANCTOS-INTERFACE.
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
           FD  RELATORIO-RAZ.
           01  LINHA-RAZ PIC X(132).
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
           COPY CPYCTRL.
           COPY CPYLORI.
           77 WRK-SYSIN-STATUS PIC X(02) VALUE '00'.
               88 SYSIN-OK VALUE '00'.
           77 WRK-LANCIN-STATUS PIC X(02) VALUE '00'.
               88 LANCIN-OK VALUE '00'.
           77 WRK-LANCINT-STATUS PIC X(02) VALUE '00'.
               88 LANCINT-OK VALUE '00'.
           77 WRK-FIM-LANCTOS PIC X(01) VALUE 'N'.
               88 FIM-LANCTOS VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
      ******************************
      **** PEDIDO DA CONSULTA (SYSIN): CONTA, COMPETENCIA E EMPRESA
      **** (EM BRANCO = TODAS AS EMPRESAS)
      ******************************
           77 WRK-CONTA       PIC X(06) VALUE SPACES.
           77 WRK-COMPETENCIA PIC X(06) VALUE SPACES.
           77 WRK-EMPRESA     PIC X(03) VALUE SPACES.
      ******************************
      **** LANCAMENTO DA VEZ, NO MESMO FORMATO PARA AS DUAS FONTES
      ******************************
           77 WRK-LCT-DATA    PIC X(08) VALUE SPACES.
           77 WRK-LCT-EMPRESA PIC X(03) VALUE SPACES.
           77 WRK-LCT-CCUSTO  PIC X(04) VALUE SPACES.
           77 WRK-LCT-VALOR   PIC S9(07) VALUE ZEROS.
      ******************************
      **** RESUMO DA CONTA POR PROGRAMA DE ORIGEM
      ******************************
           77 WRK-QTD-ORG PIC 9(02) VALUE ZEROS.
           01 TAB-ORIGENS.
               02 TAB-ORG OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-ORG
                  INDEXED BY TAB-ORG-IDX.
                   03 TAB-ORG-PROGRAMA PIC X(10).
                   03 TAB-ORG-LANCTOS  PIC 9(06).
                   03 TAB-ORG-DOCS     PIC 9(07).
                   03 TAB-ORG-VALOR    PIC S9(11) COMP-3.
           77 WRK-ORG-IDX PIC 9(02) VALUE ZEROS.
           77 WRK-DOCUMENTOS PIC X(48) VALUE SPACES.
           77 WRK-QTD-DOCS-ED PIC ZZZZ9 BLANK WHEN ZERO.
           77 WRK-QTD-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-DOCS-TOT-ED PIC ZZZZZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED PIC -ZZ.ZZZ.ZZ9 VALUE ZEROS.
           77 WRK-TOTAL-ED PIC -ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           77 WRK-LINHA-RAZ PIC X(132) VALUE SPACES.
           77 WRK-TOTAL-LIDOS     PIC 9(08) VALUE ZEROS.
           77 WRK-TOTAL-LISTADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DIGITADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-GERADOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-ORIGEM PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CONTA PIC S9(11) VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-LISTAR-LANCIN.
               PERFORM 0300-LISTAR-LANCINT.
               PERFORM 0400-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               PERFORM 0105-LER-PEDIDO.
               OPEN OUTPUT RELATORIO-RAZ.
               MOVE SPACES TO WRK-LINHA-RAZ.
               STRING 'LANCAMENTOS DA CONTA ' DELIMITED BY SIZE
                      WRK-CONTA DELIMITED BY SIZE
                      '  COMPETENCIA ' DELIMITED BY SIZE
                      WRK-COMPETENCIA DELIMITED BY SIZE
                      INTO WRK-LINHA-RAZ.
               IF WRK-EMPRESA NOT = SPACES
                   MOVE 'EMPRESA' TO WRK-LINHA-RAZ (50:7)
                   MOVE WRK-EMPRESA TO WRK-LINHA-RAZ (58:3)
               END-IF.
               WRITE LINHA-RAZ FROM WRK-LINHA-RAZ.
               MOVE SPACES TO LINHA-RAZ.
               WRITE LINHA-RAZ.
               MOVE SPACES TO WRK-LINHA-RAZ.
               STRING 'DATA     EMP CCUS       VALOR  ORIGEM       '
                          DELIMITED BY SIZE
                      'QTD DOCUMENTOS' DELIMITED BY SIZE
                      INTO WRK-LINHA-RAZ.
               WRITE LINHA-RAZ FROM WRK-LINHA-RAZ.
      ******************************
      **** SEM CONTA OU COM COMPETENCIA INVALIDA NO SYSIN NAO HA O
      **** QUE CONSULTAR: O RUN E RECUSADO COM RC=8
      ******************************
           0105-LER-PEDIDO.
               OPEN INPUT PEDIDO-CONSULTA.
               IF SYSIN-OK
                   READ PEDIDO-CONSULTA
                       AT END CONTINUE
                       NOT AT END
                           MOVE REG-PED-CONTA TO WRK-CONTA
                           MOVE REG-PED-COMPETENCIA TO WRK-COMPETENCIA
                           MOVE REG-PED-EMPRESA TO WRK-EMPRESA
                   END-READ
                   CLOSE PEDIDO-CONSULTA
               END-IF.
               IF WRK-CONTA = SPACES
                   OR WRK-COMPETENCIA IS NOT NUMERIC
                   OR WRK-COMPETENCIA (5:2) < '01'
                   OR WRK-COMPETENCIA (5:2) > '12'
                   DISPLAY 'SYSIN SEM CONTA OU COM COMPETENCIA '
                       'INVALIDA (CONTA AAAAMM [EMPRESA]) - '
                       'RUN RECUSADO'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0990-REGISTRAR-FIM
                   STOP RUN
               END-IF.
      ******************************
      **** LANCAMENTOS DIGITADOS (GUARDA + LANCIN VIVO). HEADER E
      **** TRAILER DO ENVELOPE NAO TEM CONTA NEM DATA VALIDAS E
      **** CAEM NO FILTRO DE CONTA E COMPETENCIA
      ******************************
           0200-LISTAR-LANCIN.
               MOVE 'N' TO WRK-FIM-LANCTOS.
               OPEN INPUT LANCTOS-IN.
               IF LANCIN-OK
                   READ LANCTOS-IN
                       AT END SET FIM-LANCTOS TO TRUE
                   END-READ
                   PERFORM 0210-AVALIAR-LANCIN UNTIL FIM-LANCTOS
                   CLOSE LANCTOS-IN
               END-IF.
           0210-AVALIAR-LANCIN.
               ADD 1 TO WRK-TOTAL-LIDOS.
               IF REG-LANCTO-CONTA = WRK-CONTA
                   AND REG-LANCTO-DATA (1:6) = WRK-COMPETENCIA
                   AND (WRK-EMPRESA = SPACES
                        OR REG-LANCTO-EMPRESA = WRK-EMPRESA)
                   ADD 1 TO WRK-TOTAL-DIGITADOS
                   MOVE REG-LANCTO-DATA    TO WRK-LCT-DATA
                   MOVE REG-LANCTO-EMPRESA TO WRK-LCT-EMPRESA
                   MOVE REG-LANCTO-CCUSTO  TO WRK-LCT-CCUSTO
                   MOVE REG-LANCTO-VALOR   TO WRK-LCT-VALOR
                   MOVE 'DIGITADO' TO WRK-ORI-PROGRAMA
                   MOVE SPACES TO WRK-ORI-DOC-INICIAL
                                  WRK-ORI-DOC-FINAL
                   MOVE ZEROS TO WRK-ORI-QTD-DOCS
                   MOVE 'LANCAMENTO MANUAL (LANCIN)'
                       TO WRK-DOCUMENTOS
                   PERFORM 0350-IMPRIMIR-LANCAMENTO
               END-IF.
               READ LANCTOS-IN
                   AT END SET FIM-LANCTOS TO TRUE
               END-READ.
      ******************************
      **** LANCAMENTOS GERADOS PELA SUITE (GUARDA + LANCINT VIVO),
      **** COM A ORIGEM GRAVADA PELO GERADOR
      ******************************
           0300-LISTAR-LANCINT.
               MOVE 'N' TO WRK-FIM-LANCTOS.
               OPEN INPUT LANCTOS-INTERFACE.
               IF LANCINT-OK
                   READ LANCTOS-INTERFACE
                       AT END SET FIM-LANCTOS TO TRUE
                   END-READ
                   PERFORM 0310-AVALIAR-LANCINT UNTIL FIM-LANCTOS
                   CLOSE LANCTOS-INTERFACE
               END-IF.
           0310-AVALIAR-LANCINT.
               ADD 1 TO WRK-TOTAL-LIDOS.
               IF REG-LCI-CONTA = WRK-CONTA
                   AND REG-LCI-DATA (1:6) = WRK-COMPETENCIA
                   AND (WRK-EMPRESA = SPACES
                        OR REG-LCI-EMPRESA = WRK-EMPRESA)
                   ADD 1 TO WRK-TOTAL-GERADOS
                   MOVE REG-LCI-DATA    TO WRK-LCT-DATA
                   MOVE REG-LCI-EMPRESA TO WRK-LCT-EMPRESA
                   MOVE REG-LCI-CCUSTO  TO WRK-LCT-CCUSTO
                   MOVE REG-LCI-VALOR   TO WRK-LCT-VALOR
                   MOVE REG-LCI-ORIGEM  TO WRK-ORIGEM-LANCTO
                   PERFORM 0320-MONTAR-DOCUMENTOS
                   PERFORM 0350-IMPRIMIR-LANCAMENTO
               END-IF.
               READ LANCTOS-INTERFACE
                   AT END SET FIM-LANCTOS TO TRUE
               END-READ.
      ******************************
      **** FAIXA DE DOCUMENTOS DO LANCAMENTO: UM DOCUMENTO SO SAI
      **** SOZINHO; MAIS DE UM SAI COMO PRIMEIRO A ULTIMO (A
      **** QUANTIDADE VAI NA COLUNA QTD). REGISTRO ANTERIOR A
      **** ORIGEM VEM EM BRANCO
      ******************************
           0320-MONTAR-DOCUMENTOS.
               IF WRK-ORI-QTD-DOCS IS NOT NUMERIC
                   MOVE ZEROS TO WRK-ORI-QTD-DOCS
               END-IF.
               MOVE SPACES TO WRK-DOCUMENTOS.
               IF WRK-ORI-PROGRAMA = SPACES
                   ADD 1 TO WRK-TOTAL-SEM-ORIGEM
                   MOVE 'SEM ORIGEM' TO WRK-ORI-PROGRAMA
               ELSE
                   IF WRK-ORI-QTD-DOCS > 1
                       STRING WRK-ORI-DOC-INICIAL DELIMITED BY '  '
                              ' A ' DELIMITED BY SIZE
                              WRK-ORI-DOC-FINAL DELIMITED BY '  '
                              INTO WRK-DOCUMENTOS
                   ELSE
                       MOVE WRK-ORI-DOC-INICIAL TO WRK-DOCUMENTOS
                   END-IF
               END-IF.
           0350-IMPRIMIR-LANCAMENTO.
               ADD 1 TO WRK-TOTAL-LISTADOS.
               ADD WRK-LCT-VALOR TO WRK-TOTAL-CONTA.
               PERFORM 0360-SOMAR-ORIGEM.
               MOVE WRK-LCT-VALOR TO WRK-VALOR-ED.
               MOVE WRK-ORI-QTD-DOCS TO WRK-QTD-DOCS-ED.
               MOVE SPACES TO WRK-LINHA-RAZ.
               STRING WRK-LCT-DATA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LCT-EMPRESA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LCT-CCUSTO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-ORI-PROGRAMA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-QTD-DOCS-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DOCUMENTOS DELIMITED BY SIZE
                      INTO WRK-LINHA-RAZ.
               WRITE LINHA-RAZ FROM WRK-LINHA-RAZ.
      ******************************
      **** SOMA O LANCAMENTO NO RESUMO DO PROGRAMA DE ORIGEM,
      **** CRIANDO A LINHA NA PRIMEIRA OCORRENCIA
      ******************************
           0360-SOMAR-ORIGEM.
               IF WRK-QTD-ORG > 0
                   SET TAB-ORG-IDX TO 1
                   SEARCH TAB-ORG
                       AT END PERFORM 0365-CRIAR-ORIGEM
                       WHEN TAB-ORG-PROGRAMA (TAB-ORG-IDX)
                           = WRK-ORI-PROGRAMA
                           CONTINUE
                   END-SEARCH
               ELSE
                   PERFORM 0365-CRIAR-ORIGEM
               END-IF.
               IF NOT TABELA-ESTOURADA
                   ADD 1 TO TAB-ORG-LANCTOS (TAB-ORG-IDX)
                   ADD WRK-ORI-QTD-DOCS TO TAB-ORG-DOCS (TAB-ORG-IDX)
                   ADD WRK-LCT-VALOR TO TAB-ORG-VALOR (TAB-ORG-IDX)
               END-IF.
           0365-CRIAR-ORIGEM.
               IF WRK-QTD-ORG < 50
                   ADD 1 TO WRK-QTD-ORG
                   SET TAB-ORG-IDX TO WRK-QTD-ORG
                   MOVE WRK-ORI-PROGRAMA
                       TO TAB-ORG-PROGRAMA (TAB-ORG-IDX)
                   MOVE ZEROS TO TAB-ORG-LANCTOS (TAB-ORG-IDX)
                                 TAB-ORG-DOCS (TAB-ORG-IDX)
                                 TAB-ORG-VALOR (TAB-ORG-IDX)
               ELSE
                   IF NOT TABELA-ESTOURADA
                       DISPLAY '*** TABELA DE ORIGENS ESTOUROU '
                           '(50) - RESUMO INCOMPLETO, RUN MARCADO '
                           'RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** RESUMO POR ORIGEM E TOTAL DA CONTA NO PERIODO
      ******************************
           0400-FINALIZAR.
               MOVE SPACES TO LINHA-RAZ.
               WRITE LINHA-RAZ.
               IF WRK-TOTAL-LISTADOS = 0
                   MOVE 'NENHUM LANCAMENTO NA CONTA E COMPETENCIA'
                       TO LINHA-RAZ
                   WRITE LINHA-RAZ
               ELSE
                   MOVE 'RESUMO POR ORIGEM' TO LINHA-RAZ
                   WRITE LINHA-RAZ
                   MOVE SPACES TO WRK-LINHA-RAZ
                   MOVE 'ORIGEM'     TO WRK-LINHA-RAZ (1:6)
                   MOVE 'LANCTOS'    TO WRK-LINHA-RAZ (20:7)
                   MOVE 'DOCUMENTOS' TO WRK-LINHA-RAZ (29:10)
                   MOVE 'VALOR'      TO WRK-LINHA-RAZ (51:5)
                   WRITE LINHA-RAZ FROM WRK-LINHA-RAZ
                   PERFORM 0410-IMPRIMIR-ORIGEM
                       VARYING WRK-ORG-IDX FROM 1 BY 1
                       UNTIL WRK-ORG-IDX > WRK-QTD-ORG
               END-IF.
               MOVE WRK-TOTAL-LISTADOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-CONTA TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA-RAZ.
               STRING 'TOTAL DA CONTA NO PERIODO  ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' LANCAMENTOS  ' DELIMITED BY SIZE
                      WRK-TOTAL-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-RAZ.
               WRITE LINHA-RAZ FROM WRK-LINHA-RAZ.
               CLOSE RELATORIO-RAZ.
               DISPLAY '********************'.
               DISPLAY 'REGISTROS LIDOS      : ' WRK-TOTAL-LIDOS.
               DISPLAY 'LANCAMENTOS LISTADOS : ' WRK-TOTAL-LISTADOS.
               DISPLAY 'DIGITADOS (LANCIN)   : ' WRK-TOTAL-DIGITADOS.
               DISPLAY 'GERADOS (LANCINT)    : ' WRK-TOTAL-GERADOS.
               DISPLAY 'SEM ORIGEM           : ' WRK-TOTAL-SEM-ORIGEM.
               PERFORM 0900-GRAVAR-CONTROLE.
           0410-IMPRIMIR-ORIGEM.
               SET TAB-ORG-IDX TO WRK-ORG-IDX.
               MOVE TAB-ORG-LANCTOS (TAB-ORG-IDX) TO WRK-QTD-ED.
               MOVE TAB-ORG-DOCS (TAB-ORG-IDX) TO WRK-QTD-DOCS-TOT-ED.
               MOVE TAB-ORG-VALOR (TAB-ORG-IDX) TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA-RAZ.
               STRING TAB-ORG-PROGRAMA (TAB-ORG-IDX) DELIMITED BY SIZE
                      '          ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '     ' DELIMITED BY SIZE
                      WRK-QTD-DOCS-TOT-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-TOTAL-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-RAZ.
               WRITE LINHA-RAZ FROM WRK-LINHA-RAZ.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGRAZ' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-LISTADOS TO WRK-CTL-ACEITOS.
               MOVE ZEROS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-CONTA TO WRK-CTL-HASH.
               MOVE WRK-EMPRESA TO WRK-CTL-EMPRESA.
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
               MOVE 'PROGRAZ' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGRAZ' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-LISTADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
