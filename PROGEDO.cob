           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGEDO.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: TRADUCAO DO OCOREN PADRAO DAS TRANSPORTADORAS
      *     (LAYOUT CPYEDI) PARA AS ATUALIZACOES DE EMBARQUE DO
      *     PROGCOB16 (EMBUPD: REFERENCIA + STATUS + DATA). CADA
      *     OCORRENCIA (342) TRAZ NO DOCUMENTO A NOSSA REFERENCIA DO
      *     EMBARQUE (ENVIADA NO NOTFIS PELO PROGEDN) E O CODIGO
      *     PADRAO DA OCORRENCIA, TRADUZIDO PARA O STATUS DO CPYEMB:
      *       00          PROCESSO DE TRANSPORTE INICIADO -> D
      *       01 E 02     ENTREGA REALIZADA (NO PRAZO/FORA) -> E
      *       03, 04, 25  RECUSA DO DESTINATARIO/DEVOLUCAO  -> R
      *       80 A 99     INFORMATIVAS DE PERCURSO          -> T
      *     AS DEMAIS NAO MUDAM O STATUS DO EMBARQUE E SO SAO
      *     LISTADAS. A DATA VEM DDMMAAAA E VAI AAAAMMDD. O CNPJ DA
      *     TRANSPORTADORA (341) E CONFERIDO NO CADASTRO TRPEDI
      *     (CPYTRANS) SO PARA O RELATORIO (OCORPT) -- A REFERENCIA
      *     JA IDENTIFICA O EMBARQUE. AS ATUALIZACOES SAO
      *     ACRESCENTADAS AO EMBUPD, QUE CONTINUA RECEBENDO TAMBEM AS
      *     DIGITADAS.
      *     SEM OCOREN NO DIA NADA E GRAVADO
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OCORRENCIAS-EDI ASSIGN TO OCOREN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-OCOREN-STATUS.
               SELECT CADASTRO-EDI ASSIGN TO TRPEDI
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TRPEDI-STATUS.
               SELECT ATUALIZACOES-OUT ASSIGN TO EMBUPD
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-OCO ASSIGN TO OCORPT
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
           FD  OCORRENCIAS-EDI.
           01  LINHA-OCOREN PIC X(120).
           FD  CADASTRO-EDI.
           01  LINHA-CADASTRO-EDI PIC X(80).
           FD  ATUALIZACOES-OUT.
           01  REG-ATUALIZACAO.
               02 REG-UPD-REFERENCIA PIC X(20).
               02 REG-UPD-STATUS     PIC X(01).
               02 REG-UPD-DATA       PIC X(08).
           FD  RELATORIO-OCO.
           01  LINHA-OCO PIC X(100).
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
           COPY CPYEDI.
           COPY CPYTRANS.
           COPY CPYCTRL.
           77 WRK-OCOREN-STATUS PIC X(02) VALUE '00'.
               88 OCOREN-OK VALUE '00'.
           77 WRK-TRPEDI-STATUS PIC X(02) VALUE '00'.
               88 TRPEDI-OK VALUE '00'.
           77 WRK-FIM-CADASTRO PIC X(01) VALUE 'N'.
               88 FIM-CADASTRO VALUE 'S'.
           77 WRK-FIM-OCOREN PIC X(01) VALUE 'N'.
               88 FIM-OCOREN VALUE 'S'.
      ******************************
      **** TRANSPORTADORAS DO CADASTRO EDI
      ******************************
           77 WRK-QTD-TRE PIC 9(03) VALUE ZEROS.
           01 TAB-CADASTRO-EDI.
               02 TAB-TRE OCCURS 1 TO 100 TIMES
                  DEPENDING ON WRK-QTD-TRE
                  INDEXED BY TAB-TRE-IDX.
                   03 TAB-TRE-CODIGO  PIC X(04).
                   03 TAB-TRE-CNPJ    PIC X(14).
           77 WRK-TRANSP-ATUAL PIC X(04) VALUE SPACES.
           77 WRK-STATUS-NOVO  PIC X(01) VALUE SPACES.
           77 WRK-DATA-OCORRENCIA PIC X(08) VALUE SPACES.
           77 WRK-LINHA-OCO PIC X(100) VALUE SPACES.
           77 WRK-SITUACAO-OCO PIC X(10) VALUE SPACES.
           77 WRK-TOTAL-LIDOS       PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-OCORRENCIAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-TRADUZIDAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-INFORMATIVAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-INVALIDAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-REGISTRO UNTIL FIM-OCOREN.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               PERFORM 0120-CARREGAR-CADASTRO.
               OPEN OUTPUT RELATORIO-OCO.
               MOVE 'OCOREN - OCORRENCIAS DAS TRANSPORTADORAS'
                   TO LINHA-OCO.
               WRITE LINHA-OCO.
               OPEN INPUT OCORRENCIAS-EDI.
               IF OCOREN-OK
                   OPEN EXTEND ATUALIZACOES-OUT
                   READ OCORRENCIAS-EDI INTO WRK-EDI-REGISTRO
                       AT END SET FIM-OCOREN TO TRUE
                   END-READ
               ELSE
                   SET FIM-OCOREN TO TRUE
                   MOVE 'SEM OCOREN NO DIA' TO LINHA-OCO
                   WRITE LINHA-OCO
               END-IF.
           0120-CARREGAR-CADASTRO.
               OPEN INPUT CADASTRO-EDI.
               IF TRPEDI-OK
                   READ CADASTRO-EDI INTO WRK-TRANSP-CADASTRO
                       AT END SET FIM-CADASTRO TO TRUE
                   END-READ
                   PERFORM 0130-LER-CADASTRO
                       UNTIL FIM-CADASTRO OR WRK-QTD-TRE >= 100
                   CLOSE CADASTRO-EDI
               END-IF.
           0130-LER-CADASTRO.
               ADD 1 TO WRK-QTD-TRE.
               MOVE WRK-TRE-CODIGO TO TAB-TRE-CODIGO (WRK-QTD-TRE).
               MOVE WRK-TRE-CNPJ   TO TAB-TRE-CNPJ   (WRK-QTD-TRE).
               READ CADASTRO-EDI INTO WRK-TRANSP-CADASTRO
                   AT END SET FIM-CADASTRO TO TRUE
               END-READ.
      ******************************
      **** 341 IDENTIFICA A TRANSPORTADORA DAS OCORRENCIAS
      **** SEGUINTES; 342 E TRADUZIDA; OS DEMAIS SO SAO CONTADOS
      ******************************
           0200-PROCESSAR-REGISTRO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               EVALUATE TRUE
                   WHEN EDI-OCO-TRANSP
                       PERFORM 0210-IDENTIFICAR-TRANSP
                   WHEN EDI-OCO-OCORRENCIA
                       PERFORM 0220-TRADUZIR-OCORRENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               READ OCORRENCIAS-EDI INTO WRK-EDI-REGISTRO
                   AT END SET FIM-OCOREN TO TRUE
               END-READ.
           0210-IDENTIFICAR-TRANSP.
               MOVE '????' TO WRK-TRANSP-ATUAL.
               IF WRK-QTD-TRE > 0
                   SET TAB-TRE-IDX TO 1
                   SEARCH TAB-TRE
                       AT END CONTINUE
                       WHEN TAB-TRE-CNPJ (TAB-TRE-IDX) = WRK-EDT-CNPJ
                           MOVE TAB-TRE-CODIGO (TAB-TRE-IDX)
                               TO WRK-TRANSP-ATUAL
                   END-SEARCH
               END-IF.
               IF WRK-TRANSP-ATUAL = '????'
                   ADD 1 TO WRK-TOTAL-SEM-CADASTRO
                   MOVE SPACES TO WRK-LINHA-OCO
                   STRING 'CNPJ ' DELIMITED BY SIZE
                          WRK-EDT-CNPJ DELIMITED BY SIZE
                          ' FORA DO CADASTRO TRPEDI - '
                              DELIMITED BY SIZE
                          WRK-EDT-RAZAO DELIMITED BY SIZE
                          INTO WRK-LINHA-OCO
                   WRITE LINHA-OCO FROM WRK-LINHA-OCO
               END-IF.
      ******************************
      **** TRADUZ O CODIGO PADRAO PARA O STATUS DO EMBARQUE; DATA
      **** INVALIDA OU DOCUMENTO EM BRANCO E RECUSADO
      ******************************
           0220-TRADUZIR-OCORRENCIA.
               ADD 1 TO WRK-TOTAL-OCORRENCIAS.
               EVALUATE WRK-EDO-CODIGO
                   WHEN '00'
                       MOVE 'D' TO WRK-STATUS-NOVO
                   WHEN '01'
                   WHEN '02'
                       MOVE 'E' TO WRK-STATUS-NOVO
                   WHEN '03'
                   WHEN '04'
                   WHEN '25'
                       MOVE 'R' TO WRK-STATUS-NOVO
                   WHEN '80' THRU '99'
                       MOVE 'T' TO WRK-STATUS-NOVO
                   WHEN OTHER
                       MOVE SPACES TO WRK-STATUS-NOVO
               END-EVALUATE.
               MOVE WRK-EDO-DATA (5:4) TO WRK-DATA-OCORRENCIA (1:4).
               MOVE WRK-EDO-DATA (3:2) TO WRK-DATA-OCORRENCIA (5:2).
               MOVE WRK-EDO-DATA (1:2) TO WRK-DATA-OCORRENCIA (7:2).
               IF WRK-EDO-DOCUMENTO = SPACES
                   OR WRK-EDO-DATA IS NOT NUMERIC
                   ADD 1 TO WRK-TOTAL-INVALIDAS
                   MOVE 'INVALIDA  ' TO WRK-SITUACAO-OCO
               ELSE
                   IF WRK-STATUS-NOVO = SPACES
                       ADD 1 TO WRK-TOTAL-INFORMATIVAS
                       MOVE 'SO LISTADA' TO WRK-SITUACAO-OCO
                   ELSE
                       MOVE WRK-EDO-DOCUMENTO TO REG-UPD-REFERENCIA
                       MOVE WRK-STATUS-NOVO TO REG-UPD-STATUS
                       MOVE WRK-DATA-OCORRENCIA TO REG-UPD-DATA
                       WRITE REG-ATUALIZACAO
                       ADD 1 TO WRK-TOTAL-TRADUZIDAS
                       MOVE 'TRADUZIDA ' TO WRK-SITUACAO-OCO
                   END-IF
               END-IF.
               PERFORM 0270-LISTAR-OCORRENCIA.
           0270-LISTAR-OCORRENCIA.
               MOVE SPACES TO WRK-LINHA-OCO.
               STRING WRK-SITUACAO-OCO DELIMITED BY SIZE
                      ' TRANSP ' DELIMITED BY SIZE
                      WRK-TRANSP-ATUAL DELIMITED BY SIZE
                      ' EMBARQUE ' DELIMITED BY SIZE
                      WRK-EDO-DOCUMENTO DELIMITED BY SIZE
                      ' OCOR ' DELIMITED BY SIZE
                      WRK-EDO-CODIGO DELIMITED BY SIZE
                      ' STATUS ' DELIMITED BY SIZE
                      WRK-STATUS-NOVO DELIMITED BY SIZE
                      ' DATA ' DELIMITED BY SIZE
                      WRK-DATA-OCORRENCIA DELIMITED BY SIZE
                      INTO WRK-LINHA-OCO.
               WRITE LINHA-OCO FROM WRK-LINHA-OCO.
           0800-FINALIZAR.
               IF OCOREN-OK
                   CLOSE OCORRENCIAS-EDI ATUALIZACOES-OUT
               END-IF.
               CLOSE RELATORIO-OCO.
               DISPLAY '********************'.
               DISPLAY 'REGISTROS LIDOS    : ' WRK-TOTAL-LIDOS.
               DISPLAY 'OCORRENCIAS        : ' WRK-TOTAL-OCORRENCIAS.
               DISPLAY 'TRADUZIDAS         : ' WRK-TOTAL-TRADUZIDAS.
               DISPLAY 'SO LISTADAS        : ' WRK-TOTAL-INFORMATIVAS.
               DISPLAY 'INVALIDAS          : ' WRK-TOTAL-INVALIDAS.
               DISPLAY 'CNPJ SEM CADASTRO  : ' WRK-TOTAL-SEM-CADASTRO.
               IF WRK-TOTAL-INVALIDAS > 0
                   OR WRK-TOTAL-SEM-CADASTRO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGEDO' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-OCORRENCIAS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-TRADUZIDAS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-INVALIDAS TO WRK-CTL-REJEITADOS.
               MOVE ZEROS TO WRK-CTL-HASH.
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
               MOVE 'PROGEDO' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGEDO' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-OCORRENCIAS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-TRADUZIDAS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
