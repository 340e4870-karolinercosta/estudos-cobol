           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGEDC.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: TRADUCAO DO DOCCOB PADRAO DAS TRANSPORTADORAS
      *     (LAYOUT CPYEDI) PARA AS FATURAS DE FRETE CONFERIDAS NO
      *     FECHAMENTO DO MES PELO PROGCOB18 (FATTRANS:
      *     TRANSPORTADORA + REFERENCIA DO EMBARQUE + VALOR). A
      *     TRANSPORTADORA DO ARQUIVO (351) E IDENTIFICADA PELO CNPJ
      *     NO CADASTRO TRPEDI (CPYTRANS) E VOLTA PARA O NOSSO
      *     CODIGO; CADA CONHECIMENTO COBRADO (353) VIRA UMA LINHA DO
      *     FATTRANS COM A REFERENCIA QUE FOI NO NOTFIS. COM O CNPJ
      *     FORA DO CADASTRO OS CONHECIMENTOS DAQUELA TRANSPORTADORA
      *     SAO RECUSADOS (NAO HA COMO ATRIBUIR A FATURA). O TOTAL
      *     (355) E CONFERIDO COM A QUANTIDADE E O VALOR DOS
      *     DOCUMENTOS DE COBRANCA (352); DIVERGENCIA E LISTADA NO
      *     RELATORIO (DCBRPT) COM RC 4. AS LINHAS SAO ACRESCENTADAS
      *     AO FATTRANS DO MES. SEM DOCCOB NO DIA NADA E GRAVADO
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CONHECIMENTO (353) QUE VEM COM OS ADICIONAIS
      *     DETALHADOS (GRIS, AD VALOREM, PEDAGIO E TDE) PASSA OS
      *     QUATRO PARA O FATTRANS, PARA O PROGCOB18 CONFERIR TAXA A
      *     TAXA; SEM DETALHE A LINHA SAI SO COM O TOTAL, COMO ANTES
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COBRANCAS-EDI ASSIGN TO DOCCOB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DOCCOB-STATUS.
               SELECT CADASTRO-EDI ASSIGN TO TRPEDI
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TRPEDI-STATUS.
               SELECT FATURAS-OUT ASSIGN TO FATTRANS
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-DCB ASSIGN TO DCBRPT
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
           FD  COBRANCAS-EDI.
           01  LINHA-DOCCOB PIC X(120).
           FD  CADASTRO-EDI.
           01  LINHA-CADASTRO-EDI PIC X(80).
           FD  FATURAS-OUT.
           01  REG-FATURA-OUT.
               02 REG-FAT-TRANSP     PIC X(04).
               02 REG-FAT-REFERENCIA PIC X(20).
               02 REG-FAT-VALOR      PIC 9(09)V99.
               02 REG-FAT-ADICIONAIS.
                   03 REG-FAT-GRIS       PIC 9(07)V99.
                   03 REG-FAT-ADVALOREM  PIC 9(07)V99.
                   03 REG-FAT-PEDAGIO    PIC 9(07)V99.
                   03 REG-FAT-TDE        PIC 9(07)V99.
           FD  RELATORIO-DCB.
           01  LINHA-DCB PIC X(100).
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
           77 WRK-DOCCOB-STATUS PIC X(02) VALUE '00'.
               88 DOCCOB-OK VALUE '00'.
           77 WRK-TRPEDI-STATUS PIC X(02) VALUE '00'.
               88 TRPEDI-OK VALUE '00'.
           77 WRK-FIM-CADASTRO PIC X(01) VALUE 'N'.
               88 FIM-CADASTRO VALUE 'S'.
           77 WRK-FIM-DOCCOB PIC X(01) VALUE 'N'.
               88 FIM-DOCCOB VALUE 'S'.
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
           77 WRK-CNPJ-ATUAL   PIC X(14) VALUE SPACES.
      ******************************
      **** ACUMULADOS DA COBRANCA EM CURSO, CONFERIDOS NO 355
      ******************************
           77 WRK-DCB-QTDE  PIC 9(04) VALUE ZEROS.
           77 WRK-DCB-VALOR PIC 9(13)V99 VALUE ZEROS.
           77 WRK-VALOR-ED  PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-QTDE-ED   PIC ZZZ9 VALUE ZEROS.
           77 WRK-LINHA-DCB PIC X(100) VALUE SPACES.
           77 WRK-SITUACAO-DCB PIC X(10) VALUE SPACES.
           77 WRK-TOTAL-LIDOS         PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CONHECIMENTOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-TRADUZIDOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADOS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DIVERGENCIAS  PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-VALOR PIC S9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-REGISTRO UNTIL FIM-DOCCOB.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               PERFORM 0120-CARREGAR-CADASTRO.
               OPEN OUTPUT RELATORIO-DCB.
               MOVE 'DOCCOB - COBRANCAS DE FRETE DAS TRANSPORTADORAS'
                   TO LINHA-DCB.
               WRITE LINHA-DCB.
               OPEN INPUT COBRANCAS-EDI.
               IF DOCCOB-OK
                   OPEN EXTEND FATURAS-OUT
                   READ COBRANCAS-EDI INTO WRK-EDI-REGISTRO
                       AT END SET FIM-DOCCOB TO TRUE
                   END-READ
               ELSE
                   SET FIM-DOCCOB TO TRUE
                   MOVE 'SEM DOCCOB NO DIA' TO LINHA-DCB
                   WRITE LINHA-DCB
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
      **** 350 ABRE A COBRANCA, 351 IDENTIFICA A TRANSPORTADORA,
      **** 352 ACUMULA, 353 VIRA FATURA E 355 CONFERE OS TOTAIS
      ******************************
           0200-PROCESSAR-REGISTRO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               EVALUATE TRUE
                   WHEN EDI-DCB-CABECALHO
                       MOVE ZEROS TO WRK-DCB-QTDE WRK-DCB-VALOR
                   WHEN EDI-DCB-TRANSP
                       PERFORM 0210-IDENTIFICAR-TRANSP
                   WHEN EDI-DCB-COBRANCA
                       ADD 1 TO WRK-DCB-QTDE
                       ADD WRK-EDB-VALOR TO WRK-DCB-VALOR
                   WHEN EDI-DCB-CONHECIMENTO
                       PERFORM 0220-TRADUZIR-CONHECIMENTO
                   WHEN EDI-DCB-TOTAL
                       PERFORM 0250-CONFERIR-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               READ COBRANCAS-EDI INTO WRK-EDI-REGISTRO
                   AT END SET FIM-DOCCOB TO TRUE
               END-READ.
           0210-IDENTIFICAR-TRANSP.
               MOVE SPACES TO WRK-TRANSP-ATUAL.
               MOVE WRK-EDT-CNPJ TO WRK-CNPJ-ATUAL.
               IF WRK-QTD-TRE > 0
                   SET TAB-TRE-IDX TO 1
                   SEARCH TAB-TRE
                       AT END CONTINUE
                       WHEN TAB-TRE-CNPJ (TAB-TRE-IDX) = WRK-EDT-CNPJ
                           MOVE TAB-TRE-CODIGO (TAB-TRE-IDX)
                               TO WRK-TRANSP-ATUAL
                   END-SEARCH
               END-IF.
               IF WRK-TRANSP-ATUAL = SPACES
                   MOVE SPACES TO WRK-LINHA-DCB
                   STRING 'CNPJ ' DELIMITED BY SIZE
                          WRK-EDT-CNPJ DELIMITED BY SIZE
                          ' FORA DO CADASTRO TRPEDI - '
                              DELIMITED BY SIZE
                          WRK-EDT-RAZAO DELIMITED BY SIZE
                          INTO WRK-LINHA-DCB
                   WRITE LINHA-DCB FROM WRK-LINHA-DCB
               END-IF.
      ******************************
      **** CONHECIMENTO DE TRANSPORTADORA CONHECIDA E COM A
      **** REFERENCIA PREENCHIDA VIRA LINHA DO FATTRANS
      ******************************
           0220-TRADUZIR-CONHECIMENTO.
               ADD 1 TO WRK-TOTAL-CONHECIMENTOS.
               IF WRK-TRANSP-ATUAL = SPACES
                   OR WRK-EDK-DOCUMENTO = SPACES
                   OR WRK-EDK-VALOR IS NOT NUMERIC
                   ADD 1 TO WRK-TOTAL-RECUSADOS
                   MOVE 'RECUSADO  ' TO WRK-SITUACAO-DCB
               ELSE
                   MOVE WRK-TRANSP-ATUAL TO REG-FAT-TRANSP
                   MOVE WRK-EDK-DOCUMENTO TO REG-FAT-REFERENCIA
                   MOVE WRK-EDK-VALOR TO REG-FAT-VALOR
                   IF WRK-EDK-GRIS IS NUMERIC
                       AND WRK-EDK-ADVALOREM IS NUMERIC
                       AND WRK-EDK-PEDAGIO IS NUMERIC
                       AND WRK-EDK-TDE IS NUMERIC
                       MOVE WRK-EDK-GRIS TO REG-FAT-GRIS
                       MOVE WRK-EDK-ADVALOREM TO REG-FAT-ADVALOREM
                       MOVE WRK-EDK-PEDAGIO TO REG-FAT-PEDAGIO
                       MOVE WRK-EDK-TDE TO REG-FAT-TDE
                   ELSE
                       MOVE SPACES TO REG-FAT-ADICIONAIS
                   END-IF
                   WRITE REG-FATURA-OUT
                   ADD 1 TO WRK-TOTAL-TRADUZIDOS
                   ADD WRK-EDK-VALOR TO WRK-TOTAL-VALOR
                   MOVE 'TRADUZIDO ' TO WRK-SITUACAO-DCB
               END-IF.
               PERFORM 0270-LISTAR-CONHECIMENTO.
      ******************************
      **** O 355 TEM DE BATER COM OS 352 DA COBRANCA
      ******************************
           0250-CONFERIR-TOTAL.
               IF WRK-EDZ-QTDE NOT = WRK-DCB-QTDE
                   OR WRK-EDZ-VALOR NOT = WRK-DCB-VALOR
                   ADD 1 TO WRK-TOTAL-DIVERGENCIAS
                   MOVE WRK-DCB-QTDE TO WRK-QTDE-ED
                   MOVE WRK-DCB-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-DCB
                   STRING 'DIVERGENCIA CNPJ ' DELIMITED BY SIZE
                          WRK-CNPJ-ATUAL DELIMITED BY SIZE
                          ' DOCUMENTOS ' DELIMITED BY SIZE
                          WRK-QTDE-ED DELIMITED BY SIZE
                          ' VALOR ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          ' X TOTAL DO ARQUIVO' DELIMITED BY SIZE
                          INTO WRK-LINHA-DCB
                   WRITE LINHA-DCB FROM WRK-LINHA-DCB
               END-IF.
               MOVE ZEROS TO WRK-DCB-QTDE WRK-DCB-VALOR.
           0270-LISTAR-CONHECIMENTO.
               MOVE WRK-EDK-VALOR TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-DCB.
               STRING WRK-SITUACAO-DCB DELIMITED BY SIZE
                      ' TRANSP ' DELIMITED BY SIZE
                      WRK-TRANSP-ATUAL DELIMITED BY SIZE
                      ' CTE ' DELIMITED BY SIZE
                      WRK-EDK-CONHECIMENTO DELIMITED BY SIZE
                      ' EMBARQUE ' DELIMITED BY SIZE
                      WRK-EDK-DOCUMENTO DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-DCB.
               WRITE LINHA-DCB FROM WRK-LINHA-DCB.
           0800-FINALIZAR.
               IF DOCCOB-OK
                   CLOSE COBRANCAS-EDI FATURAS-OUT
               END-IF.
               CLOSE RELATORIO-DCB.
               DISPLAY '********************'.
               DISPLAY 'REGISTROS LIDOS    : ' WRK-TOTAL-LIDOS.
               DISPLAY 'CONHECIMENTOS      : ' WRK-TOTAL-CONHECIMENTOS.
               DISPLAY 'TRADUZIDOS         : ' WRK-TOTAL-TRADUZIDOS.
               DISPLAY 'RECUSADOS          : ' WRK-TOTAL-RECUSADOS.
               DISPLAY 'TOTAIS DIVERGENTES : ' WRK-TOTAL-DIVERGENCIAS.
               IF WRK-TOTAL-RECUSADOS > 0
                   OR WRK-TOTAL-DIVERGENCIAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGEDC' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-CONHECIMENTOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-TRADUZIDOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-VALOR TO WRK-CTL-HASH.
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
               MOVE 'PROGEDC' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGEDC' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-CONHECIMENTOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-TRADUZIDOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
