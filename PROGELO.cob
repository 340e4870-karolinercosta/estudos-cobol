           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGELO.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CONFERENCIA NOTURNA DO ENCADEAMENTO DAS TRILHAS
      *     DE AUDITORIA (AUDSUITE, AUDLOG E CLIHIST, SELO DO
      *     COPYBOOK CPYELO). PARA CADA REGISTRO SELADO RECALCULA O
      *     HASH SOBRE HASH ANTERIOR + SEQUENCIA + CONTEUDO E CONFERE
      *     COM O SELO (REGISTRO ALTERADO), CONFERE A SEQUENCIA COM A
      *     DO REGISTRO DE ANTES (LACUNA = REGISTRO APAGADO; REPETIDA
      *     OU FORA DE ORDEM = REGISTRO INSERIDO OU MOVIDO) E O HASH
      *     ANTERIOR GUARDADO COM O HASH DO REGISTRO DE ANTES. NO FIM
      *     DE CADA TRILHA COMPARA O ULTIMO SELO LIDO COM O ELO DO
      *     AUDELO (FIM DA TRILHA CORTADO OU ELO ATRASADO). REGISTRO
      *     SEM SELO ANTES DO PRIMEIRO SELADO E HISTORICO ANTERIOR AO
      *     ENCADEAMENTO E SO E CONTADO; SEM SELO NO MEIO DA CORRENTE
      *     E QUEBRA. O INICIO DA CORRENTE VIVA E CONFERIDO CONTRA O
      *     ULTIMO SELO QUE FOI PARA A GUARDA, GUARDADO NO AUDELO
      *     (AUDSARQ E AUDLARQ PELO EXPURGO MENSAL DO PROGCOB40,
      *     CLIHARQ PELO CORTE DO CLIHIST NO PROGCNV): EMENDA CERTA E SO
      *     AVISO; PRIMEIRA SEQUENCIA QUE NAO E A DA GUARDA + 1, OU
      *     HASH ANTERIOR QUE NAO E O DA GUARDA, E LACUNA NO INICIO
      *     (REGISTROS APAGADOS ANTES DO PRIMEIRO LIDO). SEM ELO DE
      *     GUARDA A CORRENTE TEM DE COMECAR NA SEQUENCIA 1.
      *     RELATORIO ELORPT, EVENTO NA CAIXA DE SAIDA (OUTBOX) PARA A
      *     SEGURANCA QUANDO HA OCORRENCIA.
      *     RC 4 = HA OCORRENCIA. RC 8 = TRILHA NAO ABRIU OU INICIO
      *     DA CORRENTE NAO EMENDA NA GUARDA
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDSUITE-IN ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDS-STATUS.
               SELECT AUDLOG-IN ASSIGN TO AUDLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDL-STATUS.
               SELECT CLIHIST-IN ASSIGN TO CLIHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CLIHIST-STATUS.
               SELECT RELATORIO-ELO ASSIGN TO ELORPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT CAIXA-SAIDA ASSIGN TO OUTBOX
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
           FD  AUDSUITE-IN.
           01  LINHA-AUDS-IN PIC X(150).
           FD  AUDLOG-IN.
           01  LINHA-AUDL-IN PIC X(150).
           FD  CLIHIST-IN.
           01  LINHA-CLIHIST-IN PIC X(360).
           FD  RELATORIO-ELO.
           01  LINHA-ELO PIC X(100).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  CAIXA-SAIDA.
           01  LINHA-CAIXA-SAIDA PIC X(120).
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
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYCAB.
           COPY CPYNOTIF.
           77 WRK-AUDS-STATUS PIC X(02) VALUE '00'.
               88 AUDS-OK VALUE '00'.
           77 WRK-AUDL-STATUS PIC X(02) VALUE '00'.
               88 AUDL-OK VALUE '00'.
           77 WRK-CLIHIST-STATUS PIC X(02) VALUE '00'.
               88 CLIHIST-OK VALUE '00'.
           77 WRK-STATUS-TRILHA PIC X(02) VALUE '00'.
           77 WRK-FIM-TRILHA PIC X(01) VALUE 'N'.
               88 FIM-TRILHA VALUE 'S'.
      ******************************
      **** REGISTRO DA TRILHA EM CONFERENCIA (ATE 360 POSICOES, O
      **** CLIHIST) E ONDE FICA O SELO NELE
      ******************************
           77 WRK-LINHA-LIDA   PIC X(360) VALUE SPACES.
           77 WRK-TRILHA       PIC X(08) VALUE SPACES.
           77 WRK-TAM-REGISTRO PIC 9(04) COMP VALUE ZEROS.
           77 WRK-POS-SELO     PIC 9(04) COMP VALUE ZEROS.
      ******************************
      **** ULTIMO ELO LIDO DA TRILHA (ZERO = CORRENTE AINDA NAO
      **** COMECOU NO ARQUIVO)
      ******************************
           77 WRK-ANT-SEQ      PIC 9(09) VALUE ZEROS.
           77 WRK-ANT-HASH     PIC X(18) VALUE SPACES.
           77 WRK-SEQ-ESPERADA PIC 9(09) VALUE ZEROS.
           77 WRK-SEQ-FALTA-ATE PIC 9(09) VALUE ZEROS.
      ******************************
      **** ULTIMO ELO QUE O EXPURGO MANDOU PARA A GUARDA (CHAVE DA
      **** GUARDA NO AUDELO; ZERO = NADA EXPURGADO AINDA)
      ******************************
           77 WRK-TRILHA-GUARDA PIC X(08) VALUE SPACES.
           77 WRK-GUARDA-SEQ   PIC 9(09) VALUE ZEROS.
           77 WRK-GUARDA-HASH  PIC X(18) VALUE SPACES.
           77 WRK-INICIO-ROMPIDO PIC X(01) VALUE 'N'.
               88 INICIO-ROMPIDO VALUE 'S'.
      ******************************
      **** TOTAIS DA TRILHA E DO RUN
      ******************************
           77 WRK-TRL-LIDOS     PIC 9(09) VALUE ZEROS.
           77 WRK-TRL-SEM-SELO  PIC 9(09) VALUE ZEROS.
           77 WRK-TRL-SELADOS   PIC 9(09) VALUE ZEROS.
           77 WRK-TRL-OCORRENCIAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-LIDOS   PIC 9(09) VALUE ZEROS.
           77 WRK-TOTAL-SELADOS PIC 9(09) VALUE ZEROS.
           77 WRK-TOTAL-OCORRENCIAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-AVISOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-TRILHAS-OK PIC 9(01) VALUE ZEROS.
      ******************************
      **** LINHA DE OCORRENCIA DO RELATORIO: TRILHA, SEQUENCIA DO
      **** REGISTRO (OU POSICAO NO ARQUIVO, SE SEM SELO), TIPO E
      **** DESCRICAO
      ******************************
           01 WRK-LINHA-OCORRENCIA.
               02 WRK-OCR-TRILHA    PIC X(08) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-OCR-SEQ       PIC Z(08)9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-OCR-TIPO      PIC X(08) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-OCR-DESCRICAO PIC X(69) VALUE SPACES.
           77 WRK-OCR-MAXIMO   PIC 9(04) VALUE 200.
           77 WRK-LINHA-RPT    PIC X(100) VALUE SPACES.
           77 WRK-SEQ-ED       PIC Z(08)9.
           77 WRK-SEQ-ED2      PIC Z(08)9.
           77 WRK-QTD-ED       PIC ZZZ.ZZZ.ZZ9.
           77 WRK-QTD-ED2      PIC ZZZ.ZZZ.ZZ9.
           77 WRK-QTD-ED3      PIC ZZZ.ZZZ.ZZ9.
           77 WRK-QTD-ED4      PIC ZZZ.ZZ9.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-CONFERIR-AUDSUITE.
               PERFORM 0220-CONFERIR-AUDLOG.
               PERFORM 0240-CONFERIR-CLIHIST.
               PERFORM 0800-FINALIZAR.
               CLOSE RELATORIO-ELO.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CABECALHO DO RELATORIO
      ******************************
           0100-INICIALIZAR.
               OPEN OUTPUT RELATORIO-ELO.
               MOVE 'CONFERENCIA DO ENCADEAMENTO DAS TRILHAS'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               MOVE 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO WRK-LINHA-RPT.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-RPT.
               WRITE LINHA-ELO FROM WRK-LINHA-RPT.
               MOVE SPACES TO WRK-LINHA-RPT.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '  PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-RPT.
               WRITE LINHA-ELO FROM WRK-LINHA-RPT.
               MOVE SPACES TO LINHA-ELO.
               WRITE LINHA-ELO.
               MOVE 'TRILHA          SEQ  OCORRENCIA  DESCRICAO'
                   TO LINHA-ELO.
               WRITE LINHA-ELO.
      ******************************
      **** AUDSUITE: REGISTRO DE 100 POSICOES, SELO NA 101
      ******************************
           0200-CONFERIR-AUDSUITE.
               MOVE 'AUDSUITE' TO WRK-TRILHA.
               MOVE 'AUDSARQ' TO WRK-TRILHA-GUARDA.
               MOVE 100 TO WRK-TAM-REGISTRO.
               MOVE 101 TO WRK-POS-SELO.
               PERFORM 0300-INICIAR-TRILHA.
               OPEN INPUT AUDSUITE-IN.
               IF AUDS-OK
                   PERFORM 0205-LER-AUDSUITE
                   PERFORM 0310-CONFERIR-REGISTRO
                       UNTIL FIM-TRILHA
                   CLOSE AUDSUITE-IN
                   PERFORM 0400-FECHAR-TRILHA
               ELSE
                   MOVE WRK-AUDS-STATUS TO WRK-STATUS-TRILHA
                   PERFORM 0450-TRILHA-NAO-ABRIU
               END-IF.
           0205-LER-AUDSUITE.
               MOVE SPACES TO WRK-LINHA-LIDA.
               READ AUDSUITE-IN INTO WRK-LINHA-LIDA
                   AT END SET FIM-TRILHA TO TRUE
               END-READ.
      ******************************
      **** AUDLOG: REGISTRO DE 100 POSICOES, SELO NA 101
      ******************************
           0220-CONFERIR-AUDLOG.
               MOVE 'AUDLOG' TO WRK-TRILHA.
               MOVE 'AUDLARQ' TO WRK-TRILHA-GUARDA.
               MOVE 100 TO WRK-TAM-REGISTRO.
               MOVE 101 TO WRK-POS-SELO.
               PERFORM 0300-INICIAR-TRILHA.
               OPEN INPUT AUDLOG-IN.
               IF AUDL-OK
                   PERFORM 0225-LER-AUDLOG
                   PERFORM 0310-CONFERIR-REGISTRO
                       UNTIL FIM-TRILHA
                   CLOSE AUDLOG-IN
                   PERFORM 0400-FECHAR-TRILHA
               ELSE
                   MOVE WRK-AUDL-STATUS TO WRK-STATUS-TRILHA
                   PERFORM 0450-TRILHA-NAO-ABRIU
               END-IF.
           0225-LER-AUDLOG.
               MOVE SPACES TO WRK-LINHA-LIDA.
               READ AUDLOG-IN INTO WRK-LINHA-LIDA
                   AT END SET FIM-TRILHA TO TRUE
               END-READ.
      ******************************
      **** CLIHIST: REGISTRO DE 310 POSICOES, SELO NA 311
      ******************************
           0240-CONFERIR-CLIHIST.
               MOVE 'CLIHIST' TO WRK-TRILHA.
               MOVE 'CLIHARQ' TO WRK-TRILHA-GUARDA.
               MOVE 310 TO WRK-TAM-REGISTRO.
               MOVE 311 TO WRK-POS-SELO.
               PERFORM 0300-INICIAR-TRILHA.
               OPEN INPUT CLIHIST-IN.
               IF CLIHIST-OK
                   PERFORM 0245-LER-CLIHIST
                   PERFORM 0310-CONFERIR-REGISTRO
                       UNTIL FIM-TRILHA
                   CLOSE CLIHIST-IN
                   PERFORM 0400-FECHAR-TRILHA
               ELSE
                   MOVE WRK-CLIHIST-STATUS TO WRK-STATUS-TRILHA
                   PERFORM 0450-TRILHA-NAO-ABRIU
               END-IF.
           0245-LER-CLIHIST.
               MOVE SPACES TO WRK-LINHA-LIDA.
               READ CLIHIST-IN INTO WRK-LINHA-LIDA
                   AT END SET FIM-TRILHA TO TRUE
               END-READ.
           0250-LER-PROXIMO.
               EVALUATE WRK-TRILHA
                   WHEN 'AUDSUITE'
                       PERFORM 0205-LER-AUDSUITE
                   WHEN 'AUDLOG'
                       PERFORM 0225-LER-AUDLOG
                   WHEN OTHER
                       PERFORM 0245-LER-CLIHIST
               END-EVALUATE.
      ******************************
      **** ZERA O ELO E OS TOTAIS DA TRILHA
      ******************************
           0300-INICIAR-TRILHA.
               MOVE 'N' TO WRK-FIM-TRILHA.
               MOVE WRK-TRILHA TO WRK-OCR-TRILHA.
               MOVE ZEROS TO WRK-ANT-SEQ.
               MOVE SPACES TO WRK-ANT-HASH.
               MOVE ZEROS TO WRK-TRL-LIDOS WRK-TRL-SEM-SELO
                   WRK-TRL-SELADOS WRK-TRL-OCORRENCIAS.
               PERFORM 0305-LER-ELO-GUARDA.
      ******************************
      **** ULTIMO SELO DA TRILHA QUE JA FOI PARA A GUARDA (TRILHA
      **** SEM GUARDA OU AINDA NAO EXPURGADA FICA COM ZERO)
      ******************************
           0305-LER-ELO-GUARDA.
               MOVE ZEROS TO WRK-GUARDA-SEQ.
               MOVE SPACES TO WRK-GUARDA-HASH.
               IF WRK-TRILHA-GUARDA NOT = SPACES
                   OPEN INPUT ELOS-TRILHA
                   IF AUDELO-OK
                       MOVE WRK-TRILHA-GUARDA TO REG-ELO-TRILHA
                       READ ELOS-TRILHA INTO WRK-ELO-ESTADO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE WRK-EST-ULT-SEQ TO WRK-GUARDA-SEQ
                               MOVE WRK-EST-ULT-HASH TO WRK-GUARDA-HASH
                       END-READ
                       CLOSE ELOS-TRILHA
                   END-IF
               END-IF.
      ******************************
      **** CONFERE UM REGISTRO: SELO CONTRA O CONTEUDO E ELO CONTRA O
      **** REGISTRO DE ANTES
      ******************************
           0310-CONFERIR-REGISTRO.
               ADD 1 TO WRK-TRL-LIDOS.
               MOVE WRK-LINHA-LIDA (WRK-POS-SELO:50) TO WRK-ELO-SELO.
               IF WRK-SEL-SEQ IS NOT NUMERIC OR WRK-SEL-SEQ = 0
                   IF WRK-ANT-SEQ = 0
                       ADD 1 TO WRK-TRL-SEM-SELO
                   ELSE
                       MOVE WRK-TRL-LIDOS TO WRK-OCR-SEQ
                       MOVE 'QUEBRA' TO WRK-OCR-TIPO
                       MOVE 'REGISTRO SEM SELO NO MEIO DA CORRENTE'
                           TO WRK-OCR-DESCRICAO
                       MOVE '(POSICAO NO ARQUIVO)'
                           TO WRK-OCR-DESCRICAO (39:20)
                       PERFORM 0350-EMITIR-OCORRENCIA
                   END-IF
               ELSE
                   ADD 1 TO WRK-TRL-SELADOS
                   PERFORM 0320-CONFERIR-HASH
                   PERFORM 0330-CONFERIR-SEQUENCIA
                   MOVE WRK-SEL-SEQ TO WRK-ANT-SEQ
                   MOVE WRK-SEL-HASH TO WRK-ANT-HASH
               END-IF.
               PERFORM 0250-LER-PROXIMO.
      ******************************
      **** RECALCULA O HASH DO REGISTRO COM O HASH ANTERIOR E A
      **** SEQUENCIA GUARDADOS NO SELO (MESMO CALCULO DO PARAGRAFO
      **** 0995 DOS PROGRAMAS QUE GRAVAM AS TRILHAS)
      ******************************
           0320-CONFERIR-HASH.
               MOVE WRK-SEL-ANTERIOR TO WRK-HEL-ANTERIOR.
               MOVE WRK-SEL-SEQ TO WRK-HEL-SEQ.
               MOVE SPACES TO WRK-HEL-REGISTRO.
               MOVE WRK-LINHA-LIDA (1:WRK-TAM-REGISTRO)
                   TO WRK-HEL-REGISTRO.
               MOVE WRK-TAM-REGISTRO TO WRK-HEL-TAMANHO.
               PERFORM 0997-CALCULAR-ELO.
               IF WRK-HEL-RESULTADO NOT = WRK-SEL-HASH
                   MOVE WRK-SEL-SEQ TO WRK-OCR-SEQ
                   MOVE 'ALTERADO' TO WRK-OCR-TIPO
                   MOVE 'CONTEUDO DO REGISTRO NAO CONFERE COM O SELO'
                       TO WRK-OCR-DESCRICAO
                   PERFORM 0350-EMITIR-OCORRENCIA
               END-IF.
      ******************************
      **** SEQUENCIA CONTRA O REGISTRO DE ANTES: SEGUINTE (CONFERE O
      **** HASH ANTERIOR), SALTO (REGISTROS APAGADOS) OU REPETIDA/
      **** FORA DE ORDEM
      ******************************
           0330-CONFERIR-SEQUENCIA.
               MOVE WRK-SEL-SEQ TO WRK-OCR-SEQ.
               COMPUTE WRK-SEQ-ESPERADA = WRK-ANT-SEQ + 1.
               EVALUATE TRUE
                   WHEN WRK-ANT-SEQ = 0
                       PERFORM 0340-CONFERIR-INICIO
                   WHEN WRK-SEL-SEQ = WRK-SEQ-ESPERADA
                       IF WRK-SEL-ANTERIOR NOT = WRK-ANT-HASH
                           MOVE 'QUEBRA' TO WRK-OCR-TIPO
                           MOVE 'HASH ANTERIOR NAO CONFERE COM O'
                               TO WRK-OCR-DESCRICAO
                           MOVE 'REGISTRO DE ANTES'
                               TO WRK-OCR-DESCRICAO (33:17)
                           PERFORM 0350-EMITIR-OCORRENCIA
                       END-IF
                   WHEN WRK-SEL-SEQ > WRK-SEQ-ESPERADA
                       COMPUTE WRK-SEQ-FALTA-ATE = WRK-SEL-SEQ - 1
                       MOVE WRK-SEQ-ESPERADA TO WRK-SEQ-ED
                       MOVE WRK-SEQ-FALTA-ATE TO WRK-SEQ-ED2
                       MOVE 'LACUNA' TO WRK-OCR-TIPO
                       MOVE SPACES TO WRK-OCR-DESCRICAO
                       STRING 'FALTAM OS REGISTROS ' DELIMITED BY SIZE
                              WRK-SEQ-ED DELIMITED BY SIZE
                              ' A ' DELIMITED BY SIZE
                              WRK-SEQ-ED2 DELIMITED BY SIZE
                              INTO WRK-OCR-DESCRICAO
                       PERFORM 0350-EMITIR-OCORRENCIA
                   WHEN OTHER
                       MOVE WRK-ANT-SEQ TO WRK-SEQ-ED
                       MOVE 'QUEBRA' TO WRK-OCR-TIPO
                       MOVE SPACES TO WRK-OCR-DESCRICAO
                       STRING 'SEQUENCIA REPETIDA OU FORA DE ORDEM (ANT'
                                  DELIMITED BY SIZE
                              'ERIOR ' DELIMITED BY SIZE
                              WRK-SEQ-ED DELIMITED BY SIZE
                              ')' DELIMITED BY SIZE
                              INTO WRK-OCR-DESCRICAO
                       PERFORM 0350-EMITIR-OCORRENCIA
               END-EVALUATE.
      ******************************
      **** PRIMEIRO SELO DO ARQUIVO CONTRA O ULTIMO DA GUARDA:
      **** SEQUENCIA SEGUINTE COM O HASH ANTERIOR CERTO E A EMENDA
      **** DO EXPURGO (AVISO); SALTO E REGISTRO APAGADO NO INICIO;
      **** SEQUENCIA ATRASADA E ARQUIVO VIVO QUE NAO BATE COM A
      **** GUARDA. QUALQUER DOS DOIS LEVA O RUN A RC 8
      ******************************
           0340-CONFERIR-INICIO.
               COMPUTE WRK-SEQ-ESPERADA = WRK-GUARDA-SEQ + 1.
               MOVE WRK-GUARDA-SEQ TO WRK-SEQ-ED.
               EVALUATE TRUE
                   WHEN WRK-SEL-SEQ = WRK-SEQ-ESPERADA
                       AND WRK-GUARDA-SEQ = 0
                       CONTINUE
                   WHEN WRK-SEL-SEQ = WRK-SEQ-ESPERADA
                       AND WRK-SEL-ANTERIOR = WRK-GUARDA-HASH
                       ADD 1 TO WRK-TOTAL-AVISOS
                       MOVE 'AVISO' TO WRK-OCR-TIPO
                       MOVE SPACES TO WRK-OCR-DESCRICAO
                       STRING 'CORRENTE EMENDA NA GUARDA DO '
                                  DELIMITED BY SIZE
                              'EXPURGO (GUARDA ATE ' DELIMITED BY SIZE
                              WRK-SEQ-ED DELIMITED BY SIZE
                              ')' DELIMITED BY SIZE
                              INTO WRK-OCR-DESCRICAO
                       WRITE LINHA-ELO FROM WRK-LINHA-OCORRENCIA
                   WHEN WRK-SEL-SEQ = WRK-SEQ-ESPERADA
                       SET INICIO-ROMPIDO TO TRUE
                       MOVE 'LACUNA' TO WRK-OCR-TIPO
                       MOVE 'HASH ANTERIOR NAO CONFERE COM O'
                           TO WRK-OCR-DESCRICAO
                       MOVE 'ULTIMO SELO DA GUARDA'
                           TO WRK-OCR-DESCRICAO (33:21)
                       PERFORM 0350-EMITIR-OCORRENCIA
                   WHEN WRK-SEL-SEQ > WRK-SEQ-ESPERADA
                       SET INICIO-ROMPIDO TO TRUE
                       COMPUTE WRK-SEQ-FALTA-ATE = WRK-SEL-SEQ - 1
                       MOVE WRK-SEQ-ESPERADA TO WRK-SEQ-ED
                       MOVE WRK-SEQ-FALTA-ATE TO WRK-SEQ-ED2
                       MOVE 'LACUNA' TO WRK-OCR-TIPO
                       MOVE SPACES TO WRK-OCR-DESCRICAO
                       STRING 'FALTAM OS REGISTROS ' DELIMITED BY SIZE
                              WRK-SEQ-ED DELIMITED BY SIZE
                              ' A ' DELIMITED BY SIZE
                              WRK-SEQ-ED2 DELIMITED BY SIZE
                              ' (INICIO DA CORRENTE)' DELIMITED BY SIZE
                              INTO WRK-OCR-DESCRICAO
                       PERFORM 0350-EMITIR-OCORRENCIA
                   WHEN OTHER
                       SET INICIO-ROMPIDO TO TRUE
                       MOVE 'LACUNA' TO WRK-OCR-TIPO
                       MOVE SPACES TO WRK-OCR-DESCRICAO
                       STRING 'CORRENTE COMECA ANTES DO FIM DA '
                                  DELIMITED BY SIZE
                              'GUARDA (GUARDA ATE ' DELIMITED BY SIZE
                              WRK-SEQ-ED DELIMITED BY SIZE
                              ')' DELIMITED BY SIZE
                              INTO WRK-OCR-DESCRICAO
                       PERFORM 0350-EMITIR-OCORRENCIA
               END-EVALUATE.
      ******************************
      **** CONTA A OCORRENCIA E LISTA ATE O MAXIMO POR TRILHA; DALI
      **** EM DIANTE SO CONTA
      ******************************
           0350-EMITIR-OCORRENCIA.
               ADD 1 TO WRK-TRL-OCORRENCIAS.
               IF WRK-TRL-OCORRENCIAS NOT > WRK-OCR-MAXIMO
                   WRITE LINHA-ELO FROM WRK-LINHA-OCORRENCIA
               END-IF.
               IF WRK-TRL-OCORRENCIAS = WRK-OCR-MAXIMO
                   MOVE SPACES TO LINHA-ELO
                   STRING WRK-TRILHA DELIMITED BY SPACE
                          ': LISTA INTERROMPIDA NO MAXIMO DE '
                              DELIMITED BY SIZE
                          'OCORRENCIAS' DELIMITED BY SIZE
                          ' - SO CONTA DAQUI EM DIANTE'
                              DELIMITED BY SIZE
                          INTO LINHA-ELO
                   WRITE LINHA-ELO
               END-IF.
      ******************************
      **** FIM DA TRILHA: ULTIMO SELO LIDO CONTRA O ELO DO AUDELO
      **** (NUMERO MAIOR NO AUDELO = FIM DO ARQUIVO CORTADO; MENOR =
      **** ELO ATRASADO) E TOTAIS DA TRILHA. TRILHA TODA EXPURGADA
      **** TERMINA NO ULTIMO SELO DA GUARDA
      ******************************
           0400-FECHAR-TRILHA.
               IF WRK-ANT-SEQ = 0
                   MOVE WRK-GUARDA-SEQ TO WRK-ANT-SEQ
                   MOVE WRK-GUARDA-HASH TO WRK-ANT-HASH
               END-IF.
               MOVE ZEROS TO WRK-EST-ULT-SEQ.
               MOVE SPACES TO WRK-EST-ULT-HASH.
               SET ELO-EXISTENTE TO TRUE.
               OPEN INPUT ELOS-TRILHA.
               IF AUDELO-OK
                   MOVE WRK-TRILHA TO REG-ELO-TRILHA
                   READ ELOS-TRILHA INTO WRK-ELO-ESTADO
                       INVALID KEY SET ELO-NOVO TO TRUE
                   END-READ
                   CLOSE ELOS-TRILHA
               ELSE
                   SET ELO-NOVO TO TRUE
               END-IF.
               MOVE WRK-ANT-SEQ TO WRK-OCR-SEQ.
               MOVE 'QUEBRA' TO WRK-OCR-TIPO.
               EVALUATE TRUE
                   WHEN ELO-NOVO AND WRK-ANT-SEQ = 0
                       CONTINUE
                   WHEN ELO-NOVO
                       MOVE 'TRILHA SELADA SEM ELO NO AUDELO'
                           TO WRK-OCR-DESCRICAO
                       PERFORM 0350-EMITIR-OCORRENCIA
                   WHEN WRK-EST-ULT-SEQ > WRK-ANT-SEQ
                       MOVE WRK-EST-ULT-SEQ TO WRK-SEQ-ED
                       MOVE SPACES TO WRK-OCR-DESCRICAO
                       STRING 'FIM DA TRILHA CORTADO - AUDELO NA SEQUEN'
                                  DELIMITED BY SIZE
                              'CIA ' DELIMITED BY SIZE
                              WRK-SEQ-ED DELIMITED BY SIZE
                              INTO WRK-OCR-DESCRICAO
                       PERFORM 0350-EMITIR-OCORRENCIA
                   WHEN WRK-EST-ULT-SEQ < WRK-ANT-SEQ
                       MOVE WRK-EST-ULT-SEQ TO WRK-SEQ-ED
                       MOVE SPACES TO WRK-OCR-DESCRICAO
                       STRING 'ELO DO AUDELO ATRASADO - PAROU NA SEQUEN'
                                  DELIMITED BY SIZE
                              'CIA ' DELIMITED BY SIZE
                              WRK-SEQ-ED DELIMITED BY SIZE
                              INTO WRK-OCR-DESCRICAO
                       PERFORM 0350-EMITIR-OCORRENCIA
                   WHEN WRK-EST-ULT-HASH NOT = WRK-ANT-HASH
                       MOVE 'ULTIMO HASH DA TRILHA NAO CONFERE COM O AU'
                           TO WRK-OCR-DESCRICAO
                       MOVE 'DELO' TO WRK-OCR-DESCRICAO (43:4)
                       PERFORM 0350-EMITIR-OCORRENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               MOVE WRK-TRL-LIDOS TO WRK-QTD-ED.
               MOVE WRK-TRL-SEM-SELO TO WRK-QTD-ED2.
               MOVE WRK-TRL-SELADOS TO WRK-QTD-ED3.
               MOVE WRK-TRL-OCORRENCIAS TO WRK-QTD-ED4.
               MOVE SPACES TO WRK-LINHA-RPT.
               STRING WRK-TRILHA DELIMITED BY SPACE
                      ': LIDOS ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '  SEM SELO ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '  SELADOS ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      '  OCORRENCIAS ' DELIMITED BY SIZE
                      WRK-QTD-ED4 DELIMITED BY SIZE
                      INTO WRK-LINHA-RPT.
               WRITE LINHA-ELO FROM WRK-LINHA-RPT.
               ADD WRK-TRL-LIDOS TO WRK-TOTAL-LIDOS.
               ADD WRK-TRL-SELADOS TO WRK-TOTAL-SELADOS.
               ADD WRK-TRL-OCORRENCIAS TO WRK-TOTAL-OCORRENCIAS.
               IF WRK-TRL-OCORRENCIAS = 0
                   ADD 1 TO WRK-TOTAL-TRILHAS-OK
               END-IF.
      ******************************
      **** TRILHA QUE NAO ABRIU: NAO DA PARA CONFERIR, O RUN TERMINA
      **** COM RC 8
      ******************************
           0450-TRILHA-NAO-ABRIU.
               MOVE SPACES TO WRK-LINHA-RPT.
               STRING WRK-TRILHA DELIMITED BY SPACE
                      ': NAO ABRIU - STATUS ' DELIMITED BY SIZE
                      WRK-STATUS-TRILHA DELIMITED BY SIZE
                      ' - TRILHA NAO CONFERIDA' DELIMITED BY SIZE
                      INTO WRK-LINHA-RPT.
               WRITE LINHA-ELO FROM WRK-LINHA-RPT.
               DISPLAY 'PROGELO: ' WRK-TRILHA ' NAO ABRIU - STATUS '
                   WRK-STATUS-TRILHA.
               MOVE 8 TO RETURN-CODE.
      ******************************
      **** TOTAIS, TRILHA DE AUDITORIA E, HAVENDO OCORRENCIA, EVENTO
      **** DE SEVERIDADE ALTA NA CAIXA DE SAIDA E RC 4 (A FALTA DE
      **** TRILHA OU O INICIO QUE NAO EMENDA NA GUARDA, RC 8,
      **** PREVALECE)
      ******************************
           0800-FINALIZAR.
               MOVE ALL '=' TO LINHA-ELO.
               WRITE LINHA-ELO.
               MOVE WRK-TOTAL-LIDOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-SELADOS TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-OCORRENCIAS TO WRK-QTD-ED4.
               MOVE SPACES TO LINHA-ELO.
               STRING 'REGISTROS LIDOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   SELADOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   OCORRENCIAS: ' DELIMITED BY SIZE
                      WRK-QTD-ED4 DELIMITED BY SIZE
                      INTO LINHA-ELO.
               WRITE LINHA-ELO.
               MOVE WRK-TOTAL-AVISOS TO WRK-QTD-ED4.
               MOVE SPACES TO LINHA-ELO.
               STRING 'AVISOS (INICIO DA CORRENTE NA GUARDA): '
                          DELIMITED BY SIZE
                      WRK-QTD-ED4 DELIMITED BY SIZE
                      INTO LINHA-ELO.
               WRITE LINHA-ELO.
               IF WRK-TOTAL-OCORRENCIAS > 0
                   MOVE 'TRILHA' TO WRK-NTF-TIPO
                   MOVE 'A' TO WRK-NTF-SEVERIDADE
                   MOVE 'PROGELO' TO WRK-NTF-ORIGEM
                   MOVE WRK-TOTAL-OCORRENCIAS TO WRK-QTD-ED4
                   MOVE SPACES TO WRK-NTF-TEXTO
                   STRING 'TRILHAS DE AUDITORIA COM ' DELIMITED BY SIZE
                          WRK-QTD-ED4 DELIMITED BY SIZE
                          ' OCORRENCIA(S) - VER ELORPT'
                              DELIMITED BY SIZE
                          INTO WRK-NTF-TEXTO
                   PERFORM 0965-GRAVAR-NOTIFICACAO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               IF INICIO-ROMPIDO
                   MOVE 8 TO RETURN-CODE
               END-IF.
               MOVE 'PROGELO' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE 'AUDSUITE AUDLOG CLIHIST' TO WRK-AUD-ENTRADA.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               STRING 'OCORRENCIAS ' DELIMITED BY SIZE
                      WRK-TOTAL-OCORRENCIAS DELIMITED BY SIZE
                      ' OK ' DELIMITED BY SIZE
                      WRK-TOTAL-TRILHAS-OK DELIMITED BY SIZE
                      '/3' DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
               DISPLAY 'PROGELO: ' WRK-TOTAL-LIDOS ' LIDO(S), '
                   WRK-TOTAL-SELADOS ' SELADO(S), '
                   WRK-TOTAL-OCORRENCIAS ' OCORRENCIA(S)'.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGELO' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-SELADOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-OCORRENCIAS TO WRK-CTL-REJEITADOS.
               MOVE ZEROS TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-CTL-EMPRESA.
               OPEN EXTEND CONTROLE-LOTE.
               WRITE LINHA-CONTROLE FROM WRK-CONTROLE-LOTE.
               CLOSE CONTROLE-LOTE.
      ******************************
      **** GRAVA O EVENTO NA CAIXA DE SAIDA DE NOTIFICACOES (OUTBOX),
      **** QUE O DESPACHANTE PROGCOB96 ROTEIA E ENTREGA
      ******************************
           0965-GRAVAR-NOTIFICACAO.
               ACCEPT WRK-NTF-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-NTF-HORA FROM TIME.
               MOVE SPACES TO WRK-NTF-ENTREGUE.
               OPEN EXTEND CAIXA-SAIDA.
               WRITE LINHA-CAIXA-SAIDA FROM WRK-NOTIFICACAO.
               CLOSE CAIXA-SAIDA.
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
               MOVE 'PROGELO' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGELO' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-SELADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
      ******************************
      **** GRAVA O REGISTRO NA TRILHA AUDSUITE COM O SELO DE
      **** ENCADEAMENTO (SEQUENCIA, HASH ANTERIOR E HASH PROPRIO) NAS
      **** 50 POSICOES FINAIS E AVANCA O ELO DA TRILHA NO AUDELO
      ******************************
           0995-GRAVAR-TRILHA.
               MOVE 'AUDSUITE' TO WRK-EST-TRILHA.
               MOVE SPACES TO WRK-HEL-REGISTRO.
               MOVE WRK-AUDITORIA-SUITE TO WRK-HEL-REGISTRO.
               MOVE 100 TO WRK-HEL-TAMANHO.
               PERFORM 0996-SELAR-REGISTRO.
               MOVE WRK-AUDITORIA-SUITE TO LINHA-AUDITORIA-SUITE.
               MOVE WRK-ELO-SELO TO LINHA-AUDITORIA-SUITE (101:50).
               OPEN EXTEND AUDITORIA-SUITE.
               WRITE LINHA-AUDITORIA-SUITE.
               CLOSE AUDITORIA-SUITE.
               PERFORM 0999-ATUALIZAR-ELO.
           0996-SELAR-REGISTRO.
               SET ELO-EXISTENTE TO TRUE.
               MOVE ZEROS TO WRK-EST-ULT-SEQ.
               MOVE SPACES TO WRK-EST-ULT-HASH.
               OPEN I-O ELOS-TRILHA.
               IF AUDELO-AUSENTE
                   OPEN OUTPUT ELOS-TRILHA
                   CLOSE ELOS-TRILHA
                   OPEN I-O ELOS-TRILHA
               END-IF.
               IF AUDELO-OK
                   MOVE WRK-EST-TRILHA TO REG-ELO-TRILHA
                   READ ELOS-TRILHA INTO WRK-ELO-ESTADO
                       INVALID KEY SET ELO-NOVO TO TRUE
                   END-READ
               ELSE
                   SET ELO-INDISPONIVEL TO TRUE
                   DISPLAY 'AUDELO NAO ABRIU - STATUS '
                       WRK-AUDELO-STATUS ' - REGISTRO SEM ELO'
               END-IF.
               IF ELO-INDISPONIVEL
                   MOVE ZEROS TO WRK-SEL-SEQ
                   MOVE SPACES TO WRK-SEL-ANTERIOR
                   MOVE SPACES TO WRK-SEL-HASH
               ELSE
                   ADD 1 TO WRK-EST-ULT-SEQ
                   MOVE WRK-EST-ULT-SEQ TO WRK-SEL-SEQ
                   MOVE WRK-EST-ULT-SEQ TO WRK-HEL-SEQ
                   MOVE WRK-EST-ULT-HASH TO WRK-SEL-ANTERIOR
                   MOVE WRK-EST-ULT-HASH TO WRK-HEL-ANTERIOR
                   PERFORM 0997-CALCULAR-ELO
                   MOVE WRK-HEL-RESULTADO TO WRK-SEL-HASH
               END-IF.
           0997-CALCULAR-ELO.
               MOVE 5381 TO WRK-HEL-ACUM-A.
               MOVE 52711 TO WRK-HEL-ACUM-B.
               PERFORM 0998-MISTURAR-ELO
                   VARYING WRK-HEL-POS FROM 1 BY 1
                   UNTIL WRK-HEL-POS > WRK-HEL-TAMANHO + 27.
               MOVE WRK-HEL-ACUM-A TO WRK-HEL-RES-A.
               MOVE WRK-HEL-ACUM-B TO WRK-HEL-RES-B.
           0998-MISTURAR-ELO.
               MOVE WRK-HEL-ENTRADA (WRK-HEL-POS:1)
                   TO WRK-HEL-CARACTER.
               COMPUTE WRK-HEL-TRABALHO =
                   (WRK-HEL-ACUM-A * 33) + WRK-HEL-CODIGO
                   + WRK-HEL-POS.
               DIVIDE WRK-HEL-TRABALHO BY 999999937
                   GIVING WRK-HEL-QUOCIENTE
                   REMAINDER WRK-HEL-ACUM-A.
               COMPUTE WRK-HEL-TRABALHO =
                   (WRK-HEL-ACUM-B * 131)
                   + (WRK-HEL-CODIGO * WRK-HEL-POS) + WRK-HEL-ACUM-A.
               DIVIDE WRK-HEL-TRABALHO BY 999999929
                   GIVING WRK-HEL-QUOCIENTE
                   REMAINDER WRK-HEL-ACUM-B.
           0999-ATUALIZAR-ELO.
               IF NOT ELO-INDISPONIVEL
                   MOVE WRK-SEL-HASH TO WRK-EST-ULT-HASH
                   ACCEPT WRK-EST-DATA FROM DATE YYYYMMDD
                   IF ELO-NOVO
                       WRITE REG-ELO FROM WRK-ELO-ESTADO
                   ELSE
                       REWRITE REG-ELO FROM WRK-ELO-ESTADO
                   END-IF
                   CLOSE ELOS-TRILHA
               END-IF.
