           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGNFR.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: PROCESSAMENTO DO RETORNO DA SEFAZ PARA AS NOTAS
      *     FISCAIS ELETRONICAS TRANSMITIDAS PELO PROGNFE. CADA
      *     REGISTRO DO RETORNO (NFERET) TRAZ O EVENTO (E EMISSAO,
      *     C CANCELAMENTO), A NOTA (EMPRESA + NUMERO) E O RESULTADO
      *     (A AUTORIZADO, R REJEITADO). NA EMISSAO AUTORIZADA GUARDA
      *     A CHAVE DE ACESSO E O PROTOCOLO NO NFESIT E A NOTA PASSA
      *     A AUTORIZADA -- SO ENTAO O TITULO DELA NO RECEBIV PODE IR
      *     PARA A REMESSA (PROGCOB31). NA EMISSAO REJEITADA GUARDA
      *     O CODIGO DO MOTIVO E A NOTA FICA REJEITADA ATE SER
      *     REFATURADA. NO CANCELAMENTO AUTORIZADO A NOTA PASSA A
      *     CANCELADA; NO CANCELAMENTO REJEITADO ELA VOLTA A
      *     AUTORIZADA. RETORNO DE NOTA QUE NAO ESTA AGUARDANDO
      *     AQUELE EVENTO E LISTADO E NAO ALTERA NADA. O RELATORIO
      *     (NFERRPT) LISTA AUTORIZADAS, CANCELADAS E AS REJEICOES
      *     COM O CODIGO E A DESCRICAO DO MOTIVO
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETORNO-NFE ASSIGN TO NFERET
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NFERET-STATUS.
               SELECT SITUACAO-NFE ASSIGN TO NFESIT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-NFS-CHAVE
                   FILE STATUS IS WRK-NFESIT-STATUS.
               SELECT RELATORIO-RETORNO ASSIGN TO NFERRPT
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
           FD  RETORNO-NFE.
           01  REG-RETORNO-NFE.
               02 REG-RET-EVENTO       PIC X(01).
                   88 RET-EMISSAO        VALUE 'E'.
                   88 RET-CANCELAMENTO   VALUE 'C'.
               02 REG-RET-EMPRESA      PIC X(03).
               02 REG-RET-NUMERO       PIC 9(06).
               02 REG-RET-RESULTADO    PIC X(01).
                   88 RET-AUTORIZADO     VALUE 'A'.
                   88 RET-REJEITADO      VALUE 'R'.
               02 REG-RET-CHAVE-ACESSO PIC X(44).
               02 REG-RET-PROTOCOLO    PIC X(15).
               02 REG-RET-MOTIVO       PIC X(03).
               02 REG-RET-DESCRICAO    PIC X(40).
           FD  SITUACAO-NFE.
           01  REG-SITUACAO-NFE.
               02 REG-NFS-CHAVE.
                   03 REG-NFS-EMPRESA PIC X(03).
                   03 REG-NFS-NUMERO  PIC 9(06).
               02 REG-NFS-REFERENCIA  PIC X(20).
               02 REG-NFS-CPF         PIC X(14).
               02 REG-NFS-EMISSAO     PIC X(08).
               02 REG-NFS-VALOR       PIC 9(09)V99.
               02 REG-NFS-SITUACAO    PIC X(01).
                   88 NFS-PENDENTE       VALUE 'P'.
                   88 NFS-AUTORIZADA     VALUE 'A'.
                   88 NFS-REJEITADA      VALUE 'R'.
                   88 NFS-CANC-PENDENTE  VALUE 'C'.
                   88 NFS-CANCELADA      VALUE 'X'.
               02 REG-NFS-DATA-ENVIO  PIC X(08).
               02 REG-NFS-CHAVE-ACESSO PIC X(44).
               02 REG-NFS-PROTOCOLO   PIC X(15).
               02 REG-NFS-MOTIVO      PIC X(03).
               02 REG-NFS-DATA-RETORNO PIC X(08).
           FD  RELATORIO-RETORNO.
           01  LINHA-RETORNO PIC X(100).
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
           77 WRK-NFERET-STATUS PIC X(02) VALUE '00'.
               88 NFERET-OK VALUE '00'.
           77 WRK-NFESIT-STATUS PIC X(02) VALUE '00'.
               88 NFESIT-OK          VALUE '00'.
               88 NFESIT-NAO-EXISTE  VALUE '35'.
           77 WRK-FIM-RETORNO PIC X(01) VALUE 'N'.
               88 FIM-RETORNO VALUE 'S'.
           77 WRK-NOTA-ACHADA PIC X(01) VALUE 'N'.
               88 NOTA-ACHADA VALUE 'S'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-NUMERO-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-SITUACAO-LIDA PIC X(01) VALUE SPACES.
           77 WRK-OCORRENCIA PIC X(16) VALUE SPACES.
           77 WRK-DETALHE    PIC X(60) VALUE SPACES.
           77 WRK-LINHA-RET  PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-LIDOS        PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-AUTORIZADAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REJEITADAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CANCELADAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CANC-NEGADO  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FORA-CICLO   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VALOR-AUT PIC S9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-RETORNO UNTIL FIM-RETORNO.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** SEM NFERET (DIA SEM RETORNO) O RUN SO EMITE O RELATORIO
      **** VAZIO; O NFESIT E CRIADO VAZIO SE AINDA NAO EXISTIR
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O SITUACAO-NFE.
               IF NFESIT-NAO-EXISTE
                   OPEN OUTPUT SITUACAO-NFE
                   CLOSE SITUACAO-NFE
                   OPEN I-O SITUACAO-NFE
               END-IF.
               OPEN OUTPUT RELATORIO-RETORNO.
               MOVE 'RETORNO DA NF-E - AUTORIZACOES E REJEICOES'
                   TO LINHA-RETORNO.
               WRITE LINHA-RETORNO.
               OPEN INPUT RETORNO-NFE.
               IF NFERET-OK
                   READ RETORNO-NFE
                       AT END SET FIM-RETORNO TO TRUE
                   END-READ
               ELSE
                   SET FIM-RETORNO TO TRUE
               END-IF.
      ******************************
      **** UM RETORNO: SO ALTERA A NOTA QUE ESTA AGUARDANDO O
      **** EVENTO (EMISSAO PENDENTE OU CANCELAMENTO PENDENTE)
      ******************************
           0200-PROCESSAR-RETORNO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               MOVE SPACES TO WRK-OCORRENCIA WRK-DETALHE.
               MOVE 'S' TO WRK-NOTA-ACHADA.
               MOVE REG-RET-EMPRESA TO REG-NFS-EMPRESA.
               MOVE REG-RET-NUMERO  TO REG-NFS-NUMERO.
               READ SITUACAO-NFE
                   INVALID KEY MOVE 'N' TO WRK-NOTA-ACHADA
               END-READ.
               IF NOT NOTA-ACHADA
                   MOVE 'FORA DO CICLO' TO WRK-OCORRENCIA
                   MOVE 'NOTA NAO ENCONTRADA NO NFESIT' TO WRK-DETALHE
                   ADD 1 TO WRK-TOTAL-FORA-CICLO
               ELSE
                   PERFORM 0205-APLICAR-RETORNO
               END-IF.
               PERFORM 0270-LISTAR-RETORNO.
               READ RETORNO-NFE
                   AT END SET FIM-RETORNO TO TRUE
               END-READ.
           0205-APLICAR-RETORNO.
               MOVE REG-NFS-SITUACAO TO WRK-SITUACAO-LIDA.
               EVALUATE TRUE
                   WHEN RET-EMISSAO AND NFS-PENDENTE
                       PERFORM 0210-RETORNO-EMISSAO
                   WHEN RET-CANCELAMENTO AND NFS-CANC-PENDENTE
                       PERFORM 0220-RETORNO-CANCELAMENTO
                   WHEN OTHER
                       MOVE 'FORA DO CICLO' TO WRK-OCORRENCIA
                       MOVE 'EVENTO   NAO AGUARDADO - SITUACAO  '
                           TO WRK-DETALHE
                       MOVE REG-RET-EVENTO TO WRK-DETALHE (8:1)
                       MOVE WRK-SITUACAO-LIDA TO WRK-DETALHE (35:1)
                       ADD 1 TO WRK-TOTAL-FORA-CICLO
               END-EVALUATE.
               IF WRK-OCORRENCIA NOT = 'FORA DO CICLO'
                   MOVE WRK-DATA-HOJE TO REG-NFS-DATA-RETORNO
                   REWRITE REG-SITUACAO-NFE
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF.
           0210-RETORNO-EMISSAO.
               IF RET-AUTORIZADO
                   SET NFS-AUTORIZADA TO TRUE
                   MOVE REG-RET-CHAVE-ACESSO TO REG-NFS-CHAVE-ACESSO
                   MOVE REG-RET-PROTOCOLO    TO REG-NFS-PROTOCOLO
                   MOVE SPACES TO REG-NFS-MOTIVO
                   MOVE 'AUTORIZADA' TO WRK-OCORRENCIA
                   MOVE REG-RET-CHAVE-ACESSO TO WRK-DETALHE
                   ADD 1 TO WRK-TOTAL-AUTORIZADAS
                   ADD REG-NFS-VALOR TO WRK-TOTAL-VALOR-AUT
               ELSE
                   SET NFS-REJEITADA TO TRUE
                   MOVE REG-RET-MOTIVO TO REG-NFS-MOTIVO
                   MOVE 'REJEITADA' TO WRK-OCORRENCIA
                   PERFORM 0230-MONTAR-MOTIVO
                   ADD 1 TO WRK-TOTAL-REJEITADAS
               END-IF.
      ******************************
      **** CANCELAMENTO NEGADO PELA SEFAZ: A NOTA CONTINUA VALIDA
      **** E VOLTA A AUTORIZADA (O PROTOCOLO DA EMISSAO E MANTIDO)
      ******************************
           0220-RETORNO-CANCELAMENTO.
               IF RET-AUTORIZADO
                   SET NFS-CANCELADA TO TRUE
                   MOVE REG-RET-PROTOCOLO TO REG-NFS-PROTOCOLO
                   MOVE SPACES TO REG-NFS-MOTIVO
                   MOVE 'CANCELADA' TO WRK-OCORRENCIA
                   MOVE REG-RET-PROTOCOLO TO WRK-DETALHE
                   ADD 1 TO WRK-TOTAL-CANCELADAS
               ELSE
                   SET NFS-AUTORIZADA TO TRUE
                   MOVE REG-RET-MOTIVO TO REG-NFS-MOTIVO
                   MOVE 'CANC. NEGADO' TO WRK-OCORRENCIA
                   PERFORM 0230-MONTAR-MOTIVO
                   ADD 1 TO WRK-TOTAL-CANC-NEGADO
               END-IF.
           0230-MONTAR-MOTIVO.
               STRING 'MOTIVO ' DELIMITED BY SIZE
                      REG-RET-MOTIVO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-RET-DESCRICAO DELIMITED BY SIZE
                      INTO WRK-DETALHE.
           0270-LISTAR-RETORNO.
               MOVE REG-RET-NUMERO TO WRK-NUMERO-ED.
               MOVE SPACES TO WRK-LINHA-RET.
               STRING WRK-OCORRENCIA DELIMITED BY SIZE
                      ' EMP ' DELIMITED BY SIZE
                      REG-RET-EMPRESA DELIMITED BY SIZE
                      ' NOTA ' DELIMITED BY SIZE
                      WRK-NUMERO-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DETALHE DELIMITED BY SIZE
                      INTO WRK-LINHA-RET.
               WRITE LINHA-RETORNO FROM WRK-LINHA-RET.
      ******************************
      **** TOTAIS DO RETORNO; REJEICAO OU RETORNO FORA DO CICLO
      **** TERMINA COM RC 4 PARA A OPERACAO CONFERIR O RELATORIO
      ******************************
           0800-FINALIZAR.
               MOVE SPACES TO WRK-LINHA-RET.
               WRITE LINHA-RETORNO FROM WRK-LINHA-RET.
               MOVE WRK-TOTAL-VALOR-AUT TO WRK-VALOR-ED.
               STRING 'AUTORIZADAS ' DELIMITED BY SIZE
                      WRK-TOTAL-AUTORIZADAS DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' REJEITADAS ' DELIMITED BY SIZE
                      WRK-TOTAL-REJEITADAS DELIMITED BY SIZE
                      ' CANCELADAS ' DELIMITED BY SIZE
                      WRK-TOTAL-CANCELADAS DELIMITED BY SIZE
                      INTO WRK-LINHA-RET.
               WRITE LINHA-RETORNO FROM WRK-LINHA-RET.
               IF NFERET-OK
                   CLOSE RETORNO-NFE
               END-IF.
               CLOSE SITUACAO-NFE RELATORIO-RETORNO.
               DISPLAY '********************'.
               DISPLAY 'RETORNOS LIDOS     : ' WRK-TOTAL-LIDOS.
               DISPLAY 'NOTAS AUTORIZADAS  : ' WRK-TOTAL-AUTORIZADAS.
               DISPLAY 'NOTAS REJEITADAS   : ' WRK-TOTAL-REJEITADAS.
               DISPLAY 'NOTAS CANCELADAS   : ' WRK-TOTAL-CANCELADAS.
               DISPLAY 'CANCEL. NEGADOS    : ' WRK-TOTAL-CANC-NEGADO.
               DISPLAY 'FORA DO CICLO      : ' WRK-TOTAL-FORA-CICLO.
               IF WRK-TOTAL-REJEITADAS > 0
                   OR WRK-TOTAL-CANC-NEGADO > 0
                   OR WRK-TOTAL-FORA-CICLO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGNFR' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               COMPUTE WRK-CTL-ACEITOS =
                   WRK-TOTAL-AUTORIZADAS + WRK-TOTAL-CANCELADAS.
               COMPUTE WRK-CTL-REJEITADOS =
                   WRK-TOTAL-REJEITADAS + WRK-TOTAL-CANC-NEGADO
                   + WRK-TOTAL-FORA-CICLO.
               MOVE WRK-TOTAL-VALOR-AUT TO WRK-CTL-HASH.
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
               MOVE 'PROGNFR' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGNFR' TO WRK-RUN-PROGRAMA.
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
               COMPUTE WRK-RUN-ACEITOS =
                   WRK-TOTAL-AUTORIZADAS + WRK-TOTAL-CANCELADAS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
