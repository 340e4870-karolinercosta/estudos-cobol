           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGPTE.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: PEDIDOS DO PORTAL DO CLIENTE (PORTENT, CPYPORT)
      *     -- A MUDANCA DE ENDERECO QUE O CLIENTE PEDE NO PORTAL E
      *     APLICADA NO CADASTRO MESTRE (CLIMST) COMO TRANSACAO DE
      *     MANUTENCAO, SEM O ESCRITORIO REDIGITAR NO PROGCOB13. O
      *     ARQUIVO VEM NO ENVELOPE PADRAO (CPYENV, HEADER PORTENT) E
      *     E CONFERIDO NUMA PRE-PASSADA: ENVELOPE INVALIDO NAO
      *     APLICA NADA E TERMINA COM 8 (ARQUIVO AUSENTE TERMINA COM
      *     4). CADA PEDIDO PASSA PELAS
      *     REGRAS DA PADRONIZACAO DO PROGCOB27: ENDERECO EM
      *     MAIUSCULAS E SEM ESPACOS A ESQUERDA (EM BRANCO E
      *     RECUSADO), CEP NUMERICO E, QUANDO CAI EM UMA FAIXA DA
      *     TABELA CEP X UF (TABCEP), A UF DA FAIXA TEM DE BATER COM A
      *     UF DO PEDIDO (UF EM BRANCO MANTEM A DO CADASTRO). PEDIDO
      *     ACEITO REGRAVA ENDERECO, UF, CEP E DATA DO ULTIMO
      *     MOVIMENTO E E JORNALIZADO NO CLIHIST COMO NO PROGCOB13
      *     (IMAGEM ANTES E DEPOIS, SELO DO ENCADEAMENTO), COM O
      *     PORTAL COMO ORIGEM NO LUGAR DO USUARIO -- O PROGCOB92
      *     REAPLICA ESSAS ENTRADAS COMO QUALQUER OUTRA. PEDIDO IGUAL
      *     AO CADASTRO NAO REGRAVA NEM JORNALIZA (REPROCESSAR O
      *     ARQUIVO NAO DUPLICA NADA). PEDIDOS RECUSADOS SAEM NO
      *     RELATORIO (PTERPT) COM O MOTIVO, PARA O PORTAL AVISAR O
      *     CLIENTE, E O RUN TERMINA COM 4
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEDIDOS-PORTAL ASSIGN TO PORTENT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PORTENT-STATUS.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT TABELA-CEP-IN ASSIGN TO TABCEP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABCEP-STATUS.
               SELECT HISTORICO-CLIENTE ASSIGN TO CLIHIST
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT RELATORIO-PEDIDOS ASSIGN TO PTERPT
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
           FD  PEDIDOS-PORTAL.
           01  LINHA-PEDIDO-PORTAL PIC X(120).
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
           FD  TABELA-CEP-IN.
           01  REG-TABCEP-IN.
               02 REG-CEP-INICIAL PIC X(08).
               02 REG-CEP-FINAL   PIC X(08).
               02 REG-CEP-UF      PIC X(02).
           FD  HISTORICO-CLIENTE.
           01  LINHA-HISTORICO-CLI PIC X(360).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  RELATORIO-PEDIDOS.
           01  LINHA-PEDIDOS PIC X(100).
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
           COPY CPYENV.
           COPY CPYPORT.
           COPY CPYELO.
           77 WRK-PORTENT-STATUS PIC X(02) VALUE '00'.
               88 PORTENT-OK VALUE '00'.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK VALUE '00'.
           77 WRK-TABCEP-STATUS PIC X(02) VALUE '00'.
               88 TABCEP-OK VALUE '00'.
           77 WRK-FIM-TABCEP PIC X(01) VALUE 'N'.
               88 FIM-TABELA-CEP VALUE 'S'.
           77 WRK-FIM-PEDIDOS PIC X(01) VALUE 'N'.
               88 FIM-PEDIDOS VALUE 'S'.
           77 WRK-CLIMST-ABERTO PIC X(01) VALUE 'N'.
               88 CLIMST-ABERTO VALUE 'S'.
      ******************************
      **** TABELA EXTERNA DE FAIXAS CEP X UF, EM MEMORIA
      ******************************
           77 WRK-QTD-CEP PIC 9(03) VALUE ZEROS.
           01 TAB-CEPS.
               02 TAB-CEP OCCURS 1 TO 200 TIMES
                  DEPENDING ON WRK-QTD-CEP
                  INDEXED BY TAB-CEP-IDX.
                   03 TAB-CEP-INICIAL PIC X(08).
                   03 TAB-CEP-FINAL   PIC X(08).
                   03 TAB-CEP-UF      PIC X(02).
           77 WRK-ENDERECO PIC X(40) VALUE SPACES.
           77 WRK-UF       PIC X(02) VALUE SPACES.
           77 WRK-CEP      PIC X(08) VALUE SPACES.
           77 WRK-POS      PIC 9(02) VALUE 1.
           77 WRK-CEP-FAIXA-UF PIC X(02) VALUE SPACES.
           77 WRK-MOTIVO   PIC X(40) VALUE SPACES.
           77 WRK-RESULTADO PIC X(52) VALUE SPACES.
           77 WRK-LINHA-PEDIDOS PIC X(100) VALUE SPACES.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
      ******************************
      **** REGISTRO DO HISTORICO DE ALTERACOES DO CADASTRO (MESMO
      **** FORMATO DO CLIHIST DO PROGCOB13); O USUARIO E O PORTAL
      ******************************
           01 WRK-HISTORICO-CLI.
               02 WRK-HST-OPERACAO PIC X(08) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-USUARIO  PIC X(10) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-DATA     PIC X(08) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-HORA     PIC X(06) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-ANTES    PIC X(132) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-DEPOIS   PIC X(132) VALUE SPACES.
           77 WRK-IMAGEM-ANTES PIC X(132) VALUE SPACES.
           77 WRK-TOTAL-LIDOS       PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-APLICADOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-ALTER   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADOS   PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-PEDIDO UNTIL FIM-PEDIDOS.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0110-CARREGAR-TABELA-CEP.
               OPEN OUTPUT RELATORIO-PEDIDOS.
               MOVE 'PEDIDOS DO PORTAL DO CLIENTE - MUDANCA DE ENDERECO'
                   TO LINHA-PEDIDOS.
               WRITE LINHA-PEDIDOS.
               PERFORM 0150-CONFERIR-ENVELOPE.
               IF ENVELOPE-INVALIDO
                   SET FIM-PEDIDOS TO TRUE
                   MOVE SPACES TO WRK-LINHA-PEDIDOS
                   STRING 'PORTENT REJEITADO: ' DELIMITED BY SIZE
                          WRK-ENV-MOTIVO DELIMITED BY SIZE
                          INTO WRK-LINHA-PEDIDOS
                   WRITE LINHA-PEDIDOS FROM WRK-LINHA-PEDIDOS
                   DISPLAY 'PORTENT REJEITADO: ' WRK-ENV-MOTIVO
                       ' - NENHUM PEDIDO APLICADO'
                   IF WRK-ENV-MOTIVO = 'ARQUIVO AUSENTE'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   OPEN I-O CLIENTE-MASTER
                   IF CLIMST-OK
                       SET CLIMST-ABERTO TO TRUE
                       OPEN INPUT PEDIDOS-PORTAL
                       READ PEDIDOS-PORTAL INTO WRK-ENV-BUFFER
                           AT END SET FIM-PEDIDOS TO TRUE
                       END-READ
                       PERFORM 0190-LER-PEDIDO
                   ELSE
                       SET FIM-PEDIDOS TO TRUE
                       DISPLAY 'CLIMST NAO ABRIU - STATUS '
                           WRK-CLIMST-STATUS ' - NENHUM PEDIDO '
                           'APLICADO'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
      ******************************
      **** CARREGA EM MEMORIA A TABELA EXTERNA DE FAIXAS CEP X UF
      ******************************
           0110-CARREGAR-TABELA-CEP.
               OPEN INPUT TABELA-CEP-IN.
               IF TABCEP-OK
                   READ TABELA-CEP-IN
                       AT END SET FIM-TABELA-CEP TO TRUE
                   END-READ
                   PERFORM 0120-LER-TABELA-CEP
                       UNTIL FIM-TABELA-CEP OR WRK-QTD-CEP >= 200
                   CLOSE TABELA-CEP-IN
               END-IF.
           0120-LER-TABELA-CEP.
               ADD 1 TO WRK-QTD-CEP.
               MOVE REG-CEP-INICIAL TO TAB-CEP-INICIAL (WRK-QTD-CEP).
               MOVE REG-CEP-FINAL   TO TAB-CEP-FINAL   (WRK-QTD-CEP).
               MOVE REG-CEP-UF      TO TAB-CEP-UF      (WRK-QTD-CEP).
               READ TABELA-CEP-IN
                   AT END SET FIM-TABELA-CEP TO TRUE
               END-READ.
      ******************************
      **** PRE-PASSADA DO ENVELOPE: HEADER DO PORTENT NA FRENTE E
      **** TRAILER COM A QUANTIDADE DE PEDIDOS BATENDO (O PEDIDO NAO
      **** TEM VALOR, O HASH DO TRAILER NAO E CONFERIDO)
      ******************************
           0150-CONFERIR-ENVELOPE.
               OPEN INPUT PEDIDOS-PORTAL.
               IF NOT PORTENT-OK
                   MOVE 'I' TO WRK-ENV-SITUACAO
                   MOVE 'ARQUIVO AUSENTE' TO WRK-ENV-MOTIVO
               ELSE
                   READ PEDIDOS-PORTAL INTO WRK-ENV-BUFFER
                       AT END SET FIM-PRE-PASSADA TO TRUE
                   END-READ
                   EVALUATE TRUE
                       WHEN FIM-PRE-PASSADA
                           MOVE 'I' TO WRK-ENV-SITUACAO
                           MOVE 'ARQUIVO VAZIO' TO WRK-ENV-MOTIVO
                       WHEN NOT ENV-REG-HEADER
                           MOVE 'I' TO WRK-ENV-SITUACAO
                           MOVE 'ARQUIVO SEM HEADER' TO WRK-ENV-MOTIVO
                       WHEN WRK-ENV-ARQUIVO NOT = 'PORTENT '
                           MOVE 'I' TO WRK-ENV-SITUACAO
                           MOVE 'HEADER DE OUTRO ARQUIVO'
                               TO WRK-ENV-MOTIVO
                       WHEN OTHER
                           SET ENVELOPE-PRESENTE TO TRUE
                           PERFORM 0160-CONTAR-PEDIDO
                               UNTIL FIM-PRE-PASSADA
                   END-EVALUATE
                   CLOSE PEDIDOS-PORTAL
                   IF ENVELOPE-PRESENTE
                       IF NOT ENVELOPE-TEM-TRAILER
                           MOVE 'I' TO WRK-ENV-SITUACAO
                           MOVE 'TRAILER AUSENTE' TO WRK-ENV-MOTIVO
                       ELSE
                           IF WRK-ENV-QTD-CONTADA
                               NOT = WRK-ENV-QTD-DETALHES
                               MOVE 'I' TO WRK-ENV-SITUACAO
                               MOVE 'CONTAGEM DO TRAILER NAO BATE'
                                   TO WRK-ENV-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF.
           0160-CONTAR-PEDIDO.
               READ PEDIDOS-PORTAL INTO WRK-ENV-BUFFER
                   AT END SET FIM-PRE-PASSADA TO TRUE
               END-READ.
               IF NOT FIM-PRE-PASSADA
                   IF ENV-REG-TRAILER
                       SET ENVELOPE-TEM-TRAILER TO TRUE
                       MOVE WRK-ENR-QTDE TO WRK-ENV-QTD-DETALHES
                       SET FIM-PRE-PASSADA TO TRUE
                   ELSE
                       ADD 1 TO WRK-ENV-QTD-CONTADA
                   END-IF
               END-IF.
      ******************************
      **** PROXIMO PEDIDO; O TRAILER ENCERRA A LEITURA
      ******************************
           0190-LER-PEDIDO.
               IF NOT FIM-PEDIDOS
                   READ PEDIDOS-PORTAL INTO WRK-ENV-BUFFER
                       AT END SET FIM-PEDIDOS TO TRUE
                   END-READ
               END-IF.
               IF NOT FIM-PEDIDOS
                   IF ENV-REG-TRAILER
                       SET FIM-PEDIDOS TO TRUE
                   ELSE
                       MOVE WRK-ENV-BUFFER TO WRK-PORTAL-PEDIDO
                   END-IF
               END-IF.
      ******************************
      **** VALIDA O PEDIDO E, ACEITO, APLICA NO CADASTRO
      ******************************
           0200-PROCESSAR-PEDIDO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               MOVE SPACES TO WRK-MOTIVO WRK-RESULTADO.
               PERFORM 0210-VALIDAR-PEDIDO.
               IF WRK-MOTIVO = SPACES
                   PERFORM 0250-APLICAR-PEDIDO
               END-IF.
               IF WRK-MOTIVO NOT = SPACES
                   ADD 1 TO WRK-TOTAL-RECUSADOS
                   MOVE SPACES TO WRK-RESULTADO
                   STRING 'RECUSADO: ' DELIMITED BY SIZE
                          WRK-MOTIVO DELIMITED BY SIZE
                          INTO WRK-RESULTADO
               END-IF.
               PERFORM 0290-LISTAR-PEDIDO.
               PERFORM 0190-LER-PEDIDO.
      ******************************
      **** REGRAS DA PADRONIZACAO DO PROGCOB27 SOBRE O ENDERECO, A
      **** UF E O CEP PEDIDOS, NO CLIENTE DO DOCUMENTO DO PEDIDO
      ******************************
           0210-VALIDAR-PEDIDO.
               IF NOT PTE-MUDANCA-ENDERECO
                   MOVE 'TIPO DE PEDIDO DESCONHECIDO' TO WRK-MOTIVO
               ELSE
                   MOVE WRK-PTE-DOCUMENTO TO REG-CLI-CPF
                   READ CLIENTE-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF NOT CLIMST-OK
                       MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO
                   END-IF
               END-IF.
               IF WRK-MOTIVO = SPACES
                   PERFORM 0220-PADRONIZAR-ENDERECO
                   IF WRK-ENDERECO = SPACES
                       MOVE 'ENDERECO EM BRANCO' TO WRK-MOTIVO
                   END-IF
               END-IF.
               IF WRK-MOTIVO = SPACES
                   IF WRK-PTE-UF = SPACES
                       MOVE REG-CLI-UF TO WRK-UF
                   ELSE
                       MOVE WRK-PTE-UF TO WRK-UF
                       INSPECT WRK-UF CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   END-IF
                   MOVE WRK-PTE-CEP TO WRK-CEP
                   PERFORM 0230-CONFERIR-CEP
               END-IF.
      ******************************
      **** MAIUSCULAS E REMOCAO DE ESPACOS A ESQUERDA DO ENDERECO,
      **** MESMA LIMPEZA DO PROGCOB27
      ******************************
           0220-PADRONIZAR-ENDERECO.
               MOVE WRK-PTE-ENDERECO TO WRK-ENDERECO.
               INSPECT WRK-ENDERECO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               MOVE 1 TO WRK-POS.
               PERFORM 0225-ACHAR-INICIO
                   UNTIL WRK-POS > 40
                      OR WRK-ENDERECO(WRK-POS:1) NOT = SPACE.
               IF WRK-POS > 40
                   MOVE SPACES TO WRK-ENDERECO
               ELSE
                   MOVE WRK-ENDERECO(WRK-POS:) TO WRK-ENDERECO
               END-IF.
           0225-ACHAR-INICIO.
               ADD 1 TO WRK-POS.
      ******************************
      **** CEP NUMERICO E, QUANDO CAI EM UMA FAIXA DA TABELA, DA
      **** MESMA UF DO PEDIDO (FORA DE QUALQUER FAIXA E ACEITO)
      ******************************
           0230-CONFERIR-CEP.
               MOVE SPACES TO WRK-CEP-FAIXA-UF.
               IF WRK-CEP IS NOT NUMERIC
                   MOVE 'CEP NAO NUMERICO' TO WRK-MOTIVO
               ELSE
                   IF WRK-QTD-CEP > 0
                       SET TAB-CEP-IDX TO 1
                       SEARCH TAB-CEP
                           AT END CONTINUE
                           WHEN WRK-CEP NOT <
                                   TAB-CEP-INICIAL (TAB-CEP-IDX)
                               AND WRK-CEP NOT >
                                   TAB-CEP-FINAL (TAB-CEP-IDX)
                               MOVE TAB-CEP-UF (TAB-CEP-IDX)
                                   TO WRK-CEP-FAIXA-UF
                       END-SEARCH
                   END-IF
                   IF WRK-CEP-FAIXA-UF NOT = SPACES
                       AND WRK-CEP-FAIXA-UF NOT = WRK-UF
                       STRING 'CEP DA UF ' DELIMITED BY SIZE
                              WRK-CEP-FAIXA-UF DELIMITED BY SIZE
                              ' E NAO DA UF ' DELIMITED BY SIZE
                              WRK-UF DELIMITED BY SIZE
                              INTO WRK-MOTIVO
                   END-IF
               END-IF.
      ******************************
      **** REGRAVA O CLIENTE COM O ENDERECO NOVO E JORNALIZA NO
      **** CLIHIST; PEDIDO IGUAL AO CADASTRO SO E CONTADO
      ******************************
           0250-APLICAR-PEDIDO.
               IF WRK-ENDERECO = REG-CLI-ENDERECO
                   AND WRK-UF = REG-CLI-UF
                   AND WRK-CEP = REG-CLI-CEP
                   ADD 1 TO WRK-TOTAL-SEM-ALTER
                   MOVE 'SEM ALTERACAO (IGUAL AO CADASTRO)'
                       TO WRK-RESULTADO
               ELSE
                   MOVE REG-CLIENTE TO WRK-IMAGEM-ANTES
                   MOVE WRK-ENDERECO TO REG-CLI-ENDERECO
                   MOVE WRK-UF TO REG-CLI-UF
                   MOVE WRK-CEP TO REG-CLI-CEP
                   MOVE WRK-DATA-HOJE TO REG-CLI-DATA-ULT-MOV
                   REWRITE REG-CLIENTE
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF CLIMST-OK
                       ADD 1 TO WRK-TOTAL-APLICADOS
                       MOVE 'ENDERECO ALTERADO' TO WRK-RESULTADO
                       PERFORM 0270-GRAVAR-HISTORICO
                   ELSE
                       STRING 'CLIMST NAO REGRAVOU - STATUS '
                                  DELIMITED BY SIZE
                              WRK-CLIMST-STATUS DELIMITED BY SIZE
                              INTO WRK-MOTIVO
                   END-IF
               END-IF.
      ******************************
      **** GRAVA NO HISTORICO DE ALTERACOES A IMAGEM DO CLIENTE
      **** ANTES E DEPOIS, COM O PORTAL COMO ORIGEM
      ******************************
           0270-GRAVAR-HISTORICO.
               MOVE 'ALTERACAO' TO WRK-HST-OPERACAO.
               MOVE 'PORTAL' TO WRK-HST-USUARIO.
               MOVE WRK-DATA-HOJE TO WRK-HST-DATA.
               ACCEPT WRK-HST-HORA FROM TIME.
               MOVE WRK-IMAGEM-ANTES TO WRK-HST-ANTES.
               MOVE REG-CLIENTE TO WRK-HST-DEPOIS.
               PERFORM 0995-GRAVAR-TRILHA.
           0290-LISTAR-PEDIDO.
               MOVE SPACES TO WRK-LINHA-PEDIDOS.
               STRING WRK-PTE-PROTOCOLO DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-PTE-DOCUMENTO DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-RESULTADO DELIMITED BY SIZE
                      INTO WRK-LINHA-PEDIDOS.
               WRITE LINHA-PEDIDOS FROM WRK-LINHA-PEDIDOS.
           0800-FINALIZAR.
               IF CLIMST-ABERTO
                   CLOSE CLIENTE-MASTER PEDIDOS-PORTAL
               END-IF.
               IF WRK-TOTAL-RECUSADOS > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               MOVE SPACES TO WRK-LINHA-PEDIDOS.
               STRING 'LIDOS ' DELIMITED BY SIZE
                      WRK-TOTAL-LIDOS DELIMITED BY SIZE
                      '  APLICADOS ' DELIMITED BY SIZE
                      WRK-TOTAL-APLICADOS DELIMITED BY SIZE
                      '  SEM ALTERACAO ' DELIMITED BY SIZE
                      WRK-TOTAL-SEM-ALTER DELIMITED BY SIZE
                      '  RECUSADOS ' DELIMITED BY SIZE
                      WRK-TOTAL-RECUSADOS DELIMITED BY SIZE
                      INTO WRK-LINHA-PEDIDOS.
               WRITE LINHA-PEDIDOS FROM WRK-LINHA-PEDIDOS.
               CLOSE RELATORIO-PEDIDOS.
               DISPLAY '********************'.
               DISPLAY 'PEDIDOS LIDOS      : ' WRK-TOTAL-LIDOS.
               DISPLAY 'ENDERECOS ALTERADOS: ' WRK-TOTAL-APLICADOS.
               DISPLAY 'SEM ALTERACAO      : ' WRK-TOTAL-SEM-ALTER.
               DISPLAY 'PEDIDOS RECUSADOS  : ' WRK-TOTAL-RECUSADOS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGPTE' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               COMPUTE WRK-CTL-ACEITOS =
                   WRK-TOTAL-APLICADOS + WRK-TOTAL-SEM-ALTER.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-CTL-REJEITADOS.
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
           0980-REGISTRAR-INICIO.
               PERFORM 0975-CONFERIR-TRAVA.
               MOVE 'PROGPTE' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGPTE' TO WRK-RUN-PROGRAMA.
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
                   WRK-TOTAL-APLICADOS + WRK-TOTAL-SEM-ALTER.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
      ******************************
      **** GRAVA O REGISTRO NA TRILHA CLIHIST COM O SELO DE
      **** ENCADEAMENTO (SEQUENCIA, HASH ANTERIOR E HASH PROPRIO) NAS
      **** 50 POSICOES FINAIS E AVANCA O ELO DA TRILHA NO AUDELO
      ******************************
           0995-GRAVAR-TRILHA.
               MOVE 'CLIHIST' TO WRK-EST-TRILHA.
               MOVE SPACES TO WRK-HEL-REGISTRO.
               MOVE WRK-HISTORICO-CLI TO WRK-HEL-REGISTRO.
               MOVE 310 TO WRK-HEL-TAMANHO.
               PERFORM 0996-SELAR-REGISTRO.
               MOVE WRK-HISTORICO-CLI TO LINHA-HISTORICO-CLI.
               MOVE WRK-ELO-SELO TO LINHA-HISTORICO-CLI (311:50).
               OPEN EXTEND HISTORICO-CLIENTE.
               WRITE LINHA-HISTORICO-CLI.
               CLOSE HISTORICO-CLIENTE.
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
