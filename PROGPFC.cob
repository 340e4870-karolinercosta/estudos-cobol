           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGPFC.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CHECKLIST DE PRE-FECHAMENTO -- O PROGCOB30
      *     CONGELA A COMPETENCIA MESMO QUANDO O MES NAO ACABOU DE
      *     VERDADE. RODA PRIMEIRO NO PCOBMENS, COM A MESMA
      *     COMPETENCIA DO FECHAMENTO NO SYSIN, E CONFERE ITEM A
      *     ITEM, IMPRIMINDO OK OU FALHA NO PFCRPT:
      *     (1) A (3) RETORNOS DO BANCO -- O ULTIMO RUN DO RETORNO DE
      *     COBRANCA (PROGCOB32), DO RETORNO PIX (PROGPXR) E DOS
      *     CHEQUES DEVOLVIDOS (PROGCHQ) NO RUNARQ (GUARDA + RUNSTAT
      *     VIVO CONCATENADOS) TEM DE TER TERMINADO (FIM OK OU RC 04)
      *     E SER DATADO DEPOIS DA COMPETENCIA, SENAO O RETORNO DO
      *     ULTIMO DIA DO MES AINDA NAO ENTROU;
      *     (4) TARIFA DE FRETE PENDENTE DE APROVACAO NO TARPEND
      *     (PROGCOB38, STATUS P);
      *     (5) EMENDA DE NOTA (EMENDIN) SEM APROVACAO VALIDA NO
      *     EMENAPRV (DECISAO S DE OUTRO USUARIO QUE NAO O
      *     PROPONENTE; EMENDA SEM PROPONENTE FICA PENDENTE);
      *     (6) LINHA DE FATURA DE TRANSPORTADORA EM DISPUTA
      *     (FRETDISP) SEM ACERTO DIGITADO NO FRETACD;
      *     (7) CONCILIACAO BANCARIA -- O ULTIMO CONTROLE DE LOTE DO
      *     PROGCOB62 NO CTLARQ (GUARDA + CTLSUITE VIVO) TEM DE SER
      *     DATADO DEPOIS DA COMPETENCIA E SEM LINHA SEM PAR;
      *     (8) EXCECAO DE LANCAMENTO DO RAZAO (LANCEXC, GRAVADO PELO
      *     PROGCOB06B) AINDA NAO RESOLVIDA.
      *     ARQUIVO DE PENDENCIA QUE NAO EXISTE CONTA COMO VAZIO. TUDO
      *     OK = RC 0. COM FALHA O RUN TERMINA COM RC 8 E O JCL NAO
      *     RODA O FECHAMENTO, A MENOS QUE O SEGUNDO REGISTRO DO
      *     SYSIN TRAGA O ID DE UM USUARIO COM NIVEL DE SUPERVISOR OU
      *     MELHOR NO USRMST (MESMO CRITERIO DO PROGCOB93) E A
      *     JUSTIFICATIVA: A LIBERACAO TERMINA COM RC 4 E O FECHAMENTO
      *     RODA. TODO RUN GRAVA NO AUDSUITE A COMPETENCIA, AS
      *     PENDENCIAS E O DESFECHO; A LIBERACAO GRAVA TAMBEM A
      *     JUSTIFICATIVA
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ITEM 5 SEGUE A REGRA DO PROGCOB85: O EMENDIN TRAZ O
      *     PROPONENTE NO FIM (REGISTRO DE 74) E SO CONTA COMO
      *     RESOLVIDA A EMENDA COM PROPONENTE E APROVADA (DECISAO S)
      *     POR OUTRO USUARIO; RECUSA, AUTO-APROVACAO E EMENDA SEM
      *     PROPONENTE FICAM PENDENTES
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEDIDO-PFC ASSIGN TO SYSIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SYSIN-STATUS.
               SELECT PARAMETROS-IN ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT USUARIOS-MASTER ASSIGN TO USRMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT ESTADO-ARQ-IN ASSIGN TO RUNARQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RUNARQ-STATUS.
               SELECT CONTROLE-ARQ-IN ASSIGN TO CTLARQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTLARQ-STATUS.
               SELECT TARIFAS-PEND-IN ASSIGN TO TARPEND
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TARPEND-STATUS.
               SELECT EMENDAS-IN ASSIGN TO EMENDIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-EMENDIN-STATUS.
               SELECT APROVACOES-IN ASSIGN TO EMENAPRV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APRV-STATUS.
               SELECT DISPUTAS-IN ASSIGN TO FRETDISP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRETDISP-STATUS.
               SELECT ACERTOS-IN ASSIGN TO FRETACD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRETACD-STATUS.
               SELECT EXCECOES-IN ASSIGN TO LANCEXC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCEXC-STATUS.
               SELECT RELATORIO-PFC ASSIGN TO PFCRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
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
           FD  PEDIDO-PFC.
           01  REG-PEDIDO-PFC.
               02 REG-PED-COMPETENCIA PIC X(06).
           01  REG-PEDIDO-LIBERACAO.
               02 REG-PED-SUPERVISOR  PIC X(10).
               02 FILLER              PIC X(02).
               02 REG-PED-MOTIVO      PIC X(30).
           FD  PARAMETROS-IN.
           01  REG-PARM-IN.
               02 REG-PARM-NOTA-APROVACAO   PIC 9(02).
               02 REG-PARM-NOTA-RECUP       PIC 9(02).
               02 REG-PARM-NIVEL-ADMIN      PIC 9(02).
               02 REG-PARM-NIVEL-SUPERVISOR PIC 9(02).
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID     PIC X(10).
               02 REG-USR-NOME   PIC X(30).
               02 REG-USR-NIVEL  PIC 9(02).
               02 REG-USR-STATUS PIC X(01).
                   88 USR-ATIVO   VALUE 'A'.
                   88 USR-INATIVO VALUE 'I'.
               02 REG-USR-SENHA  PIC X(08).
           FD  ESTADO-ARQ-IN.
           01  LINHA-ESTADO-ARQ PIC X(80).
           FD  CONTROLE-ARQ-IN.
           01  LINHA-CONTROLE-ARQ PIC X(100).
           FD  TARIFAS-PEND-IN.
           01  REG-TARIFA-PEND.
               02 REG-TPD-TARIFA     PIC X(33).
               02 FILLER             PIC X(02).
               02 REG-TPD-PROPONENTE PIC X(10).
               02 FILLER             PIC X(02).
               02 REG-TPD-DATA       PIC X(08).
               02 FILLER             PIC X(02).
               02 REG-TPD-STATUS     PIC X(01).
                   88 TARIFA-EM-ABERTO VALUE 'P'.
           FD  EMENDAS-IN.
           01  REG-EMENDA-IN.
               02 REG-EMD-MATRICULA PIC 9(06).
               02 FILLER            PIC X(02).
               02 REG-EMD-TERMO     PIC X(06).
               02 FILLER            PIC X(48).
               02 FILLER            PIC X(02).
               02 REG-EMD-PROPONENTE PIC X(10).
           FD  APROVACOES-IN.
           01  REG-APROVACAO-IN.
               02 REG-APR-MATRICULA PIC 9(06).
               02 FILLER            PIC X(02).
               02 REG-APR-TERMO     PIC X(06).
               02 FILLER            PIC X(02).
               02 REG-APR-USUARIO   PIC X(10).
               02 FILLER            PIC X(02).
               02 REG-APR-DECISAO   PIC X(01).
           FD  DISPUTAS-IN.
           01  LINHA-DISPUTA-IN PIC X(80).
           FD  ACERTOS-IN.
           01  LINHA-ACERTO-IN PIC X(80).
           FD  EXCECOES-IN.
           01  LINHA-EXCECAO-IN PIC X(80).
           FD  RELATORIO-PFC.
           01  LINHA-PFC PIC X(100).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
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
           COPY CPYPARM.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYDISP.
           77 WRK-SYSIN-STATUS PIC X(02) VALUE '00'.
               88 SYSIN-OK VALUE '00'.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-RUNARQ-STATUS PIC X(02) VALUE '00'.
               88 RUNARQ-OK VALUE '00'.
           77 WRK-CTLARQ-STATUS PIC X(02) VALUE '00'.
               88 CTLARQ-OK VALUE '00'.
           77 WRK-TARPEND-STATUS PIC X(02) VALUE '00'.
               88 TARPEND-OK VALUE '00'.
           77 WRK-EMENDIN-STATUS PIC X(02) VALUE '00'.
               88 EMENDIN-OK VALUE '00'.
           77 WRK-APRV-STATUS PIC X(02) VALUE '00'.
               88 APRV-OK VALUE '00'.
           77 WRK-FRETDISP-STATUS PIC X(02) VALUE '00'.
               88 FRETDISP-OK VALUE '00'.
           77 WRK-FRETACD-STATUS PIC X(02) VALUE '00'.
               88 FRETACD-OK VALUE '00'.
           77 WRK-LANCEXC-STATUS PIC X(02) VALUE '00'.
               88 LANCEXC-OK VALUE '00'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-COMPETENCIA PIC X(06) VALUE SPACES.
           77 WRK-SUPERVISOR PIC X(10) VALUE SPACES.
           77 WRK-MOTIVO PIC X(30) VALUE SPACES.
           77 WRK-LIBERACAO-AUTORIZADA PIC X(01) VALUE 'N'.
               88 LIBERACAO-AUTORIZADA VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
      ******************************
      **** PROGRAMAS DE RETORNO DO BANCO ACOMPANHADOS NO RUNARQ: O
      **** ULTIMO REGISTRO DE CADA UM (O RUNARQ E CRONOLOGICO)
      ******************************
           01 TAB-RETORNOS.
               02 TAB-RET OCCURS 3 TIMES
                  INDEXED BY TAB-RET-IDX.
                   03 TAB-RET-PROGRAMA  PIC X(11).
                   03 TAB-RET-DESCRICAO PIC X(42).
                   03 TAB-RET-EVENTO    PIC X(03).
                   03 TAB-RET-DATA      PIC X(08).
                   03 TAB-RET-RESULTADO PIC X(08).
      ******************************
      **** APROVACOES DE EMENDA (MATRICULA + TERMO) E ACERTOS DE
      **** DISPUTA (TRANSPORTADORA + REFERENCIA) JA DIGITADOS
      ******************************
           77 WRK-QTD-APR PIC 9(04) VALUE ZEROS.
           01 TAB-APROVACOES.
               02 TAB-APR OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-APR
                  INDEXED BY TAB-APR-IDX.
                   03 TAB-APR-MATRICULA PIC 9(06).
                   03 TAB-APR-TERMO     PIC X(06).
                   03 TAB-APR-USUARIO   PIC X(10).
                   03 TAB-APR-DECISAO   PIC X(01).
           77 WRK-QTD-ACD PIC 9(04) VALUE ZEROS.
           01 TAB-ACERTOS.
               02 TAB-ACD OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-ACD
                  INDEXED BY TAB-ACD-IDX.
                   03 TAB-ACD-TRANSP     PIC X(04).
                   03 TAB-ACD-REFERENCIA PIC X(20).
           77 WRK-APR-ACHADA PIC X(01) VALUE 'N'.
               88 APROVACAO-ACHADA VALUE 'S'.
           77 WRK-ACD-ACHADO PIC X(01) VALUE 'N'.
               88 ACERTO-ACHADO VALUE 'S'.
      ******************************
      **** ULTIMO CONTROLE DE LOTE DA CONCILIACAO BANCARIA
      ******************************
           77 WRK-CONC-DATA PIC X(08) VALUE SPACES.
           77 WRK-CONC-REJEITADOS PIC 9(08) VALUE ZEROS.
      ******************************
      **** ITEM DO CHECKLIST EM MONTAGEM E TOTAIS DO RUN
      ******************************
           77 WRK-ITEM-FALHOU PIC X(01) VALUE 'N'.
               88 ITEM-FALHOU VALUE 'S'.
           77 WRK-QTD-PENDENTE PIC 9(06) VALUE ZEROS.
           77 WRK-QTD-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-TOTAL-ITENS PIC 9(02) VALUE ZEROS.
           77 WRK-TOTAL-OK PIC 9(02) VALUE ZEROS.
           77 WRK-TOTAL-FALHAS PIC 9(02) VALUE ZEROS.
           77 WRK-FALHAS-ED PIC Z9 VALUE ZEROS.
           01 WRK-LINHA-ITEM.
               02 WRK-LIT-DESCRICAO PIC X(42) VALUE SPACES.
               02 WRK-LIT-SITUACAO  PIC X(07) VALUE SPACES.
               02 WRK-LIT-DETALHE   PIC X(51) VALUE SPACES.
           77 WRK-LINHA-PFC PIC X(100) VALUE SPACES.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0200-CONFERIR-RETORNOS
                   PERFORM 0300-CONFERIR-TARIFAS
                   PERFORM 0400-CONFERIR-EMENDAS
                   PERFORM 0500-CONFERIR-DISPUTAS
                   PERFORM 0600-CONFERIR-CONCILIACAO
                   PERFORM 0700-CONFERIR-EXCECOES
                   PERFORM 0800-DECIDIR-FECHAMENTO
               END-IF.
               CLOSE RELATORIO-PFC.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** SYSIN: COMPETENCIA (AAAAMM) E, OPCIONAL, A LIBERACAO DO
      **** SUPERVISOR (ID DO USUARIO + JUSTIFICATIVA)
      ******************************
           0100-INICIALIZAR.
               OPEN OUTPUT RELATORIO-PFC.
               OPEN INPUT PEDIDO-PFC.
               IF SYSIN-OK
                   READ PEDIDO-PFC
                       AT END CONTINUE
                       NOT AT END
                           MOVE REG-PED-COMPETENCIA
                               TO WRK-COMPETENCIA
                           READ PEDIDO-PFC
                               AT END CONTINUE
                               NOT AT END
                                   MOVE REG-PED-SUPERVISOR
                                       TO WRK-SUPERVISOR
                                   MOVE REG-PED-MOTIVO TO WRK-MOTIVO
                           END-READ
                   END-READ
                   CLOSE PEDIDO-PFC
               END-IF.
               IF WRK-COMPETENCIA IS NOT NUMERIC
                   MOVE 'COMPETENCIA INVALIDA NO SYSIN - BARRADO'
                       TO LINHA-PFC
                   WRITE LINHA-PFC
                   DISPLAY 'PRE-FECHAMENTO: COMPETENCIA INVALIDA NO '
                       'SYSIN'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0110-CARREGAR-PARAMETROS
                   MOVE SPACES TO WRK-LINHA-PFC
                   STRING 'CHECKLIST DE PRE-FECHAMENTO DA COMPETENCIA '
                              DELIMITED BY SIZE
                          WRK-COMPETENCIA DELIMITED BY SIZE
                          INTO WRK-LINHA-PFC
                   WRITE LINHA-PFC FROM WRK-LINHA-PFC
                   MOVE SPACES TO LINHA-PFC
                   WRITE LINHA-PFC
                   MOVE 'ITEM' TO WRK-LIT-DESCRICAO
                   MOVE 'SITUAC' TO WRK-LIT-SITUACAO
                   MOVE 'DETALHE' TO WRK-LIT-DETALHE
                   WRITE LINHA-PFC FROM WRK-LINHA-ITEM
                   MOVE ALL '-' TO LINHA-PFC
                   WRITE LINHA-PFC
               END-IF.
           0110-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           MOVE REG-PARM-NIVEL-SUPERVISOR
                               TO WRK-PARM-NIVEL-SUPERVISOR
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
      ******************************
      **** ITENS 1 A 3: O ULTIMO RUN DE CADA PROGRAMA DE RETORNO DO
      **** BANCO TEM DE TER TERMINADO (OK OU RC 04) DEPOIS DA
      **** COMPETENCIA -- O RETORNO DO ULTIMO DIA DO MES SO CHEGA NO
      **** DIA SEGUINTE
      ******************************
           0200-CONFERIR-RETORNOS.
               MOVE SPACES TO TAB-RETORNOS.
               MOVE 'PROGCOB32' TO TAB-RET-PROGRAMA (1).
               MOVE 'RETORNO DE COBRANCA BANCARIA (PROGCOB32)'
                   TO TAB-RET-DESCRICAO (1).
               MOVE 'PROGPXR' TO TAB-RET-PROGRAMA (2).
               MOVE 'RETORNO E CONCILIACAO PIX (PROGPXR)'
                   TO TAB-RET-DESCRICAO (2).
               MOVE 'PROGCHQ' TO TAB-RET-PROGRAMA (3).
               MOVE 'CHEQUES DEVOLVIDOS PELO BANCO (PROGCHQ)'
                   TO TAB-RET-DESCRICAO (3).
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT ESTADO-ARQ-IN.
               IF RUNARQ-OK
                   READ ESTADO-ARQ-IN INTO WRK-ESTADO-RUN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0210-ANOTAR-RUN UNTIL FIM-ARQUIVO
                   CLOSE ESTADO-ARQ-IN
               END-IF.
               PERFORM 0220-AVALIAR-RETORNO
                   VARYING TAB-RET-IDX FROM 1 BY 1
                   UNTIL TAB-RET-IDX > 3.
           0210-ANOTAR-RUN.
               SET TAB-RET-IDX TO 1.
               SEARCH TAB-RET
                   AT END CONTINUE
                   WHEN TAB-RET-PROGRAMA (TAB-RET-IDX)
                       = WRK-RUN-PROGRAMA
                       MOVE WRK-RUN-EVENTO
                           TO TAB-RET-EVENTO (TAB-RET-IDX)
                       MOVE WRK-RUN-DATA
                           TO TAB-RET-DATA (TAB-RET-IDX)
                       MOVE WRK-RUN-RESULTADO
                           TO TAB-RET-RESULTADO (TAB-RET-IDX)
               END-SEARCH.
               READ ESTADO-ARQ-IN INTO WRK-ESTADO-RUN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0220-AVALIAR-RETORNO.
               MOVE TAB-RET-DESCRICAO (TAB-RET-IDX)
                   TO WRK-LIT-DESCRICAO.
               MOVE 'S' TO WRK-ITEM-FALHOU.
               MOVE SPACES TO WRK-LIT-DETALHE.
               EVALUATE TRUE
                   WHEN TAB-RET-EVENTO (TAB-RET-IDX) = SPACES
                       MOVE 'NENHUM RUN REGISTRADO NO RUNSTAT'
                           TO WRK-LIT-DETALHE
                   WHEN TAB-RET-EVENTO (TAB-RET-IDX) NOT = 'FIM'
                       STRING 'RUN DE ' DELIMITED BY SIZE
                              TAB-RET-DATA (TAB-RET-IDX)
                                  DELIMITED BY SIZE
                              ' NAO TERMINOU' DELIMITED BY SIZE
                              INTO WRK-LIT-DETALHE
                   WHEN TAB-RET-RESULTADO (TAB-RET-IDX) NOT = 'OK'
                       AND TAB-RET-RESULTADO (TAB-RET-IDX)
                           NOT = 'RC 04'
                       STRING 'RUN DE ' DELIMITED BY SIZE
                              TAB-RET-DATA (TAB-RET-IDX)
                                  DELIMITED BY SIZE
                              ' TERMINOU COM ' DELIMITED BY SIZE
                              TAB-RET-RESULTADO (TAB-RET-IDX)
                                  DELIMITED BY SIZE
                              INTO WRK-LIT-DETALHE
                   WHEN TAB-RET-DATA (TAB-RET-IDX) (1:6)
                       NOT > WRK-COMPETENCIA
                       STRING 'ULTIMO RUN EM ' DELIMITED BY SIZE
                              TAB-RET-DATA (TAB-RET-IDX)
                                  DELIMITED BY SIZE
                              ' - FIM DO MES AINDA NAO PROCESSADO'
                                  DELIMITED BY SIZE
                              INTO WRK-LIT-DETALHE
                   WHEN OTHER
                       MOVE 'N' TO WRK-ITEM-FALHOU
                       STRING 'ULTIMO RUN EM ' DELIMITED BY SIZE
                              TAB-RET-DATA (TAB-RET-IDX)
                                  DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              TAB-RET-RESULTADO (TAB-RET-IDX)
                                  DELIMITED BY SIZE
                              INTO WRK-LIT-DETALHE
               END-EVALUATE.
               PERFORM 0750-IMPRIMIR-ITEM.
      ******************************
      **** ITEM 4: TARIFA DE FRETE PROPOSTA E AINDA NAO APROVADA NEM
      **** REJEITADA PELO SUPERVISOR (PROGCOB38)
      ******************************
           0300-CONFERIR-TARIFAS.
               MOVE ZEROS TO WRK-QTD-PENDENTE.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT TARIFAS-PEND-IN.
               IF TARPEND-OK
                   READ TARIFAS-PEND-IN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0310-CONTAR-TARIFA UNTIL FIM-ARQUIVO
                   CLOSE TARIFAS-PEND-IN
               END-IF.
               MOVE 'TARIFAS DE FRETE PENDENTES (TARPEND)'
                   TO WRK-LIT-DESCRICAO.
               MOVE 'TARIFA(S) AGUARDANDO APROVACAO DO SUPERVISOR'
                   TO WRK-LIT-DETALHE.
               PERFORM 0760-AVALIAR-CONTAGEM.
           0310-CONTAR-TARIFA.
               IF TARIFA-EM-ABERTO
                   ADD 1 TO WRK-QTD-PENDENTE
               END-IF.
               READ TARIFAS-PEND-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** ITEM 5: EMENDA DE NOTA DIGITADA SEM DECISAO DO SUPERVISOR
      **** NO EMENAPRV (A APROVADA O PROGCOB85 APLICA NO PROPRIO
      **** PCOBMENS, A NEGADA JA ESTA RESOLVIDA)
      ******************************
           0400-CONFERIR-EMENDAS.
               MOVE ZEROS TO WRK-QTD-PENDENTE WRK-QTD-APR.
               MOVE 'N' TO WRK-ESTOURO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT APROVACOES-IN.
               IF APRV-OK
                   READ APROVACOES-IN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0410-GUARDAR-APROVACAO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE APROVACOES-IN
               END-IF.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT EMENDAS-IN.
               IF EMENDIN-OK
                   READ EMENDAS-IN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0420-CONFERIR-EMENDA UNTIL FIM-ARQUIVO
                   CLOSE EMENDAS-IN
               END-IF.
               MOVE 'EMENDAS DE NOTA SEM APROVACAO (EMENDIN)'
                   TO WRK-LIT-DESCRICAO.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DE APROVACOES DE EMENDA ESTOUR'
                       'OU (500) - ITEM MARCADO COMO FALHA ***'
                   MOVE 'S' TO WRK-ITEM-FALHOU
                   MOVE 'TABELA DE APROVACOES ESTOUROU - CONFERIR'
                       TO WRK-LIT-DETALHE
                   PERFORM 0750-IMPRIMIR-ITEM
               ELSE
                   MOVE 'EMENDA(S) SEM APROVACAO VALIDA'
                       TO WRK-LIT-DETALHE
                   PERFORM 0760-AVALIAR-CONTAGEM
               END-IF.
           0410-GUARDAR-APROVACAO.
               IF WRK-QTD-APR < 500
                   ADD 1 TO WRK-QTD-APR
                   SET TAB-APR-IDX TO WRK-QTD-APR
                   MOVE REG-APR-MATRICULA
                       TO TAB-APR-MATRICULA (TAB-APR-IDX)
                   MOVE REG-APR-TERMO TO TAB-APR-TERMO (TAB-APR-IDX)
                   MOVE REG-APR-USUARIO
                       TO TAB-APR-USUARIO (TAB-APR-IDX)
                   MOVE REG-APR-DECISAO
                       TO TAB-APR-DECISAO (TAB-APR-IDX)
                   READ APROVACOES-IN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** SO VALE A APROVACAO (DECISAO S) DE OUTRO USUARIO QUE NAO
      **** O PROPONENTE, COMO NO PROGCOB85; EMENDA SEM PROPONENTE
      **** NUNCA E APLICADA E FICA PENDENTE
      ******************************
           0420-CONFERIR-EMENDA.
               MOVE 'N' TO WRK-APR-ACHADA.
               IF WRK-QTD-APR > 0
                   AND REG-EMD-PROPONENTE NOT = SPACES
                   SET TAB-APR-IDX TO 1
                   SEARCH TAB-APR
                       AT END CONTINUE
                       WHEN TAB-APR-MATRICULA (TAB-APR-IDX)
                           = REG-EMD-MATRICULA
                           AND TAB-APR-TERMO (TAB-APR-IDX)
                           = REG-EMD-TERMO
                           AND TAB-APR-DECISAO (TAB-APR-IDX) = 'S'
                           AND TAB-APR-USUARIO (TAB-APR-IDX)
                           NOT = REG-EMD-PROPONENTE
                           SET APROVACAO-ACHADA TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT APROVACAO-ACHADA
                   ADD 1 TO WRK-QTD-PENDENTE
               END-IF.
               READ EMENDAS-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** ITEM 6: LINHA DE FATURA DE TRANSPORTADORA RETIDA EM
      **** DISPUTA SEM ACERTO DIGITADO (O ACERTADO O PROGCOB18 LEVA
      **** PARA O CONTAS A PAGAR NO PROPRIO PCOBMENS)
      ******************************
           0500-CONFERIR-DISPUTAS.
               MOVE ZEROS TO WRK-QTD-PENDENTE WRK-QTD-ACD.
               MOVE 'N' TO WRK-ESTOURO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT ACERTOS-IN.
               IF FRETACD-OK
                   READ ACERTOS-IN INTO WRK-ACERTO-DISPUTA
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0510-GUARDAR-ACERTO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE ACERTOS-IN
               END-IF.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT DISPUTAS-IN.
               IF FRETDISP-OK
                   READ DISPUTAS-IN INTO WRK-DISPUTA
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0520-CONFERIR-DISPUTA UNTIL FIM-ARQUIVO
                   CLOSE DISPUTAS-IN
               END-IF.
               MOVE 'DISPUTAS DE FRETE SEM ACERTO (FRETDISP)'
                   TO WRK-LIT-DESCRICAO.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DE ACERTOS DE DISPUTA ESTOUROU'
                       ' (500) - ITEM MARCADO COMO FALHA ***'
                   MOVE 'S' TO WRK-ITEM-FALHOU
                   MOVE 'TABELA DE ACERTOS ESTOUROU - CONFERIR'
                       TO WRK-LIT-DETALHE
                   PERFORM 0750-IMPRIMIR-ITEM
               ELSE
                   MOVE 'LINHA(S) DE FATURA EM DISPUTA SEM ACERTO'
                       TO WRK-LIT-DETALHE
                   PERFORM 0760-AVALIAR-CONTAGEM
               END-IF.
           0510-GUARDAR-ACERTO.
               IF WRK-QTD-ACD < 500
                   ADD 1 TO WRK-QTD-ACD
                   SET TAB-ACD-IDX TO WRK-QTD-ACD
                   MOVE WRK-ACD-TRANSP TO TAB-ACD-TRANSP (TAB-ACD-IDX)
                   MOVE WRK-ACD-REFERENCIA
                       TO TAB-ACD-REFERENCIA (TAB-ACD-IDX)
                   READ ACERTOS-IN INTO WRK-ACERTO-DISPUTA
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
           0520-CONFERIR-DISPUTA.
               MOVE 'N' TO WRK-ACD-ACHADO.
               IF WRK-QTD-ACD > 0
                   SET TAB-ACD-IDX TO 1
                   SEARCH TAB-ACD
                       AT END CONTINUE
                       WHEN TAB-ACD-TRANSP (TAB-ACD-IDX)
                           = WRK-DSP-TRANSP
                           AND TAB-ACD-REFERENCIA (TAB-ACD-IDX)
                           = WRK-DSP-REFERENCIA
                           SET ACERTO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT ACERTO-ACHADO
                   ADD 1 TO WRK-QTD-PENDENTE
               END-IF.
               READ DISPUTAS-IN INTO WRK-DISPUTA
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** ITEM 7: O ULTIMO CONTROLE DE LOTE DA CONCILIACAO BANCARIA
      **** (PROGCOB62) TEM DE SER DE DEPOIS DA COMPETENCIA E SEM
      **** LINHA DE EXTRATO OU DE RAZAO SEM PAR
      ******************************
           0600-CONFERIR-CONCILIACAO.
               MOVE SPACES TO WRK-CONC-DATA.
               MOVE ZEROS TO WRK-CONC-REJEITADOS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT CONTROLE-ARQ-IN.
               IF CTLARQ-OK
                   READ CONTROLE-ARQ-IN INTO WRK-CONTROLE-LOTE
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0610-ANOTAR-CONTROLE UNTIL FIM-ARQUIVO
                   CLOSE CONTROLE-ARQ-IN
               END-IF.
               MOVE 'CONCILIACAO BANCARIA (PROGCOB62)'
                   TO WRK-LIT-DESCRICAO.
               MOVE 'S' TO WRK-ITEM-FALHOU.
               MOVE SPACES TO WRK-LIT-DETALHE.
               MOVE WRK-CONC-REJEITADOS TO WRK-QTD-ED.
               EVALUATE TRUE
                   WHEN WRK-CONC-DATA = SPACES
                       MOVE 'NENHUM CONTROLE DE LOTE NO CTLSUITE'
                           TO WRK-LIT-DETALHE
                   WHEN WRK-CONC-DATA (1:6) NOT > WRK-COMPETENCIA
                       STRING 'ULTIMA CONCILIACAO EM ' DELIMITED BY SIZE
                              WRK-CONC-DATA DELIMITED BY SIZE
                              ' - FIM DO MES NAO CONCILIADO'
                                  DELIMITED BY SIZE
                              INTO WRK-LIT-DETALHE
                   WHEN WRK-CONC-REJEITADOS > 0
                       STRING WRK-QTD-ED DELIMITED BY SIZE
                              ' LINHA(S) SEM PAR NA CONCILIACAO DE '
                                  DELIMITED BY SIZE
                              WRK-CONC-DATA DELIMITED BY SIZE
                              INTO WRK-LIT-DETALHE
                   WHEN OTHER
                       MOVE 'N' TO WRK-ITEM-FALHOU
                       STRING 'CONCILIACAO DE ' DELIMITED BY SIZE
                              WRK-CONC-DATA DELIMITED BY SIZE
                              ' FECHADA SEM DIFERENCA'
                                  DELIMITED BY SIZE
                              INTO WRK-LIT-DETALHE
               END-EVALUATE.
               PERFORM 0750-IMPRIMIR-ITEM.
           0610-ANOTAR-CONTROLE.
               IF WRK-CTL-PROGRAMA = 'PROGCOB62'
                   MOVE WRK-CTL-DATA TO WRK-CONC-DATA
                   MOVE WRK-CTL-REJEITADOS TO WRK-CONC-REJEITADOS
               END-IF.
               READ CONTROLE-ARQ-IN INTO WRK-CONTROLE-LOTE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** ITEM 8: LANCAMENTO RECUSADO PELA ATUALIZACAO DO RAZAO
      **** (PROGCOB06B) E AINDA NAO CORRIGIDO
      ******************************
           0700-CONFERIR-EXCECOES.
               MOVE ZEROS TO WRK-QTD-PENDENTE.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT EXCECOES-IN.
               IF LANCEXC-OK
                   READ EXCECOES-IN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0710-CONTAR-EXCECAO UNTIL FIM-ARQUIVO
                   CLOSE EXCECOES-IN
               END-IF.
               MOVE 'EXCECOES DE LANCAMENTO DO RAZAO (LANCEXC)'
                   TO WRK-LIT-DESCRICAO.
               MOVE 'LANCAMENTO(S) RECUSADO(S) SEM CORRECAO'
                   TO WRK-LIT-DETALHE.
               PERFORM 0760-AVALIAR-CONTAGEM.
           0710-CONTAR-EXCECAO.
               ADD 1 TO WRK-QTD-PENDENTE.
               READ EXCECOES-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** IMPRIME O ITEM COM OK OU FALHA E CONTA O RESULTADO
      ******************************
           0750-IMPRIMIR-ITEM.
               ADD 1 TO WRK-TOTAL-ITENS.
               IF ITEM-FALHOU
                   MOVE 'FALHA' TO WRK-LIT-SITUACAO
                   ADD 1 TO WRK-TOTAL-FALHAS
               ELSE
                   MOVE 'OK' TO WRK-LIT-SITUACAO
                   ADD 1 TO WRK-TOTAL-OK
               END-IF.
               WRITE LINHA-PFC FROM WRK-LINHA-ITEM.
      ******************************
      **** ITEM DE CONTAGEM: ZERO PENDENCIA = OK, SENAO FALHA COM A
      **** QUANTIDADE NA FRENTE DO TEXTO JA MONTADO NO DETALHE
      ******************************
           0760-AVALIAR-CONTAGEM.
               IF WRK-QTD-PENDENTE = 0
                   MOVE 'N' TO WRK-ITEM-FALHOU
                   MOVE 'NENHUMA PENDENCIA' TO WRK-LIT-DETALHE
               ELSE
                   MOVE 'S' TO WRK-ITEM-FALHOU
                   MOVE WRK-QTD-PENDENTE TO WRK-QTD-ED
                   MOVE WRK-LIT-DETALHE TO WRK-LINHA-PFC
                   MOVE SPACES TO WRK-LIT-DETALHE
                   STRING WRK-QTD-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-LINHA-PFC DELIMITED BY SIZE
                          INTO WRK-LIT-DETALHE
               END-IF.
               PERFORM 0750-IMPRIMIR-ITEM.
      ******************************
      **** DESFECHO: SEM FALHA O FECHAMENTO ESTA LIBERADO (RC 0);
      **** COM FALHA SO RODA COM A LIBERACAO DE UM SUPERVISOR NO
      **** SYSIN (RC 4), SENAO FICA BARRADO (RC 8). O DESFECHO VAI
      **** SEMPRE PARA O AUDSUITE
      ******************************
           0800-DECIDIR-FECHAMENTO.
               MOVE ALL '-' TO LINHA-PFC.
               WRITE LINHA-PFC.
               MOVE WRK-TOTAL-FALHAS TO WRK-FALHAS-ED.
               MOVE SPACES TO WRK-LINHA-PFC.
               IF WRK-TOTAL-FALHAS = 0
                   MOVE 'TODOS OS ITENS OK - FECHAMENTO LIBERADO'
                       TO WRK-LINHA-PFC
                   MOVE 'APTO - FECHAMENTO LIBERADO'
                       TO WRK-AUD-RESULTADO
                   DISPLAY 'PRE-FECHAMENTO ' WRK-COMPETENCIA
                       ': TODOS OS ITENS OK'
               ELSE
                   IF WRK-SUPERVISOR NOT = SPACES
                       PERFORM 0810-CONFERIR-SUPERVISOR
                   END-IF
                   IF LIBERACAO-AUTORIZADA
                       STRING WRK-FALHAS-ED DELIMITED BY SIZE
                              ' ITEM(NS) COM FALHA - FECHAMENTO LIBERA'
                                  DELIMITED BY SIZE
                              'DO PELO SUPERVISOR ' DELIMITED BY SIZE
                              WRK-SUPERVISOR DELIMITED BY SIZE
                              INTO WRK-LINHA-PFC
                       MOVE SPACES TO WRK-AUD-RESULTADO
                       STRING 'LIBERADO POR ' DELIMITED BY SIZE
                              WRK-SUPERVISOR DELIMITED BY SIZE
                              INTO WRK-AUD-RESULTADO
                       DISPLAY 'PRE-FECHAMENTO ' WRK-COMPETENCIA ': '
                           WRK-FALHAS-ED ' FALHA(S), LIBERADO POR '
                           WRK-SUPERVISOR
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       STRING WRK-FALHAS-ED DELIMITED BY SIZE
                              ' ITEM(NS) COM FALHA - FECHAMENTO BARRAD'
                                  DELIMITED BY SIZE
                              'O' DELIMITED BY SIZE
                              INTO WRK-LINHA-PFC
                       IF WRK-SUPERVISOR = SPACES
                           MOVE 'BARRADO' TO WRK-AUD-RESULTADO
                       ELSE
                           MOVE SPACES TO WRK-AUD-RESULTADO
                           STRING 'BARRADO - RECUSADO '
                                      DELIMITED BY SIZE
                                  WRK-SUPERVISOR DELIMITED BY SIZE
                                  INTO WRK-AUD-RESULTADO
                       END-IF
                       DISPLAY 'PRE-FECHAMENTO ' WRK-COMPETENCIA ': '
                           WRK-FALHAS-ED ' FALHA(S), FECHAMENTO BARRADO'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               WRITE LINHA-PFC FROM WRK-LINHA-PFC.
               IF WRK-TOTAL-FALHAS > 0
                   AND WRK-SUPERVISOR NOT = SPACES
                   MOVE SPACES TO WRK-LINHA-PFC
                   IF LIBERACAO-AUTORIZADA
                       STRING 'JUSTIFICATIVA: ' DELIMITED BY SIZE
                              WRK-MOTIVO DELIMITED BY SIZE
                              INTO WRK-LINHA-PFC
                   ELSE
                       STRING 'LIBERACAO RECUSADA - ' DELIMITED BY SIZE
                              WRK-SUPERVISOR DELIMITED BY SIZE
                              ' SEM NIVEL DE SUPERVISOR ATIVO NO USRMST'
                                  DELIMITED BY SIZE
                              INTO WRK-LINHA-PFC
                   END-IF
                   WRITE LINHA-PFC FROM WRK-LINHA-PFC
               END-IF.
               PERFORM 0820-GRAVAR-AUDITORIA.
           0810-CONFERIR-SUPERVISOR.
               OPEN INPUT USUARIOS-MASTER.
               IF USRMST-OK
                   MOVE WRK-SUPERVISOR TO REG-USR-ID
                   READ USUARIOS-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF USRMST-OK
                       AND USR-ATIVO
                       AND REG-USR-NIVEL NOT >
                           WRK-PARM-NIVEL-SUPERVISOR
                       SET LIBERACAO-AUTORIZADA TO TRUE
                   END-IF
                   CLOSE USUARIOS-MASTER
               END-IF.
           0820-GRAVAR-AUDITORIA.
               MOVE 'PROGPFC' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'PRE-FECHAMENTO ' DELIMITED BY SIZE
                      WRK-COMPETENCIA DELIMITED BY SIZE
                      ' - FALHAS ' DELIMITED BY SIZE
                      WRK-FALHAS-ED DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               PERFORM 0995-GRAVAR-TRILHA.
               IF LIBERACAO-AUTORIZADA
                   MOVE WRK-MOTIVO TO WRK-AUD-ENTRADA
                   MOVE 'JUSTIFICATIVA DA LIBERACAO'
                       TO WRK-AUD-RESULTADO
                   PERFORM 0995-GRAVAR-TRILHA
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGPFC' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-ITENS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-OK TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-FALHAS TO WRK-CTL-REJEITADOS.
               MOVE ZEROS TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-CTL-EMPRESA.
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
               MOVE 'PROGPFC' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGPFC' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-ITENS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-OK TO WRK-RUN-ACEITOS.
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
