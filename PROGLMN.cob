           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGLMN.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: LIBERACAO DOS LANCAMENTOS MANUAIS PARA O RAZAO
      *     COM CONTROLE DE DIGITADOR E APROVADOR -- O LANCAMENTO
      *     DIGITADO ENTRAVA DIRETO NO LANCIN E NINGUEM APROVAVA. AGORA
      *     A DIGITACAO VAI PARA O LANCDIG (LAYOUT CPYLMAN: O REGISTRO
      *     DO LANCIN MAIS DOCUMENTO, USUARIO DIGITADOR E TIPO) E ESTE
      *     PASSO, ANTES DO RAZAO (PROGCOB06B), DECIDE POR DOCUMENTO:
      *       - DOCUMENTO CUJAS PERNAS NAO FECHAM EM ZERO OU COM
      *       PERNA INVALIDA E REJEITADO INTEIRO
      *       - DOCUMENTO COM TOTAL A DEBITO ATE O LIMITE DO PARMSUITE
      *       E LIBERADO PARA O LANCIN
      *       - ACIMA DO LIMITE FICA NA FILA DE PENDENTES (LANCPEN,
      *       ENTRA VELHO / SAI NOVO EM PENNEW) ATE UMA DECISAO NO
      *       LANCAPRV DE USUARIO ATIVO NO USRMST, COM NIVEL DE
      *       SUPERVISOR OU MELHOR E DIFERENTE DO DIGITADOR: S LIBERA,
      *       N DESCARTA O DOCUMENTO. CADA DECISAO VAI PARA O AUDSUITE
      *     DOCUMENTO DE TIPO E (ESTORNO AUTOMATICO), AO SER LIBERADO,
      *     AGENDA NA FILA AS PERNAS INVERTIDAS DATADAS NO DIA 01 DA
      *     COMPETENCIA SEGUINTE, LIBERADAS QUANDO A DATA CHEGA. OS
      *     MODELOS RECORRENTES (LANCREC: ALUGUEL, TARIFAS FIXAS)
      *     GERAM O LANCAMENTO DO MES NO DIA DO MODELO, UMA VEZ POR
      *     COMPETENCIA (ULTIMA GERADA REGRAVADA EM LRECNEW). TUDO O
      *     QUE E LIBERADO ENTRA NO LANCNEW, COPIA DO LANCIN COM OS
      *     LANCAMENTOS NOVOS NO FIM (ANTES DO TRAILER, QUANDO O
      *     ARQUIVO TEM ENVELOPE, COM QUANTIDADE E HASH ACERTADOS).
      *     REJEITADO, NEGADO OU APROVACAO RECUSADA DAO RC 4; TABELA
      *     ESTOURADA PARA O RUN COM RC 8 SEM GRAVAR NADA
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
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
               SELECT USUARIOS-MASTER ASSIGN TO USRMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT LANCTOS-DIGITADOS ASSIGN TO LANCDIG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCDIG-STATUS.
               SELECT PENDENTES-IN ASSIGN TO LANCPEN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCPEN-STATUS.
               SELECT PENDENTES-OUT ASSIGN TO PENNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT APROVACOES-IN ASSIGN TO LANCAPRV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APRV-STATUS.
               SELECT MODELOS-IN ASSIGN TO LANCREC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCREC-STATUS.
               SELECT MODELOS-OUT ASSIGN TO LRECNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LANCTOS-IN ASSIGN TO LANCIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCIN-STATUS.
               SELECT LANCTOS-OUT ASSIGN TO LANCNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT RELATORIO-LMN ASSIGN TO LMNRPT
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
               02 REG-PARM-DIAS-CAMBIO     PIC 9(03).
               02 REG-PARM-CAMBIO-RIGIDO   PIC X(01).
               02 REG-PARM-PERC-PERDA      PIC 9(02).
               02 REG-PARM-RETENCAO-TRILHA PIC 9(03).
               02 REG-PARM-RC-PCT-REJ      PIC 9(03).
               02 REG-PARM-DIAS-PAGTO      PIC 9(03).
               02 REG-PARM-PERC-ORCAMENTO  PIC 9(03).
               02 REG-PARM-TOLER-PAGTO     PIC 9(03)V99.
               02 REG-PARM-DIAS-NEGATIV    PIC 9(03).
               02 REG-PARM-DIAS-PERDA      PIC 9(04).
               02 REG-PARM-MARGEM-FREQ     PIC 9(02).
               02 REG-PARM-PCT-SLA         PIC 9(03).
               02 REG-PARM-GERACOES-BKP    PIC 9(02).
               02 REG-PARM-DIAS-OBSOLETO   PIC 9(04).
               02 REG-PARM-DIAS-CONSUMO    PIC 9(03).
               02 REG-PARM-FATOR-SEGURANCA PIC 9(01)V99.
               02 REG-PARM-DIAS-COBERTURA  PIC 9(03).
               02 REG-PARM-LIMITE-APROV-PAG PIC 9(07)V99.
               02 REG-PARM-TAXA-CAIXA      PIC 9(02)V99.
               02 REG-PARM-LIMITE-LANC-MAN PIC 9(07).
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID     PIC X(10).
               02 REG-USR-NOME   PIC X(30).
               02 REG-USR-NIVEL  PIC 9(02).
               02 REG-USR-STATUS PIC X(01).
                   88 USR-ATIVO   VALUE 'A'.
                   88 USR-INATIVO VALUE 'I'.
               02 REG-USR-SENHA  PIC X(08).
           FD  LANCTOS-DIGITADOS.
           01  LINHA-LANCTO-DIGITADO PIC X(60).
           FD  PENDENTES-IN.
           01  LINHA-PENDENTE PIC X(60).
           FD  PENDENTES-OUT.
           01  LINHA-PENDENTE-OUT PIC X(60).
      ******************************
      **** DECISAO DO APROVADOR SOBRE UM DOCUMENTO PENDENTE
      ******************************
           FD  APROVACOES-IN.
           01  REG-APROVACAO-IN.
               02 REG-APV-DOCUMENTO PIC X(10).
               02 REG-APV-USUARIO   PIC X(10).
               02 REG-APV-DECISAO   PIC X(01).
               02 REG-APV-DATA-HORA PIC X(14).
      ******************************
      **** MODELO RECORRENTE: UMA LINHA POR PERNA; AS PERNAS DE UM
      **** MESMO MODELO TEM O MESMO DIA E A MESMA VIGENCIA (INICIO E
      **** FIM EM AAAAMM, FIM EM BRANCO = SEM FIM)
      ******************************
           FD  MODELOS-IN.
           01  REG-MODELO-IN.
               02 REG-REC-MODELO     PIC X(06).
               02 REG-REC-CONTA      PIC X(06).
               02 REG-REC-EMPRESA    PIC X(03).
               02 REG-REC-CCUSTO     PIC X(04).
               02 REG-REC-VALOR      PIC S9(07)
                                     SIGN IS LEADING SEPARATE.
               02 REG-REC-DIA        PIC 9(02).
               02 REG-REC-INICIO     PIC X(06).
               02 REG-REC-FIM        PIC X(06).
               02 REG-REC-ULT-GERADA PIC X(06).
               02 REG-REC-DESCRICAO  PIC X(30).
           FD  MODELOS-OUT.
           01  LINHA-MODELO-OUT PIC X(77).
           FD  LANCTOS-IN.
           01  LINHA-LANCTO-IN PIC X(120).
           FD  LANCTOS-OUT.
           01  LINHA-LANCTO-OUT PIC X(120).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  RELATORIO-LMN.
           01  LINHA-LMN PIC X(100).
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
           COPY CPYLMAN.
           COPY CPYENV.
           COPY CPYCTRL.
           COPY CPYCAB.
           COPY CPYAUDIT.
           COPY CPYELO.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-LANCDIG-STATUS PIC X(02) VALUE '00'.
               88 LANCDIG-OK VALUE '00'.
           77 WRK-LANCPEN-STATUS PIC X(02) VALUE '00'.
               88 LANCPEN-OK VALUE '00'.
           77 WRK-APRV-STATUS PIC X(02) VALUE '00'.
               88 APRV-OK VALUE '00'.
           77 WRK-LANCREC-STATUS PIC X(02) VALUE '00'.
               88 LANCREC-OK VALUE '00'.
           77 WRK-LANCIN-STATUS PIC X(02) VALUE '00'.
               88 LANCIN-OK VALUE '00'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-TRAILER-GUARDADO PIC X(01) VALUE 'N'.
               88 TEM-TRAILER-GUARDADO VALUE 'S'.
           01 WRK-TRAILER-LANCIN PIC X(120) VALUE SPACES.
      ******************************
      **** DATA DO RUN, COMPETENCIA CORRENTE E DATAS DE TRABALHO
      ******************************
           01 WRK-DATA-RUN.
               02 WRK-DRN-ANO PIC 9(04).
               02 WRK-DRN-MES PIC 9(02).
               02 WRK-DRN-DIA PIC 9(02).
           01 WRK-HORA-AGORA.
               02 WRK-HORA-HHMMSS PIC X(06).
               02 FILLER          PIC X(02).
           01 WRK-DATA-AUX.
               02 WRK-DAX-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-DAX-MES PIC 9(02) VALUE ZEROS.
               02 WRK-DAX-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DIAS-MESES-LIT.
               02 FILLER PIC X(24) VALUE '312831303130313130313031'.
           01 TAB-DIAS-MESES REDEFINES WRK-DIAS-MESES-LIT.
               02 TAB-DIAS-MES OCCURS 12 TIMES PIC 9(02).
           77 WRK-ULTIMO-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-DIA-MODELO PIC 9(02) VALUE ZEROS.
           77 WRK-RESTO-ANO  PIC 9(02) VALUE ZEROS.
           77 WRK-QUOC-ANO   PIC 9(04) VALUE ZEROS.
      ******************************
      **** PERNAS DA FILA E DA DIGITACAO DO DIA EM MEMORIA (IMAGEM
      **** DO REGISTRO CPYLMAN); DESTINO DECIDIDO NO RUN: L=LIBERAR,
      **** F=FICA NA FILA, X=DESCARTADA
      ******************************
           77 WRK-QTD-LMN PIC 9(04) VALUE ZEROS.
           01 TAB-LANCTOS-MANUAIS.
               02 TAB-LMN OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-LMN
                  INDEXED BY TAB-LMN-IDX.
                   03 TAB-LMN-REGISTRO PIC X(60).
                   03 TAB-LMN-DESTINO  PIC X(01).
           77 WRK-LMN-I PIC 9(04) VALUE ZEROS.
      ******************************
      **** DOCUMENTOS PENDENTES OU DIGITADOS: DIGITADOR, TOTAL A
      **** DEBITO, SOMA DAS PERNAS (TEM DE DAR ZERO) E A DECISAO:
      **** L=LIBERADO, P=PENDENTE, N=NEGADO, R=REJEITADO
      ******************************
           77 WRK-QTD-DOC PIC 9(04) VALUE ZEROS.
           01 TAB-DOCUMENTOS.
               02 TAB-DOC OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WRK-QTD-DOC
                  INDEXED BY TAB-DOC-IDX.
                   03 TAB-DOC-DOCUMENTO PIC X(10).
                   03 TAB-DOC-USUARIO   PIC X(10).
                   03 TAB-DOC-NOVO      PIC X(01).
                   03 TAB-DOC-ESTORNO   PIC X(01).
                   03 TAB-DOC-INVALIDO  PIC X(01).
                   03 TAB-DOC-PERNAS    PIC 9(04) COMP.
                   03 TAB-DOC-DEBITO    PIC S9(09) COMP-3.
                   03 TAB-DOC-SOMA      PIC S9(09) COMP-3.
                   03 TAB-DOC-DECISAO   PIC X(01).
                   03 TAB-DOC-APROVADOR PIC X(10).
           77 WRK-DOC-I PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-DOC PIC X(01) VALUE 'N'.
               88 DOCUMENTO-ACHADO VALUE 'S'.
      ******************************
      **** DECISOES VALIDAS DO LANCAPRV
      ******************************
           77 WRK-QTD-APR PIC 9(04) VALUE ZEROS.
           01 TAB-APROVACOES.
               02 TAB-APR OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WRK-QTD-APR
                  INDEXED BY TAB-APR-IDX.
                   03 TAB-APR-DOCUMENTO PIC X(10).
                   03 TAB-APR-USUARIO   PIC X(10).
                   03 TAB-APR-DECISAO   PIC X(01).
           77 WRK-MOTIVO PIC X(40) VALUE SPACES.
           77 WRK-VALOR-ED PIC -ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           77 WRK-LINHA-LMN PIC X(100) VALUE SPACES.
      ******************************
      **** TOTAIS DO RUN
      ******************************
           77 WRK-TOTAL-DIGITADAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FILA-LIDAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REJEITADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-LIBERADAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PENDENTES  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DESCARTADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-AGENDADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECORRENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VALOR-LIB  PIC S9(11) VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0110-CARREGAR-FILA.
               PERFORM 0130-CARREGAR-DIGITADOS.
               IF NOT TABELA-ESTOURADA
                   PERFORM 0150-CARREGAR-APROVACOES
               END-IF.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DE LANCAMENTOS MANUAIS ESTOUROU'
                       ' - NADA FOI GRAVADO, RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
                   CLOSE RELATORIO-LMN
               ELSE
                   PERFORM 0200-DECIDIR-DOCUMENTO
                       VARYING WRK-DOC-I FROM 1 BY 1
                       UNTIL WRK-DOC-I > WRK-QTD-DOC
                   PERFORM 0300-COPIAR-LANCIN
                   PERFORM 0400-GRAVAR-LANCAMENTOS
                   PERFORM 0500-GERAR-RECORRENTES
                   PERFORM 0600-FECHAR-LANCNEW
                   PERFORM 0800-FINALIZAR
               END-IF.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O LIMITE DO LANCAMENTO MANUAL E O NIVEL DE
      **** SUPERVISOR DO ARQUIVO DE PARAMETROS, SE EXISTIR; DO
      **** CONTRARIO VALEM OS DEFAULTS DO CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           IF REG-PARM-NIVEL-SUPERVISOR IS NUMERIC
                               MOVE REG-PARM-NIVEL-SUPERVISOR
                                   TO WRK-PARM-NIVEL-SUPERVISOR
                           END-IF
                           IF REG-PARM-LIMITE-LANC-MAN IS NUMERIC
                               MOVE REG-PARM-LIMITE-LANC-MAN
                                   TO WRK-PARM-LIMITE-LANC-MAN
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-LMN.
               MOVE 'LIBERACAO DE LANCAMENTOS MANUAIS'
                   TO CAB-TITULO-RELATORIO.
               MOVE WRK-DATA-RUN TO CAB-DATA-EXECUCAO.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               MOVE SPACES TO WRK-LINHA-LMN.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-LMN.
               WRITE LINHA-LMN FROM WRK-LINHA-LMN.
               MOVE WRK-PARM-LIMITE-LANC-MAN TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-LMN.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '     LIMITE SEM APROVACAO ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-LMN.
               WRITE LINHA-LMN FROM WRK-LINHA-LMN.
               MOVE SPACES TO LINHA-LMN.
               WRITE LINHA-LMN.
      ******************************
      **** FILA DOS DIAS ANTERIORES: DOCUMENTOS PENDENTES DE
      **** APROVACAO E ESTORNOS AGENDADOS
      ******************************
           0110-CARREGAR-FILA.
               OPEN INPUT PENDENTES-IN.
               IF LANCPEN-OK
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   READ PENDENTES-IN INTO WRK-LANCTO-MANUAL
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0120-LER-PENDENTE
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE PENDENTES-IN
               END-IF.
           0120-LER-PENDENTE.
               ADD 1 TO WRK-TOTAL-FILA-LIDAS.
               PERFORM 0170-GUARDAR-PERNA.
               IF LMN-PENDENTE AND NOT TABELA-ESTOURADA
                   PERFORM 0180-SOMAR-DOCUMENTO
                   MOVE 'N' TO TAB-DOC-NOVO (TAB-DOC-IDX)
               END-IF.
               READ PENDENTES-IN INTO WRK-LANCTO-MANUAL
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** DIGITACAO DO DIA: PERNA SEM DOCUMENTO OU DIGITADOR,
      **** COM DATA OU VALOR INVALIDO, OU COM DOCUMENTO QUE JA ESTA
      **** NA FILA E REJEITADA (E O DOCUMENTO DELA DEIXA DE FECHAR)
      ******************************
           0130-CARREGAR-DIGITADOS.
               OPEN INPUT LANCTOS-DIGITADOS.
               IF LANCDIG-OK
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   READ LANCTOS-DIGITADOS INTO WRK-LANCTO-MANUAL
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0140-LER-DIGITADO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE LANCTOS-DIGITADOS
               END-IF.
           0140-LER-DIGITADO.
               ADD 1 TO WRK-TOTAL-DIGITADAS.
               MOVE SPACES TO WRK-MOTIVO.
               PERFORM 0185-LOCALIZAR-DOCUMENTO.
               EVALUATE TRUE
                   WHEN WRK-LMN-DOCUMENTO = SPACES
                       MOVE 'DOCUMENTO EM BRANCO' TO WRK-MOTIVO
                   WHEN WRK-LMN-USUARIO = SPACES
                       MOVE 'DIGITADOR EM BRANCO' TO WRK-MOTIVO
                   WHEN WRK-LMN-DATA IS NOT NUMERIC
                       OR WRK-LMN-DATA (5:2) < '01'
                       OR WRK-LMN-DATA (5:2) > '12'
                       MOVE 'DATA INVALIDA' TO WRK-MOTIVO
                   WHEN WRK-LMN-VALOR IS NOT NUMERIC
                       MOVE 'VALOR INVALIDO' TO WRK-MOTIVO
                   WHEN DOCUMENTO-ACHADO
                       AND TAB-DOC-NOVO (TAB-DOC-IDX) = 'N'
                       MOVE 'DOCUMENTO JA ESTA NA FILA' TO WRK-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF WRK-MOTIVO = SPACES
                   MOVE SPACES TO WRK-LMN-SITUACAO
                   MOVE WRK-DATA-RUN TO WRK-LMN-DATA-FILA
                   PERFORM 0170-GUARDAR-PERNA
                   IF NOT TABELA-ESTOURADA
                       PERFORM 0180-SOMAR-DOCUMENTO
                   END-IF
               ELSE
                   ADD 1 TO WRK-TOTAL-REJEITADAS
                   PERFORM 0145-LISTAR-REJEITADA
                   IF DOCUMENTO-ACHADO
                       AND TAB-DOC-NOVO (TAB-DOC-IDX) = 'S'
                       MOVE 'S' TO TAB-DOC-INVALIDO (TAB-DOC-IDX)
                   END-IF
               END-IF.
               READ LANCTOS-DIGITADOS INTO WRK-LANCTO-MANUAL
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0145-LISTAR-REJEITADA.
               MOVE SPACES TO WRK-LINHA-LMN.
               STRING 'PERNA REJEITADA ' DELIMITED BY SIZE
                      WRK-LMN-DOCUMENTO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LMN-CONTA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LMN-DATA DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO WRK-LINHA-LMN.
               WRITE LINHA-LMN FROM WRK-LINHA-LMN.
      ******************************
      **** CARREGA AS DECISOES DO LANCAPRV (DOCUMENTO + ID DO
      **** APROVADOR + DECISAO S/N + DATA E HORA), CONFERE O
      **** APROVADOR NO USRMST E CONTRA O DIGITADOR DO DOCUMENTO E
      **** REGISTRA CADA UMA, ACEITA OU RECUSADA, NA TRILHA
      ******************************
           0150-CARREGAR-APROVACOES.
               OPEN INPUT APROVACOES-IN.
               IF APRV-OK
                   OPEN INPUT USUARIOS-MASTER
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   READ APROVACOES-IN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0160-VALIDAR-APROVACAO
                       UNTIL FIM-ARQUIVO OR WRK-QTD-APR >= 1000
                   CLOSE APROVACOES-IN
                   CLOSE USUARIOS-MASTER
               END-IF.
           0160-VALIDAR-APROVACAO.
               MOVE REG-APV-DOCUMENTO TO WRK-LMN-DOCUMENTO.
               PERFORM 0185-LOCALIZAR-DOCUMENTO.
               MOVE REG-APV-USUARIO TO REG-USR-ID.
               READ USUARIOS-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               EVALUATE TRUE
                   WHEN NOT DOCUMENTO-ACHADO
                       MOVE 'RECUSADA - DOC FORA DA FILA'
                           TO WRK-AUD-RESULTADO
                   WHEN NOT USRMST-OK OR NOT USR-ATIVO
                       MOVE 'RECUSADA - USUARIO INVALIDO'
                           TO WRK-AUD-RESULTADO
                   WHEN REG-USR-NIVEL > WRK-PARM-NIVEL-SUPERVISOR
                       MOVE 'RECUSADA - NIVEL INSUFICIENTE'
                           TO WRK-AUD-RESULTADO
                   WHEN REG-APV-USUARIO = TAB-DOC-USUARIO (TAB-DOC-IDX)
                       MOVE 'RECUSADA - APROVADOR=DIGITADOR'
                           TO WRK-AUD-RESULTADO
                   WHEN REG-APV-DECISAO NOT = 'S'
                        AND REG-APV-DECISAO NOT = 'N'
                       MOVE 'RECUSADA - DECISAO INVALIDA'
                           TO WRK-AUD-RESULTADO
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-APR
                       MOVE REG-APV-DOCUMENTO
                           TO TAB-APR-DOCUMENTO (WRK-QTD-APR)
                       MOVE REG-APV-USUARIO
                           TO TAB-APR-USUARIO (WRK-QTD-APR)
                       MOVE REG-APV-DECISAO
                           TO TAB-APR-DECISAO (WRK-QTD-APR)
                       IF REG-APV-DECISAO = 'S'
                           MOVE 'LANCAMENTO APROVADO'
                               TO WRK-AUD-RESULTADO
                       ELSE
                           MOVE 'LANCAMENTO NEGADO'
                               TO WRK-AUD-RESULTADO
                       END-IF
               END-EVALUATE.
               IF WRK-AUD-RESULTADO (1:8) = 'RECUSADA'
                   ADD 1 TO WRK-TOTAL-RECUSADAS
                   MOVE SPACES TO WRK-LINHA-LMN
                   STRING 'APROVACAO ' DELIMITED BY SIZE
                          REG-APV-DOCUMENTO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          REG-APV-USUARIO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-AUD-RESULTADO DELIMITED BY SIZE
                          INTO WRK-LINHA-LMN
                   WRITE LINHA-LMN FROM WRK-LINHA-LMN
               END-IF.
               PERFORM 0165-GRAVAR-AUDITORIA-APROV.
               READ APROVACOES-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** UMA LINHA NA TRILHA POR DECISAO: APROVADOR E DOCUMENTO,
      **** DATA E HORA DA DECISAO (OU DO RUN) E O RESULTADO
      ******************************
           0165-GRAVAR-AUDITORIA-APROV.
               MOVE 'PROGLMN' TO WRK-AUD-PROGRAMA.
               IF REG-APV-DATA-HORA = SPACES
                   ACCEPT WRK-HORA-AGORA FROM TIME
                   MOVE SPACES TO WRK-AUD-DATA-HORA
                   STRING WRK-DATA-RUN DELIMITED BY SIZE
                          WRK-HORA-HHMMSS DELIMITED BY SIZE
                          INTO WRK-AUD-DATA-HORA
               ELSE
                   MOVE REG-APV-DATA-HORA TO WRK-AUD-DATA-HORA
               END-IF.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING REG-APV-USUARIO DELIMITED BY SIZE
                      ' LANCTO ' DELIMITED BY SIZE
                      REG-APV-DOCUMENTO DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               PERFORM 0995-GRAVAR-TRILHA.
           0170-GUARDAR-PERNA.
               IF WRK-QTD-LMN < 3000
                   ADD 1 TO WRK-QTD-LMN
                   MOVE WRK-LANCTO-MANUAL
                       TO TAB-LMN-REGISTRO (WRK-QTD-LMN)
                   MOVE 'F' TO TAB-LMN-DESTINO (WRK-QTD-LMN)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** ACUMULA A PERNA NO DOCUMENTO: O DIGITADOR E O DA PRIMEIRA
      **** PERNA; QUALQUER PERNA DE TIPO E FAZ O ESTORNO AUTOMATICO
      ******************************
           0180-SOMAR-DOCUMENTO.
               PERFORM 0185-LOCALIZAR-DOCUMENTO.
               IF NOT DOCUMENTO-ACHADO
                   IF WRK-QTD-DOC < 1000
                       ADD 1 TO WRK-QTD-DOC
                       SET TAB-DOC-IDX TO WRK-QTD-DOC
                       MOVE WRK-LMN-DOCUMENTO
                           TO TAB-DOC-DOCUMENTO (TAB-DOC-IDX)
                       MOVE WRK-LMN-USUARIO
                           TO TAB-DOC-USUARIO (TAB-DOC-IDX)
                       MOVE 'S' TO TAB-DOC-NOVO (TAB-DOC-IDX)
                       MOVE 'N' TO TAB-DOC-ESTORNO (TAB-DOC-IDX)
                                   TAB-DOC-INVALIDO (TAB-DOC-IDX)
                       MOVE ZEROS TO TAB-DOC-PERNAS (TAB-DOC-IDX)
                                     TAB-DOC-DEBITO (TAB-DOC-IDX)
                                     TAB-DOC-SOMA (TAB-DOC-IDX)
                       MOVE SPACES TO TAB-DOC-DECISAO (TAB-DOC-IDX)
                                      TAB-DOC-APROVADOR (TAB-DOC-IDX)
                   ELSE
                       SET TABELA-ESTOURADA TO TRUE
                   END-IF
               END-IF.
               IF NOT TABELA-ESTOURADA
                   ADD 1 TO TAB-DOC-PERNAS (TAB-DOC-IDX)
                   ADD WRK-LMN-VALOR TO TAB-DOC-SOMA (TAB-DOC-IDX)
                   IF WRK-LMN-VALOR > ZEROS
                       ADD WRK-LMN-VALOR
                           TO TAB-DOC-DEBITO (TAB-DOC-IDX)
                   END-IF
                   IF LMN-ESTORNO-AUTOMATICO
                       MOVE 'S' TO TAB-DOC-ESTORNO (TAB-DOC-IDX)
                   END-IF
               END-IF.
           0185-LOCALIZAR-DOCUMENTO.
               MOVE 'N' TO WRK-ACHOU-DOC.
               IF WRK-QTD-DOC > 0
                   SET TAB-DOC-IDX TO 1
                   SEARCH TAB-DOC
                       AT END CONTINUE
                       WHEN TAB-DOC-DOCUMENTO (TAB-DOC-IDX)
                               = WRK-LMN-DOCUMENTO
                           SET DOCUMENTO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** DECISAO DO DOCUMENTO: NOVO COM PERNA REJEITADA OU QUE NAO
      **** FECHA EM ZERO E REJEITADO; ATE O LIMITE E LIBERADO; ACIMA
      **** DELE VALE A DECISAO DO APROVADOR, E SEM DECISAO O
      **** DOCUMENTO SEGUE PENDENTE
      ******************************
           0200-DECIDIR-DOCUMENTO.
               SET TAB-DOC-IDX TO WRK-DOC-I.
               EVALUATE TRUE
                   WHEN TAB-DOC-NOVO (TAB-DOC-IDX) = 'S'
                       AND (TAB-DOC-INVALIDO (TAB-DOC-IDX) = 'S'
                         OR TAB-DOC-SOMA (TAB-DOC-IDX) NOT = ZEROS)
                       MOVE 'R' TO TAB-DOC-DECISAO (TAB-DOC-IDX)
                   WHEN TAB-DOC-DEBITO (TAB-DOC-IDX)
                       NOT > WRK-PARM-LIMITE-LANC-MAN
                       MOVE 'L' TO TAB-DOC-DECISAO (TAB-DOC-IDX)
                   WHEN OTHER
                       MOVE 'P' TO TAB-DOC-DECISAO (TAB-DOC-IDX)
                       PERFORM 0210-PROCURAR-DECISAO
               END-EVALUATE.
               PERFORM 0220-LISTAR-DOCUMENTO.
           0210-PROCURAR-DECISAO.
               IF WRK-QTD-APR > 0
                   SET TAB-APR-IDX TO 1
                   SEARCH TAB-APR
                       AT END CONTINUE
                       WHEN TAB-APR-DOCUMENTO (TAB-APR-IDX)
                               = TAB-DOC-DOCUMENTO (TAB-DOC-IDX)
                           MOVE TAB-APR-USUARIO (TAB-APR-IDX)
                               TO TAB-DOC-APROVADOR (TAB-DOC-IDX)
                           IF TAB-APR-DECISAO (TAB-APR-IDX) = 'S'
                               MOVE 'L' TO TAB-DOC-DECISAO (TAB-DOC-IDX)
                           ELSE
                               MOVE 'N' TO TAB-DOC-DECISAO (TAB-DOC-IDX)
                           END-IF
                   END-SEARCH
               END-IF.
           0220-LISTAR-DOCUMENTO.
               EVALUATE TAB-DOC-DECISAO (TAB-DOC-IDX)
                   WHEN 'L'
                       IF TAB-DOC-APROVADOR (TAB-DOC-IDX) = SPACES
                           MOVE 'LIBERADO' TO WRK-MOTIVO
                       ELSE
                           MOVE SPACES TO WRK-MOTIVO
                           STRING 'LIBERADO - APROVADO POR '
                                      DELIMITED BY SIZE
                                  TAB-DOC-APROVADOR (TAB-DOC-IDX)
                                      DELIMITED BY SIZE
                                  INTO WRK-MOTIVO
                       END-IF
                   WHEN 'P'
                       MOVE 'PENDENTE DE APROVACAO' TO WRK-MOTIVO
                   WHEN 'N'
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'NEGADO POR ' DELIMITED BY SIZE
                              TAB-DOC-APROVADOR (TAB-DOC-IDX)
                                  DELIMITED BY SIZE
                              INTO WRK-MOTIVO
                   WHEN OTHER
                       MOVE 'REJEITADO - NAO FECHA OU PERNA INVALIDA'
                           TO WRK-MOTIVO
               END-EVALUATE.
               MOVE TAB-DOC-DEBITO (TAB-DOC-IDX) TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-LMN.
               STRING 'DOCUMENTO ' DELIMITED BY SIZE
                      TAB-DOC-DOCUMENTO (TAB-DOC-IDX) DELIMITED BY SIZE
                      ' POR ' DELIMITED BY SIZE
                      TAB-DOC-USUARIO (TAB-DOC-IDX) DELIMITED BY SIZE
                      ' DEBITO ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO WRK-LINHA-LMN.
               WRITE LINHA-LMN FROM WRK-LINHA-LMN.
      ******************************
      **** COPIA O LANCIN PARA O LANCNEW; COM ENVELOPE, O TRAILER
      **** FICA GUARDADO PARA SAIR NO FIM, ACERTADO COM OS NOVOS
      ******************************
           0300-COPIAR-LANCIN.
               OPEN OUTPUT LANCTOS-OUT.
               OPEN INPUT LANCTOS-IN.
               IF LANCIN-OK
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   READ LANCTOS-IN INTO WRK-ENV-BUFFER
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-ARQUIVO AND ENV-REG-HEADER
                       SET ENVELOPE-PRESENTE TO TRUE
                   END-IF
                   PERFORM 0310-COPIAR-REGISTRO UNTIL FIM-ARQUIVO
                   CLOSE LANCTOS-IN
               END-IF.
           0310-COPIAR-REGISTRO.
               IF ENVELOPE-PRESENTE AND ENV-REG-TRAILER
                   SET TEM-TRAILER-GUARDADO TO TRUE
                   MOVE WRK-ENV-BUFFER TO WRK-TRAILER-LANCIN
               ELSE
                   WRITE LINHA-LANCTO-OUT FROM WRK-ENV-BUFFER
               END-IF.
               READ LANCTOS-IN INTO WRK-ENV-BUFFER
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** DESTINO DE CADA PERNA: DOCUMENTO LIBERADO VAI PARA O
      **** LANCNEW (E AGENDA O ESTORNO, SE FOR DO TIPO E); PENDENTE
      **** VOLTA PARA A FILA; NEGADO OU REJEITADO E DESCARTADO;
      **** ESTORNO AGENDADO SAI QUANDO A DATA DELE CHEGA
      ******************************
           0400-GRAVAR-LANCAMENTOS.
               OPEN OUTPUT PENDENTES-OUT.
               MOVE SPACES TO LINHA-LMN.
               WRITE LINHA-LMN.
               PERFORM 0410-DESTINAR-PERNA
                   VARYING WRK-LMN-I FROM 1 BY 1
                   UNTIL WRK-LMN-I > WRK-QTD-LMN.
               CLOSE PENDENTES-OUT.
           0410-DESTINAR-PERNA.
               MOVE TAB-LMN-REGISTRO (WRK-LMN-I) TO WRK-LANCTO-MANUAL.
               IF LMN-AGENDADO
                   IF WRK-LMN-DATA NOT > WRK-DATA-RUN
                       PERFORM 0420-LIBERAR-PERNA
                       PERFORM 0440-LISTAR-ESTORNO
                   ELSE
                       PERFORM 0430-MANTER-NA-FILA
                   END-IF
               ELSE
                   PERFORM 0185-LOCALIZAR-DOCUMENTO
                   EVALUATE TAB-DOC-DECISAO (TAB-DOC-IDX)
                       WHEN 'L'
                           PERFORM 0420-LIBERAR-PERNA
                           IF TAB-DOC-ESTORNO (TAB-DOC-IDX) = 'S'
                               PERFORM 0450-AGENDAR-ESTORNO
                           END-IF
                       WHEN 'P'
                           SET LMN-PENDENTE TO TRUE
                           PERFORM 0430-MANTER-NA-FILA
                       WHEN OTHER
                           ADD 1 TO WRK-TOTAL-DESCARTADAS
                   END-EVALUATE
               END-IF.
           0420-LIBERAR-PERNA.
               ADD 1 TO WRK-TOTAL-LIBERADAS.
               ADD WRK-LMN-VALOR TO WRK-TOTAL-VALOR-LIB.
               MOVE SPACES TO LINHA-LANCTO-OUT.
               MOVE WRK-LMN-LANCTO TO LINHA-LANCTO-OUT.
               WRITE LINHA-LANCTO-OUT.
           0430-MANTER-NA-FILA.
               ADD 1 TO WRK-TOTAL-PENDENTES.
               WRITE LINHA-PENDENTE-OUT FROM WRK-LANCTO-MANUAL.
           0440-LISTAR-ESTORNO.
               MOVE WRK-LMN-VALOR TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-LMN.
               STRING 'ESTORNO LIBERADO ' DELIMITED BY SIZE
                      WRK-LMN-DOCUMENTO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LMN-EMPRESA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LMN-CONTA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LMN-DATA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-LMN.
               WRITE LINHA-LMN FROM WRK-LINHA-LMN.
      ******************************
      **** ESTORNO AUTOMATICO: A PERNA INVERTIDA, DATADA NO DIA 01
      **** DA COMPETENCIA SEGUINTE A DA PERNA; SE A DATA JA CHEGOU
      **** (DIGITACAO ATRASADA) O ESTORNO SAI JUNTO
      ******************************
           0450-AGENDAR-ESTORNO.
               MOVE WRK-LMN-DATA TO WRK-DATA-AUX.
               IF WRK-DAX-MES = 12
                   MOVE 1 TO WRK-DAX-MES
                   ADD 1 TO WRK-DAX-ANO
               ELSE
                   ADD 1 TO WRK-DAX-MES
               END-IF.
               MOVE 1 TO WRK-DAX-DIA.
               MOVE WRK-DATA-AUX TO WRK-LMN-DATA.
               COMPUTE WRK-LMN-VALOR = 0 - WRK-LMN-VALOR.
               MOVE SPACES TO WRK-LMN-TIPO.
               SET LMN-AGENDADO TO TRUE.
               MOVE WRK-DATA-RUN TO WRK-LMN-DATA-FILA.
               ADD 1 TO WRK-TOTAL-AGENDADOS.
               IF WRK-LMN-DATA NOT > WRK-DATA-RUN
                   PERFORM 0420-LIBERAR-PERNA
                   PERFORM 0440-LISTAR-ESTORNO
               ELSE
                   PERFORM 0430-MANTER-NA-FILA
               END-IF.
      ******************************
      **** MODELOS RECORRENTES: GERA A PERNA DO MES QUANDO A
      **** COMPETENCIA ESTA NA VIGENCIA, AINDA NAO FOI GERADA E O
      **** DIA DO MODELO (LIMITADO AO ULTIMO DIA DO MES) JA CHEGOU
      ******************************
           0500-GERAR-RECORRENTES.
               MOVE TAB-DIAS-MES (WRK-DRN-MES) TO WRK-ULTIMO-DIA.
               IF WRK-DRN-MES = 2
                   DIVIDE WRK-DRN-ANO BY 4 GIVING WRK-QUOC-ANO
                       REMAINDER WRK-RESTO-ANO
                   IF WRK-RESTO-ANO = 0
                       MOVE 29 TO WRK-ULTIMO-DIA
                   END-IF
               END-IF.
               OPEN INPUT MODELOS-IN.
               IF LANCREC-OK
                   OPEN OUTPUT MODELOS-OUT
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   READ MODELOS-IN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0510-TRATAR-MODELO UNTIL FIM-ARQUIVO
                   CLOSE MODELOS-IN MODELOS-OUT
               END-IF.
           0510-TRATAR-MODELO.
               IF REG-REC-DIA IS NUMERIC AND REG-REC-DIA > 0
                   AND REG-REC-VALOR IS NUMERIC
                   AND (REG-REC-INICIO = SPACES
                     OR REG-REC-INICIO NOT > WRK-DATA-RUN (1:6))
                   AND (REG-REC-FIM = SPACES
                     OR REG-REC-FIM NOT < WRK-DATA-RUN (1:6))
                   AND (REG-REC-ULT-GERADA = SPACES
                     OR REG-REC-ULT-GERADA < WRK-DATA-RUN (1:6))
                   MOVE REG-REC-DIA TO WRK-DIA-MODELO
                   IF WRK-DIA-MODELO > WRK-ULTIMO-DIA
                       MOVE WRK-ULTIMO-DIA TO WRK-DIA-MODELO
                   END-IF
                   IF WRK-DRN-DIA NOT < WRK-DIA-MODELO
                       PERFORM 0520-GERAR-PERNA-MODELO
                   END-IF
               END-IF.
               WRITE LINHA-MODELO-OUT FROM REG-MODELO-IN.
               READ MODELOS-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0520-GERAR-PERNA-MODELO.
               INITIALIZE WRK-LANCTO-MANUAL.
               MOVE REG-REC-CONTA   TO WRK-LMN-CONTA.
               MOVE WRK-DRN-ANO     TO WRK-DAX-ANO.
               MOVE WRK-DRN-MES     TO WRK-DAX-MES.
               MOVE WRK-DIA-MODELO  TO WRK-DAX-DIA.
               MOVE WRK-DATA-AUX    TO WRK-LMN-DATA.
               MOVE REG-REC-VALOR   TO WRK-LMN-VALOR.
               MOVE REG-REC-EMPRESA TO WRK-LMN-EMPRESA.
               MOVE REG-REC-CCUSTO  TO WRK-LMN-CCUSTO.
               PERFORM 0420-LIBERAR-PERNA.
               ADD 1 TO WRK-TOTAL-RECORRENTES.
               MOVE WRK-DATA-RUN (1:6) TO REG-REC-ULT-GERADA.
               MOVE WRK-LMN-VALOR TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-LMN.
               STRING 'RECORRENTE ' DELIMITED BY SIZE
                      REG-REC-MODELO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-REC-DESCRICAO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LMN-EMPRESA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LMN-CONTA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-LMN-DATA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-LMN.
               WRITE LINHA-LMN FROM WRK-LINHA-LMN.
      ******************************
      **** TRAILER DO ENVELOPE COM A QUANTIDADE E O HASH SOMADOS
      **** DOS LANCAMENTOS LIBERADOS NO RUN
      ******************************
           0600-FECHAR-LANCNEW.
               IF TEM-TRAILER-GUARDADO
                   MOVE WRK-TRAILER-LANCIN TO WRK-ENV-BUFFER
                   ADD WRK-TOTAL-LIBERADAS TO WRK-ENR-QTDE
                   ADD WRK-TOTAL-VALOR-LIB TO WRK-ENR-HASH
                   WRITE LINHA-LANCTO-OUT FROM WRK-ENV-BUFFER
               END-IF.
               CLOSE LANCTOS-OUT.
           0800-FINALIZAR.
               IF WRK-TOTAL-REJEITADAS > 0
                   OR WRK-TOTAL-DESCARTADAS > 0
                   OR WRK-TOTAL-RECUSADAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               MOVE WRK-TOTAL-VALOR-LIB TO WRK-VALOR-ED.
               DISPLAY '********************'.
               DISPLAY 'PERNAS DIGITADAS      : ' WRK-TOTAL-DIGITADAS.
               DISPLAY 'PERNAS DA FILA        : ' WRK-TOTAL-FILA-LIDAS.
               DISPLAY 'PERNAS REJEITADAS     : ' WRK-TOTAL-REJEITADAS.
               DISPLAY 'PERNAS DESCARTADAS    : ' WRK-TOTAL-DESCARTADAS.
               DISPLAY 'APROVACOES RECUSADAS  : ' WRK-TOTAL-RECUSADAS.
               DISPLAY 'LANCAMENTOS LIBERADOS : ' WRK-TOTAL-LIBERADAS.
               DISPLAY 'VALOR LIBERADO (SOMA) : ' WRK-VALOR-ED.
               DISPLAY 'ESTORNOS GERADOS      : ' WRK-TOTAL-AGENDADOS.
               DISPLAY 'RECORRENTES GERADOS   : ' WRK-TOTAL-RECORRENTES.
               DISPLAY 'PERNAS NA FILA        : ' WRK-TOTAL-PENDENTES.
               CLOSE RELATORIO-LMN.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGLMN' TO WRK-CTL-PROGRAMA.
               COMPUTE WRK-CTL-LIDOS =
                   WRK-TOTAL-DIGITADAS + WRK-TOTAL-FILA-LIDAS.
               MOVE WRK-TOTAL-LIBERADAS TO WRK-CTL-ACEITOS.
               COMPUTE WRK-CTL-REJEITADOS =
                   WRK-TOTAL-REJEITADAS + WRK-TOTAL-DESCARTADAS.
               MOVE WRK-TOTAL-VALOR-LIB TO WRK-CTL-HASH.
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
               MOVE 'PROGLMN' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGLMN' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-CTL-LIDOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-LIBERADAS TO WRK-RUN-ACEITOS.
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
