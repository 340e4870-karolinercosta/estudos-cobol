           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGANU.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: RECEITA DIFERIDA DA ANUIDADE ANTECIPADA -- RECEBE
      *     A COMPETENCIA (ACCEPT, VIA SYSIN NO BATCH, COMO O PROGIMO),
      *     CARREGA AS ANUIDADES (ANUIDADE, LAYOUT CPYANUI) E CONFERE
      *     NO CADASTRO DE ALUNOS (ALUMST) QUEM FOI DESLIGADO. PASSA AS
      *     MENSALIDADES (MENSAB, REESCRITO EM MENSNEW) ATRAS DA
      *     COBRANCA ANUAL FEITA PELO PROGCOB23 (MATRICULA + A
      *     COMPETENCIA INICIAL DA ANUIDADE):
      *       COBRANCA PAGA -- O DINHEIRO ENTRA NA CONTA DE RECEITA
      *       DIFERIDA (RECDIF) E A ANUIDADE PASSA A RECEBIDA
      *       ALUNO DESLIGADO COM A COBRANCA AINDA ABERTA -- A
      *       COBRANCA E REDUZIDA AOS DOZE AVOS JA CORRIDOS
      *     A ANUIDADE RECEBIDA APROPRIA UM DOZE AVOS POR COMPETENCIA
      *     DECORRIDA ATE A DO RUN (SAI DA RECDIF, ENTRA NA RECEITA DE
      *     MENSALIDADE, CONTA RECMEN), COM O DECIMO SEGUNDO MES
      *     LEVANDO O RESTO. COMO OS MESES APROPRIADOS FICAM NA
      *     ANUIDADE, O RERUN DO MES NAO APROPRIA DE NOVO. NO
      *     DESLIGAMENTO O SALDO AINDA NAO APROPRIADO VAI PARA OS
      *     REEMBOLSOS PENDENTES (REEMBPEN, NO DOCUMENTO DO RESPONSAVEL;
      *     O PROGCOB70 DEVOLVE) E SAI DA RECDIF PARA A CONTA REEMB.
      *     OS LANCAMENTOS SAEM NO LANCINT (REAIS INTEIROS, CENTRO FIN,
      *     DATADOS NO ULTIMO DIA DA COMPETENCIA, ORIGEM = REFERENCIA
      *     DA COBRANCA ANUAL) PARA O FECHAMENTO (PROGCOB30). AS
      *     ANUIDADES SAEM NO ANUNEW (ENTRA VELHO / SAI NOVO) E O
      *     RELATORIO (ANURPT) LISTA CADA MOVIMENTO E O SALDO DIFERIDO.
      *     COMPETENCIA INVALIDA OU TABELA ESTOURADA PARAM O RUN COM
      *     RC 8 SEM GRAVAR NADA
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE ALUNOS (ALUMST) PASSOU A 68 POSICOES COM O CPF
      *     DO ALUNO NO FIM, GRAVADO PELA ADMISSAO (PROGADM). O ALUNO
      *     TRANSFERIDO (T), FORMADO (F) OU DESISTENTE (D) VALE COMO
      *     INATIVO, IGUAL AO I
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE ALUNOS (ALUMST) E A MENSALIDADE (MENSAB)
      *     GANHARAM NO FIM O CPF DO RESPONSAVEL FINANCEIRO; O LAYOUT
      *     ACOMPANHOU PARA A REGRAVACAO DO MENSNEW NAO PERDER O CAMPO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ALUNO TRANCADO (S) OU CANCELADO (C) NO ALUMST PELO
      *     TRANCAMENTO/CANCELAMENTO DE MATRICULA (PROGTRC) VALE COMO
      *     INATIVO, IGUAL AO I
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ANUIDADES-IN ASSIGN TO ANUIDADE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ANUI-STATUS.
               SELECT ANUIDADES-OUT ASSIGN TO ANUNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MENSAB-STATUS.
               SELECT MENSALIDADES-OUT ASSIGN TO MENSNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT REEMBOLSOS-OUT ASSIGN TO REEMBPEN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LANCAMENTOS-INT ASSIGN TO LANCINT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-ANU ASSIGN TO ANURPT
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
           FD  ANUIDADES-IN.
           01  LINHA-ANUIDADE-IN PIC X(100).
           FD  ANUIDADES-OUT.
           01  LINHA-ANUIDADE-OUT PIC X(100).
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  MENSALIDADES-OUT.
           01  LINHA-MENSALIDADE-OUT PIC X(80).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
                   88 ALU-INATIVO   VALUE 'I' 'T' 'F' 'D' 'S' 'C'.
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  REEMBOLSOS-OUT.
           01  REG-REEMBOLSO-OUT.
               02 REG-REE-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-REE-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-REE-DATA       PIC X(08).
               02 FILLER             PIC X(02).
               02 REG-REE-VALOR      PIC 9(09)V99.
               02 FILLER             PIC X(02).
               02 REG-REE-MOTIVO     PIC X(10).
               02 FILLER             PIC X(02).
               02 REG-REE-STATUS     PIC X(01).
           FD  LANCAMENTOS-INT.
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
           FD  RELATORIO-ANU.
           01  LINHA-ANU PIC X(100).
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
           COPY CPYANUI.
           COPY CPYLORI.
           COPY CPYCTRL.
           COPY CPYCAB.
      ******************************
      **** REGISTRO DA MENSALIDADE (MESMO LAYOUT DO PROGCOB23)
      ******************************
           01 WRK-MENSALIDADE.
               02 WRK-MEN-MATRICULA   PIC 9(06) VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-CURSO       PIC X(20) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-COMPETENCIA PIC X(06) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-VALOR       PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-ENCARGOS    PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
           77 WRK-ANUI-STATUS PIC X(02) VALUE '00'.
               88 ANUI-OK VALUE '00'.
           77 WRK-MENSAB-STATUS PIC X(02) VALUE '00'.
               88 MENSAB-OK VALUE '00'.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-FIM-ANUIDADES PIC X(01) VALUE 'N'.
               88 FIM-ANUIDADES VALUE 'S'.
           77 WRK-FIM-MENSAL PIC X(01) VALUE 'N'.
               88 FIM-MENSALIDADES VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
      ******************************
      **** COMPETENCIA DO RUN E DATA DOS LANCAMENTOS (ULTIMO DIA DA
      **** COMPETENCIA). OS MESES SAO CONTADOS COMO ANO X 12 + MES
      **** PARA ANDAR ENTRE COMPETENCIAS
      ******************************
           01 WRK-COMPETENCIA.
               02 WRK-CMP-ANO PIC 9(04).
               02 WRK-CMP-MES PIC 9(02).
           01 WRK-DATA-LANCTO.
               02 WRK-DLC-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-DLC-MES PIC 9(02) VALUE ZEROS.
               02 WRK-DLC-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DIAS-MESES-LIT.
               02 FILLER PIC X(24) VALUE '312831303130313130313031'.
           01 TAB-DIAS-MESES REDEFINES WRK-DIAS-MESES-LIT.
               02 TAB-DIAS-MES OCCURS 12 TIMES PIC 9(02).
           77 WRK-RESTO-ANO    PIC 9(02) VALUE ZEROS.
           77 WRK-QUOC-ANO     PIC 9(04) VALUE ZEROS.
           77 WRK-MES-COMPET   PIC 9(06) VALUE ZEROS COMP.
           77 WRK-MES-INICIAL  PIC 9(06) VALUE ZEROS COMP.
           77 WRK-MESES-CORRIDOS PIC S9(04) VALUE ZEROS COMP.
      ******************************
      **** ANUIDADES EM MEMORIA (IMAGEM DO REGISTRO), COM A MARCA DE
      **** ALUNO DESLIGADO E DE COBRANCA ANUAL PAGA OU REDUZIDA
      ******************************
           77 WRK-QTD-ANU PIC 9(04) VALUE ZEROS.
           01 TAB-ANUIDADES.
               02 TAB-ANU OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-ANU
                  INDEXED BY TAB-ANU-IDX.
                   03 TAB-ANU-REGISTRO.
                       04 TAB-ANU-MATRICULA    PIC 9(06).
                       04 FILLER               PIC X(18).
                       04 TAB-ANU-COMP-INICIAL PIC X(06).
                       04 FILLER               PIC X(50).
                       04 TAB-ANU-SITUACAO     PIC X(01).
                       04 FILLER               PIC X(10).
                   03 TAB-ANU-DESLIGADO PIC X(01).
                   03 TAB-ANU-COBRANCA  PIC X(01).
                   03 TAB-ANU-REDUZIDA  PIC 9(07)V99.
           77 WRK-ANU-SUB PIC 9(04) VALUE ZEROS COMP.
      ******************************
      **** CALCULO DA APROPRIACAO E DO SALDO DA ANUIDADE CORRENTE;
      **** OS VALORES DO RAZAO SAO OS ACUMULADOS ARREDONDADOS PARA
      **** REAIS, PARA A SOMA DOS DOZE MESES FECHAR COM O RECEBIDO
      ******************************
           77 WRK-APROP-NOVO   PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-APROP-MES    PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-SALDO-DEVOLVER PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-REAIS-ANTES  PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-REAIS-DEPOIS PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-REAIS-LANCTO PIC S9(07) VALUE ZEROS COMP-3.
           77 WRK-CONTA-LANCTO PIC X(06) VALUE SPACES.
           77 WRK-MATRICULA-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-MESES-ED     PIC Z9 VALUE ZEROS.
           77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR2-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-EVENTO       PIC X(30) VALUE SPACES.
           77 WRK-LINHA-ANU    PIC X(100) VALUE SPACES.
      ******************************
      **** TOTAIS DO RUN
      ******************************
           77 WRK-TOTAL-ANUIDADES  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-MENSALIDADES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECEBIDAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-APROPRIADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CANCELADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-LANCTOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VLR-RECEB  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-VLR-APROP  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-VLR-REEMB  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-DIFERIDO   PIC 9(09)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               DISPLAY 'COMPETENCIA DA APROPRIACAO (AAAAMM)'.
               ACCEPT WRK-COMPETENCIA FROM CONSOLE.
               IF WRK-COMPETENCIA IS NOT NUMERIC
                   OR WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
                   DISPLAY '*** COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                       ' - NADA FOI GRAVADO ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0080-CARREGAR-ANUIDADES
                   IF TABELA-ESTOURADA
                       DISPLAY '*** TABELA DE ANUIDADES ESTOUROU (2000)'
                           ' - NADA FOI GRAVADO, RUN MARCADO RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0100-INICIALIZAR
                       PERFORM 0150-CONFERIR-DESLIGADOS
                       PERFORM 0200-PASSAR-MENSALIDADES
                       PERFORM 0300-PROCESSAR-ANUIDADE
                           VARYING WRK-ANU-SUB FROM 1 BY 1
                           UNTIL WRK-ANU-SUB > WRK-QTD-ANU
                       PERFORM 0700-GRAVAR-ANUIDADES
                       PERFORM 0800-FINALIZAR
                   END-IF
               END-IF.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA AS ANUIDADES; SEM O ARQUIVO NAO HA O QUE APROPRIAR
      ******************************
           0080-CARREGAR-ANUIDADES.
               OPEN INPUT ANUIDADES-IN.
               IF ANUI-OK
                   READ ANUIDADES-IN INTO WRK-ANUIDADE
                       AT END SET FIM-ANUIDADES TO TRUE
                   END-READ
                   PERFORM 0085-LER-ANUIDADE
                       UNTIL FIM-ANUIDADES OR TABELA-ESTOURADA
                   CLOSE ANUIDADES-IN
               END-IF.
           0085-LER-ANUIDADE.
               IF WRK-QTD-ANU < 2000
                   ADD 1 TO WRK-QTD-ANU
                   ADD 1 TO WRK-TOTAL-ANUIDADES
                   MOVE WRK-ANUIDADE TO TAB-ANU-REGISTRO (WRK-QTD-ANU)
                   MOVE 'N' TO TAB-ANU-DESLIGADO (WRK-QTD-ANU)
                               TAB-ANU-COBRANCA (WRK-QTD-ANU)
                   MOVE ZEROS TO TAB-ANU-REDUZIDA (WRK-QTD-ANU)
                   READ ANUIDADES-IN INTO WRK-ANUIDADE
                       AT END SET FIM-ANUIDADES TO TRUE
                   END-READ
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** DATA DOS LANCAMENTOS = ULTIMO DIA DA COMPETENCIA
      **** (FEVEREIRO COM 29 NO ANO BISSEXTO) E CABECALHO PADRAO
      ******************************
           0100-INICIALIZAR.
               MOVE WRK-CMP-ANO TO WRK-DLC-ANO.
               MOVE WRK-CMP-MES TO WRK-DLC-MES.
               MOVE TAB-DIAS-MES (WRK-CMP-MES) TO WRK-DLC-DIA.
               IF WRK-CMP-MES = 2
                   DIVIDE WRK-CMP-ANO BY 4 GIVING WRK-QUOC-ANO
                       REMAINDER WRK-RESTO-ANO
                   IF WRK-RESTO-ANO = 0
                       MOVE 29 TO WRK-DLC-DIA
                   END-IF
               END-IF.
               COMPUTE WRK-MES-COMPET =
                   WRK-CMP-ANO * 12 + WRK-CMP-MES.
               OPEN OUTPUT RELATORIO-ANU.
               MOVE 'RECEITA DIFERIDA DA ANUIDADE ANTECIPADA'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               ADD 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO WRK-LINHA-ANU.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-ANU.
               WRITE LINHA-ANU FROM WRK-LINHA-ANU.
               MOVE SPACES TO WRK-LINHA-ANU.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '     COMPETENCIA ' DELIMITED BY SIZE
                      WRK-COMPETENCIA      DELIMITED BY SIZE
                      '     PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED        DELIMITED BY SIZE
                      INTO WRK-LINHA-ANU.
               WRITE LINHA-ANU FROM WRK-LINHA-ANU.
               MOVE SPACES TO LINHA-ANU.
               WRITE LINHA-ANU.
               MOVE 'MATRIC INICIO MOVIMENTO' TO LINHA-ANU.
               MOVE 'MESES          VALOR    SALDO DIFERIDO'
                   TO LINHA-ANU (46:38).
               WRITE LINHA-ANU.
               OPEN EXTEND LANCAMENTOS-INT
                           REEMBOLSOS-OUT.
      ******************************
      **** MARCA AS ANUIDADES AINDA VIVAS DE ALUNO DESLIGADO (STATUS
      **** I NO ALUMST); ALUNO FORA DO CADASTRO SEGUE COMO ESTA
      ******************************
           0150-CONFERIR-DESLIGADOS.
               OPEN INPUT ALUNO-MASTER.
               PERFORM 0160-CONFERIR-ALUNO
                   VARYING WRK-ANU-SUB FROM 1 BY 1
                   UNTIL WRK-ANU-SUB > WRK-QTD-ANU.
               CLOSE ALUNO-MASTER.
           0160-CONFERIR-ALUNO.
               MOVE TAB-ANU-REGISTRO (WRK-ANU-SUB) TO WRK-ANUIDADE.
               IF ANU-SOLICITADA OR ANU-FATURADA OR ANU-RECEBIDA
                   MOVE WRK-ANU-MATRICULA TO REG-ALU-MATRICULA
                   READ ALUNO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF ALUMST-OK AND ALU-INATIVO
                       MOVE 'S' TO TAB-ANU-DESLIGADO (WRK-ANU-SUB)
                   END-IF
               END-IF.
      ******************************
      **** PASSA AS MENSALIDADES PROCURANDO A COBRANCA ANUAL DE CADA
      **** ANUIDADE FATURADA: PAGA, MARCA PARA O RECEBIMENTO; ABERTA
      **** DE ALUNO DESLIGADO, E REDUZIDA AOS MESES JA CORRIDOS
      ******************************
           0200-PASSAR-MENSALIDADES.
               OPEN INPUT MENSALIDADES-IN.
               OPEN OUTPUT MENSALIDADES-OUT.
               IF MENSAB-OK
                   READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                       AT END SET FIM-MENSALIDADES TO TRUE
                   END-READ
                   PERFORM 0210-CONFERIR-MENSALIDADE
                       UNTIL FIM-MENSALIDADES
                   CLOSE MENSALIDADES-IN
               END-IF.
               CLOSE MENSALIDADES-OUT.
           0210-CONFERIR-MENSALIDADE.
               ADD 1 TO WRK-TOTAL-MENSALIDADES.
               IF WRK-QTD-ANU > 0
                   SET TAB-ANU-IDX TO 1
                   SEARCH TAB-ANU
                       AT END CONTINUE
                       WHEN TAB-ANU-MATRICULA (TAB-ANU-IDX)
                               = WRK-MEN-MATRICULA
                           AND TAB-ANU-COMP-INICIAL (TAB-ANU-IDX)
                               = WRK-MEN-COMPETENCIA
                           AND TAB-ANU-SITUACAO (TAB-ANU-IDX) = 'F'
                           PERFORM 0220-COBRANCA-ANUAL
                   END-SEARCH
               END-IF.
               WRITE LINHA-MENSALIDADE-OUT FROM WRK-MENSALIDADE.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
           0220-COBRANCA-ANUAL.
               IF MEN-PAGA
                   MOVE 'P' TO TAB-ANU-COBRANCA (TAB-ANU-IDX)
               ELSE
                   IF TAB-ANU-DESLIGADO (TAB-ANU-IDX) = 'S'
                       MOVE TAB-ANU-REGISTRO (TAB-ANU-IDX)
                           TO WRK-ANUIDADE
                       PERFORM 0400-CONTAR-MESES
                       COMPUTE WRK-MEN-VALOR ROUNDED =
                           WRK-ANU-VALOR-ANUAL * WRK-MESES-CORRIDOS
                           / 12
                       MOVE WRK-MEN-VALOR
                           TO TAB-ANU-REDUZIDA (TAB-ANU-IDX)
                       MOVE 'R' TO TAB-ANU-COBRANCA (TAB-ANU-IDX)
                   END-IF
               END-IF.
      ******************************
      **** ANUIDADE DA VEZ: COBRANCA PAGA ENTRA NA RECEITA DIFERIDA,
      **** A RECEBIDA APROPRIA OS MESES CORRIDOS E A DE ALUNO
      **** DESLIGADO E CANCELADA
      ******************************
           0300-PROCESSAR-ANUIDADE.
               MOVE TAB-ANU-REGISTRO (WRK-ANU-SUB) TO WRK-ANUIDADE.
               PERFORM 0400-CONTAR-MESES.
               IF ANU-FATURADA AND TAB-ANU-COBRANCA (WRK-ANU-SUB) = 'P'
                   PERFORM 0310-RECEBER-ANUIDADE
               END-IF.
               IF ANU-RECEBIDA
                   AND WRK-MESES-CORRIDOS > WRK-ANU-MESES-APROP
                   PERFORM 0320-APROPRIAR-RECEITA
               END-IF.
               IF TAB-ANU-DESLIGADO (WRK-ANU-SUB) = 'S'
                   AND NOT ANU-ENCERRADA
                   PERFORM 0330-CANCELAR-ANUIDADE
               END-IF.
               IF ANU-RECEBIDA
                   ADD WRK-ANU-VALOR-ANUAL TO WRK-TOTAL-DIFERIDO
                   SUBTRACT WRK-ANU-VALOR-APROP FROM WRK-TOTAL-DIFERIDO
               END-IF.
               MOVE WRK-ANUIDADE TO TAB-ANU-REGISTRO (WRK-ANU-SUB).
      ******************************
      **** COBRANCA ANUAL PAGA: O VALOR INTEIRO ENTRA NA RECDIF
      ******************************
           0310-RECEBER-ANUIDADE.
               SET ANU-RECEBIDA TO TRUE.
               MOVE WRK-DATA-LANCTO TO WRK-ANU-DATA-SIT.
               ADD 1 TO WRK-TOTAL-RECEBIDAS.
               ADD WRK-ANU-VALOR-ANUAL TO WRK-TOTAL-VLR-RECEB.
               COMPUTE WRK-REAIS-LANCTO ROUNDED = WRK-ANU-VALOR-ANUAL.
               MOVE 'RECDIF' TO WRK-CONTA-LANCTO.
               PERFORM 0500-GRAVAR-LANCAMENTO.
               MOVE 'RECEBIDA' TO WRK-EVENTO.
               MOVE WRK-ANU-VALOR-ANUAL TO WRK-VALOR-ED.
               MOVE WRK-ANU-VALOR-ANUAL TO WRK-VALOR2-ED.
               PERFORM 0600-LISTAR-MOVIMENTO.
      ******************************
      **** APROPRIA OS DOZE AVOS CORRIDOS AINDA NAO APROPRIADOS (O
      **** DECIMO SEGUNDO LEVA O RESTO): SAI DA RECDIF, ENTRA NA
      **** RECMEN
      ******************************
           0320-APROPRIAR-RECEITA.
               IF WRK-MESES-CORRIDOS = 12
                   MOVE WRK-ANU-VALOR-ANUAL TO WRK-APROP-NOVO
               ELSE
                   COMPUTE WRK-APROP-NOVO ROUNDED =
                       WRK-ANU-VALOR-ANUAL * WRK-MESES-CORRIDOS / 12
               END-IF.
               COMPUTE WRK-APROP-MES =
                   WRK-APROP-NOVO - WRK-ANU-VALOR-APROP.
               COMPUTE WRK-REAIS-ANTES ROUNDED = WRK-ANU-VALOR-APROP.
               COMPUTE WRK-REAIS-DEPOIS ROUNDED = WRK-APROP-NOVO.
               MOVE WRK-APROP-NOVO TO WRK-ANU-VALOR-APROP.
               MOVE WRK-MESES-CORRIDOS TO WRK-ANU-MESES-APROP.
               ADD 1 TO WRK-TOTAL-APROPRIADAS.
               ADD WRK-APROP-MES TO WRK-TOTAL-VLR-APROP.
               COMPUTE WRK-REAIS-LANCTO =
                   0 - (WRK-REAIS-DEPOIS - WRK-REAIS-ANTES).
               MOVE 'RECDIF' TO WRK-CONTA-LANCTO.
               PERFORM 0500-GRAVAR-LANCAMENTO.
               COMPUTE WRK-REAIS-LANCTO =
                   WRK-REAIS-DEPOIS - WRK-REAIS-ANTES.
               MOVE 'RECMEN' TO WRK-CONTA-LANCTO.
               PERFORM 0500-GRAVAR-LANCAMENTO.
               IF WRK-ANU-MESES-APROP = 12
                   SET ANU-ENCERRADA TO TRUE
                   MOVE WRK-DATA-LANCTO TO WRK-ANU-DATA-SIT
                   MOVE 'APROPRIADA - ENCERRADA' TO WRK-EVENTO
               ELSE
                   MOVE 'APROPRIADA' TO WRK-EVENTO
               END-IF.
               MOVE WRK-APROP-MES TO WRK-VALOR-ED.
               COMPUTE WRK-VALOR2-ED =
                   WRK-ANU-VALOR-ANUAL - WRK-ANU-VALOR-APROP.
               PERFORM 0600-LISTAR-MOVIMENTO.
      ******************************
      **** ALUNO DESLIGADO: A RECEBIDA DEVOLVE O SALDO NAO
      **** APROPRIADO (REEMBPEN NO DOCUMENTO DO RESPONSAVEL, SAI DA
      **** RECDIF PARA A REEMB); A FATURADA FICA COM A COBRANCA
      **** REDUZIDA; A SOLICITADA SO E CANCELADA
      ******************************
           0330-CANCELAR-ANUIDADE.
               EVALUATE TRUE
                   WHEN ANU-RECEBIDA
                       COMPUTE WRK-SALDO-DEVOLVER =
                           WRK-ANU-VALOR-ANUAL - WRK-ANU-VALOR-APROP
                       MOVE WRK-SALDO-DEVOLVER TO WRK-ANU-VALOR-REEMB
                       IF WRK-SALDO-DEVOLVER > ZEROS
                           PERFORM 0340-GRAVAR-REEMBOLSO
                       END-IF
                       MOVE 'CANCELADA - A DEVOLVER' TO WRK-EVENTO
                       MOVE WRK-SALDO-DEVOLVER TO WRK-VALOR-ED
                   WHEN ANU-FATURADA
                       IF TAB-ANU-COBRANCA (WRK-ANU-SUB) = 'R'
                           MOVE 'CANCELADA - COBRANCA REDUZIDA'
                               TO WRK-EVENTO
                           MOVE TAB-ANU-REDUZIDA (WRK-ANU-SUB)
                               TO WRK-VALOR-ED
                       ELSE
                           MOVE 'CANCELADA - SEM COBRANCA ABERTA'
                               TO WRK-EVENTO
                           MOVE ZEROS TO WRK-VALOR-ED
                       END-IF
                   WHEN OTHER
                       MOVE 'CANCELADA - NAO FATURADA' TO WRK-EVENTO
                       MOVE ZEROS TO WRK-VALOR-ED
               END-EVALUATE.
               SET ANU-CANCELADA TO TRUE.
               MOVE WRK-DATA-LANCTO TO WRK-ANU-DATA-SIT.
               ADD 1 TO WRK-TOTAL-CANCELADAS.
               MOVE ZEROS TO WRK-VALOR2-ED.
               PERFORM 0600-LISTAR-MOVIMENTO.
           0340-GRAVAR-REEMBOLSO.
               ADD WRK-SALDO-DEVOLVER TO WRK-TOTAL-VLR-REEMB.
               MOVE SPACES TO REG-REEMBOLSO-OUT.
               MOVE WRK-ANU-DOC-RESP TO REG-REE-CPF.
               STRING WRK-ANU-MATRICULA DELIMITED BY SIZE
                      WRK-ANU-COMP-INICIAL DELIMITED BY SIZE
                      INTO REG-REE-REFERENCIA.
               MOVE WRK-DATA-LANCTO TO REG-REE-DATA.
               MOVE WRK-SALDO-DEVOLVER TO REG-REE-VALOR.
               MOVE 'ANUIDADE' TO REG-REE-MOTIVO.
               MOVE 'P' TO REG-REE-STATUS.
               WRITE REG-REEMBOLSO-OUT.
               COMPUTE WRK-REAIS-ANTES ROUNDED = WRK-ANU-VALOR-APROP.
               COMPUTE WRK-REAIS-DEPOIS ROUNDED = WRK-ANU-VALOR-ANUAL.
               COMPUTE WRK-REAIS-LANCTO =
                   0 - (WRK-REAIS-DEPOIS - WRK-REAIS-ANTES).
               MOVE 'RECDIF' TO WRK-CONTA-LANCTO.
               PERFORM 0500-GRAVAR-LANCAMENTO.
               COMPUTE WRK-REAIS-LANCTO =
                   WRK-REAIS-DEPOIS - WRK-REAIS-ANTES.
               MOVE 'REEMB' TO WRK-CONTA-LANCTO.
               PERFORM 0500-GRAVAR-LANCAMENTO.
      ******************************
      **** MESES CORRIDOS DA ANUIDADE ATE A COMPETENCIA DO RUN,
      **** CONTANDO A INICIAL; ENTRE ZERO (AINDA NAO COMECOU) E DOZE
      ******************************
           0400-CONTAR-MESES.
               MOVE ZEROS TO WRK-MESES-CORRIDOS.
               IF WRK-ANU-COMP-INICIAL IS NUMERIC
                   COMPUTE WRK-MES-INICIAL =
                       WRK-ANU-INI-ANO * 12 + WRK-ANU-INI-MES
                   COMPUTE WRK-MESES-CORRIDOS =
                       WRK-MES-COMPET - WRK-MES-INICIAL + 1
               END-IF.
               IF WRK-MESES-CORRIDOS < 0
                   MOVE ZEROS TO WRK-MESES-CORRIDOS
               END-IF.
               IF WRK-MESES-CORRIDOS > 12
                   MOVE 12 TO WRK-MESES-CORRIDOS
               END-IF.
      ******************************
      **** UM LANCAMENTO NO LANCINT, EM REAIS INTEIROS, CENTRO FIN,
      **** ORIGEM = REFERENCIA DA COBRANCA ANUAL (MATRICULA +
      **** COMPETENCIA INICIAL)
      ******************************
           0500-GRAVAR-LANCAMENTO.
               IF WRK-REAIS-LANCTO NOT = ZEROS
                   INITIALIZE WRK-ORIGEM-LANCTO
                   MOVE SPACES TO WRK-ORI-DOCUMENTO
                   STRING WRK-ANU-MATRICULA DELIMITED BY SIZE
                          WRK-ANU-COMP-INICIAL DELIMITED BY SIZE
                          INTO WRK-ORI-DOCUMENTO
                   MOVE 'PROGANU' TO WRK-ORI-PROGRAMA
                   MOVE WRK-ORI-DOCUMENTO TO WRK-ORI-DOC-INICIAL
                                             WRK-ORI-DOC-FINAL
                   MOVE 1 TO WRK-ORI-QTD-DOCS
                   MOVE SPACES TO REG-LANCTO-INT
                   MOVE WRK-CONTA-LANCTO TO REG-LCI-CONTA
                   MOVE WRK-DATA-LANCTO TO REG-LCI-DATA
                   MOVE WRK-REAIS-LANCTO TO REG-LCI-VALOR
                   MOVE SPACES TO REG-LCI-EMPRESA
                   MOVE 'FIN' TO REG-LCI-CCUSTO
                   MOVE WRK-ORIGEM-LANCTO TO REG-LCI-ORIGEM
                   WRITE REG-LANCTO-INT
                   ADD 1 TO WRK-TOTAL-LANCTOS
               END-IF.
           0600-LISTAR-MOVIMENTO.
               MOVE WRK-ANU-MATRICULA TO WRK-MATRICULA-ED.
               MOVE WRK-ANU-MESES-APROP TO WRK-MESES-ED.
               MOVE SPACES TO WRK-LINHA-ANU.
               STRING WRK-MATRICULA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-ANU-COMP-INICIAL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-EVENTO DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WRK-MESES-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR2-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ANU.
               WRITE LINHA-ANU FROM WRK-LINHA-ANU.
      ******************************
      **** REGRAVA AS ANUIDADES
      ******************************
           0700-GRAVAR-ANUIDADES.
               OPEN OUTPUT ANUIDADES-OUT.
               PERFORM 0710-GRAVAR-ANUIDADE
                   VARYING WRK-ANU-SUB FROM 1 BY 1
                   UNTIL WRK-ANU-SUB > WRK-QTD-ANU.
               CLOSE ANUIDADES-OUT.
           0710-GRAVAR-ANUIDADE.
               WRITE LINHA-ANUIDADE-OUT
                   FROM TAB-ANU-REGISTRO (WRK-ANU-SUB).
           0800-FINALIZAR.
               CLOSE LANCAMENTOS-INT REEMBOLSOS-OUT.
               MOVE SPACES TO LINHA-ANU.
               WRITE LINHA-ANU.
               MOVE WRK-TOTAL-VLR-RECEB TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-ANU.
               STRING 'RECEBIDO NA RECEITA DIFERIDA : '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ANU.
               WRITE LINHA-ANU FROM WRK-LINHA-ANU.
               MOVE WRK-TOTAL-VLR-APROP TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-ANU.
               STRING 'APROPRIADO A RECEITA         : '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ANU.
               WRITE LINHA-ANU FROM WRK-LINHA-ANU.
               MOVE WRK-TOTAL-VLR-REEMB TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-ANU.
               STRING 'A DEVOLVER POR CANCELAMENTO  : '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ANU.
               WRITE LINHA-ANU FROM WRK-LINHA-ANU.
               MOVE WRK-TOTAL-DIFERIDO TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-ANU.
               STRING 'SALDO DA RECEITA DIFERIDA    : '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-ANU.
               WRITE LINHA-ANU FROM WRK-LINHA-ANU.
               CLOSE RELATORIO-ANU.
               DISPLAY '********************'.
               DISPLAY 'ANUIDADES LIDAS     : ' WRK-TOTAL-ANUIDADES.
               DISPLAY 'MENSALIDADES LIDAS  : ' WRK-TOTAL-MENSALIDADES.
               DISPLAY 'ANUIDADES RECEBIDAS : ' WRK-TOTAL-RECEBIDAS.
               DISPLAY 'ANUIDADES APROPRIAD.: ' WRK-TOTAL-APROPRIADAS.
               DISPLAY 'ANUIDADES CANCELAD. : ' WRK-TOTAL-CANCELADAS.
               DISPLAY 'LANCAMENTOS GRAVADOS: ' WRK-TOTAL-LANCTOS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGANU' TO WRK-CTL-PROGRAMA.
               COMPUTE WRK-CTL-LIDOS =
                   WRK-TOTAL-ANUIDADES + WRK-TOTAL-MENSALIDADES.
               MOVE WRK-CTL-LIDOS TO WRK-CTL-ACEITOS.
               MOVE ZEROS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-VLR-APROP TO WRK-CTL-HASH.
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
               MOVE 'PROGANU' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGANU' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-ANUIDADES TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-ANUIDADES TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
