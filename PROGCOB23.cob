      *     O BRANCO DOS REGISTROS ANTIGOS, VALE COMO ATIVO), USADO
      *     PELO ROL DE REMATRICULA (PROGCOB82) PARA NAO REMATRICULAR
      *     ALUNO DESLIGADO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU A ANUIDADE ANTECIPADA (ARQUIVO ANUIDADE, LAYOUT
      *     CPYANUI): O ALUNO COM ANUIDADE SOLICITADA PARA A COMPETENCIA
      *     DO RUN RECEBE UMA COBRANCA UNICA DE DOZE MENSALIDADES (JA
      *     COM A BOLSA) MENOS O DESCONTO DO PARAMETRO WRK-PARM-DESC-
      *     ANUIDADE, E NAS ONZE COMPETENCIAS SEGUINTES NAO GERA
      *     MENSALIDADE. AS ANUIDADES SAEM REGRAVADAS NO ANUNEW (COPY-
      *     BACK NO JCL); A RECEITA DIFERIDA E APROPRIADA PELO PROGANU
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE ALUNOS (ALUMST) PASSOU A 68 POSICOES COM O CPF
      *     DO ALUNO NO FIM, GRAVADO PELA ADMISSAO (PROGADM). O ALUNO
      *     TRANSFERIDO (T), FORMADO (F) OU DESISTENTE (D) VALE COMO
      *     INATIVO, IGUAL AO I
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A MENSALIDADE GANHOU NO FIM O CPF DO RESPONSAVEL FINANCEIRO
      *     DO ALUNO (NOVO CAMPO NO FIM DO ALUMST), QUE O DEBITO
      *     AUTOMATICO, AS CARTAS, A NEGATIVACAO, O PIX E O EXTRATO DA
      *     FAMILIA USAM NO LUGAR DA MATRICULA; COBRANCA ANTERIOR EM
      *     ABERTO AINDA SEM RESPONSAVEL RECEBE O ATUAL DO ALUNO. ALUNO
      *     SEM RESPONSAVEL E FATURADO, MAS SAI NO RELATORIO; A LINHA DE
      *     INADIMPLENTE MOSTRA O RESPONSAVEL
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ALUNO INATIVO NO ALUMST (I, T, F, D E AGORA TRANCADO S OU
      *     CANCELADO C PELO PROGTRC) DEIXOU DE RECEBER MENSALIDADE
      *     NOVA; A PROPORCIONAL DO MES DA SAIDA E O ACERTO DAS JA
      *     FATURADAS SAO DO PROGTRC. O TOTAL DE INATIVOS NAO FATURADOS
      *     SAI NO FECHO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETROS-IN ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT TABELA-MENS-IN ASSIGN TO TABMENS
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BOLSAS-IN ASSIGN TO BOLSAS
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT ANUIDADES-IN ASSIGN TO ANUIDADE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ANUI-STATUS.
               SELECT ANUIDADES-OUT ASSIGN TO ANUNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-INAD ASSIGN TO INADRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
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
               02 REG-PARM-TARIFA-CHQ-DEV  PIC 9(05)V99.
               02 REG-PARM-DIAS-BLOQ-CHQ   PIC 9(03).
               02 REG-PARM-DESC-ANUIDADE   PIC 9(02)V99.
           FD  TABELA-MENS-IN.
           01  REG-TABMENS-IN.
               02 REG-TBM-CURSO PIC X(20).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
                   88 ALU-INATIVO   VALUE 'I' 'T' 'F' 'D' 'S' 'C'.
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  ANUIDADES-IN.
           01  LINHA-ANUIDADE-IN PIC X(100).
           FD  ANUIDADES-OUT.
           01  LINHA-ANUIDADE-OUT PIC X(100).
           FD  RELATORIO-INAD.
           01  LINHA-INAD PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYLOCK.
           COPY CPYCTRL.
           COPY CPYCAB.
           COPY CPYPARM.
           COPY CPYANUI.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-ANUI-STATUS PIC X(02) VALUE '00'.
               88 ANUI-OK VALUE '00'.
           77 WRK-FIM-ANUIDADES PIC X(01) VALUE 'N'.
               88 FIM-ANUIDADES VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
      ******************************
      **** ANUIDADES ANTECIPADAS EM MEMORIA (IMAGEM DO REGISTRO),
      **** REGRAVADAS NO ANUNEW NO FIM DO RUN
      ******************************
           77 WRK-QTD-ANU PIC 9(04) VALUE ZEROS.
           01 TAB-ANUIDADES.
               02 TAB-ANU OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-ANU
                  INDEXED BY TAB-ANU-IDX.
                   03 TAB-ANU-REGISTRO PIC X(91).
           77 WRK-ANU-SUB     PIC 9(04) VALUE ZEROS COMP.
           77 WRK-ANU-ACHADO  PIC 9(04) VALUE ZEROS COMP.
           77 WRK-ACAO-ANUIDADE PIC X(01) VALUE SPACES.
               88 MES-COBERTO-ANUIDADE VALUE 'C'.
               88 ANUIDADE-A-FATURAR   VALUE 'A'.
               88 ANUIDADE-ATRASADA    VALUE 'V'.
           77 WRK-MES-ATUAL   PIC 9(06) VALUE ZEROS COMP.
           77 WRK-MES-INICIAL PIC 9(06) VALUE ZEROS COMP.
           77 WRK-VALOR-ANUAL PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-DESC-ANUAL  PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-ANUIDADES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-COBERTOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VALOR-ANUAL PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-DESC-ANUAL  PIC 9(09)V99 VALUE ZEROS COMP-3.
      ******************************
      **** REGISTRO DA MENSALIDADE (ARQUIVO MENSAB/MENSNEW)
      ******************************
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
           77 WRK-MENSAB-STATUS PIC X(02) VALUE '00'.
               88 MENSAB-OK VALUE '00'.
           77 WRK-BOLSAS-STATUS PIC X(02) VALUE '00'.
                  DEPENDING ON WRK-QTD-FATURADOS
                  INDEXED BY TAB-FTD-IDX.
                   03 TAB-FTD-MATRICULA PIC 9(06).
      ******************************
      **** RESPONSAVEL FINANCEIRO DOS ALUNOS DO CADASTRO, PARA A
      **** COBRANCA ANTERIOR AINDA SEM RESPONSAVEL RECEBER O ATUAL
      ******************************
           77 WRK-QTD-RSA PIC 9(05) VALUE ZEROS.
           01 TAB-RESP-ALUNOS.
               02 TAB-RSA OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WRK-QTD-RSA
                  INDEXED BY TAB-RSA-IDX.
                   03 TAB-RSA-MATRICULA   PIC 9(06).
                   03 TAB-RSA-RESPONSAVEL PIC X(11).
           77 WRK-ESTOURO-RSA PIC X(01) VALUE 'N'.
               88 TABELA-RSA-ESTOURADA VALUE 'S'.
           77 WRK-TOTAL-SEM-RESP PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-INATIVOS PIC 9(06) VALUE ZEROS.
           77 WRK-JA-FATURADO PIC X(01) VALUE 'N'.
               88 ALUNO-JA-FATURADO VALUE 'S'.
           77 WRK-CURSO-ACHADO PIC X(01) VALUE 'N'.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               MOVE WRK-RUN-ANO TO WRK-CMP-ANO.
               MOVE WRK-RUN-MES TO WRK-CMP-MES.
               COMPUTE WRK-MES-ATUAL = WRK-CMP-ANO * 12 + WRK-CMP-MES.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0110-CARREGAR-TABELA-MENS.
               PERFORM 0115-CARREGAR-BOLSAS.
               PERFORM 0120-CARREGAR-ANUIDADES.
               PERFORM 0150-CARREGAR-RESPONSAVEIS.
               OPEN INPUT MENSALIDADES-IN.
               IF MENSAB-OK
                   READ MENSALIDADES-IN INTO WRK-MENSALIDADE
      ******************************
      **** CARREGA EM MEMORIA A TABELA EXTERNA DE MENSALIDADES
      ******************************
      ******************************
      **** DESCONTO DA ANUIDADE ANTECIPADA DO ARQUIVO DE PARAMETROS,
      **** SE EXISTIR; DO CONTRARIO VALE O DEFAULT DO CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           IF REG-PARM-DESC-ANUIDADE IS NUMERIC
                               MOVE REG-PARM-DESC-ANUIDADE
                                   TO WRK-PARM-DESC-ANUIDADE
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
           0110-CARREGAR-TABELA-MENS.
               OPEN INPUT TABELA-MENS-IN.
               READ TABELA-MENS-IN
                   SET FIM-ALUNOS TO TRUE
               END-IF.
      ******************************
      **** PASSADA PREVIA NO ALUMST GUARDANDO O RESPONSAVEL FINANCEIRO
      **** DE CADA ALUNO QUE TEM UM; O CADASTRO E FECHADO E REABERTO
      **** DEPOIS PELO 0130 PARA O FATURAMENTO
      ******************************
           0150-CARREGAR-RESPONSAVEIS.
               PERFORM 0130-POSICIONAR-ALUNOS.
               PERFORM 0155-GUARDAR-RESPONSAVEL
                   UNTIL FIM-ALUNOS OR TABELA-RSA-ESTOURADA.
               CLOSE ALUNO-MASTER.
               MOVE 'N' TO WRK-FIM-ALUNOS.
           0155-GUARDAR-RESPONSAVEL.
               IF REG-ALU-RESPONSAVEL NOT = SPACES
                   IF WRK-QTD-RSA < 20000
                       ADD 1 TO WRK-QTD-RSA
                       MOVE REG-ALU-MATRICULA
                           TO TAB-RSA-MATRICULA (WRK-QTD-RSA)
                       MOVE REG-ALU-RESPONSAVEL
                           TO TAB-RSA-RESPONSAVEL (WRK-QTD-RSA)
                   ELSE
                       SET TABELA-RSA-ESTOURADA TO TRUE
                   END-IF
               END-IF.
               PERFORM 0140-LER-PROXIMO-ALUNO.
      ******************************
      **** REAVALIA UMA COBRANCA ANTERIOR: COBRANCA EM ABERTO DE
      **** COMPETENCIA PASSADA GANHA MULTA DE 2% MAIS JUROS DE 1%
      **** POR MES DE ATRASO; COM MAIS DE UM MES DE ATRASO O ALUNO
               READ BOLSAS-IN
                   AT END SET FIM-BOLSAS TO TRUE
               END-READ.
      ******************************
      **** CARREGA AS ANUIDADES ANTECIPADAS, SE O ARQUIVO EXISTIR
      ******************************
           0120-CARREGAR-ANUIDADES.
               OPEN INPUT ANUIDADES-IN.
               IF ANUI-OK
                   READ ANUIDADES-IN INTO WRK-ANUIDADE
                       AT END SET FIM-ANUIDADES TO TRUE
                   END-READ
                   PERFORM 0125-LER-ANUIDADE
                       UNTIL FIM-ANUIDADES OR TABELA-ESTOURADA
                   CLOSE ANUIDADES-IN
               END-IF.
           0125-LER-ANUIDADE.
               IF WRK-QTD-ANU < 2000
                   ADD 1 TO WRK-QTD-ANU
                   MOVE WRK-ANUIDADE TO TAB-ANU-REGISTRO (WRK-QTD-ANU)
                   READ ANUIDADES-IN INTO WRK-ANUIDADE
                       AT END SET FIM-ANUIDADES TO TRUE
                   END-READ
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
           0200-REAVALIAR-ANTERIOR.
               ADD 1 TO WRK-TOTAL-ANTERIORES.
               MOVE WRK-MEN-COMPETENCIA TO WRK-COMPETENCIA-TITULO.
                       PERFORM 0230-LISTAR-INADIMPLENTE
                   END-IF
               END-IF.
               IF WRK-MEN-RESPONSAVEL = SPACES AND MEN-ABERTA
                   PERFORM 0210-COMPLETAR-RESPONSAVEL
               END-IF.
               ADD WRK-MEN-VALOR TO WRK-TOTAL-HASH.
               WRITE LINHA-MENSALIDADE-OUT FROM WRK-MENSALIDADE.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
      ******************************
      **** COBRANCA EM ABERTO FATURADA ANTES DO RESPONSAVEL FINANCEIRO
      **** RECEBE O RESPONSAVEL ATUAL DO ALUNO
      ******************************
           0210-COMPLETAR-RESPONSAVEL.
               IF WRK-QTD-RSA > 0
                   SET TAB-RSA-IDX TO 1
                   SEARCH TAB-RSA
                       AT END CONTINUE
                       WHEN TAB-RSA-MATRICULA (TAB-RSA-IDX)
                           = WRK-MEN-MATRICULA
                           MOVE TAB-RSA-RESPONSAVEL (TAB-RSA-IDX)
                               TO WRK-MEN-RESPONSAVEL
                   END-SEARCH
               END-IF.
           0220-MARCAR-FATURADO.
               IF WRK-QTD-FATURADOS < 2000
                   ADD 1 TO WRK-QTD-FATURADOS
                      WRK-VALOR-ED DELIMITED BY SIZE
                      '  ENCARGOS ' DELIMITED BY SIZE
                      WRK-ENCARGOS-ED DELIMITED BY SIZE
                      '  RESP ' DELIMITED BY SIZE
                      WRK-MEN-RESPONSAVEL DELIMITED BY SIZE
                      INTO WRK-LINHA-INAD.
               WRITE LINHA-INAD FROM WRK-LINHA-INAD.
      ******************************
      ******************************
           0300-FATURAR-ALUNO.
               PERFORM 0310-VERIFICAR-JA-FATURADO.
               IF ALU-INATIVO
                   ADD 1 TO WRK-TOTAL-INATIVOS
               END-IF.
               IF NOT ALUNO-JA-FATURADO AND NOT ALU-INATIVO
                   PERFORM 0320-PROCURAR-VALOR-CURSO
                   PERFORM 0340-CONFERIR-ANUIDADE
                   IF MES-COBERTO-ANUIDADE
                       ADD 1 TO WRK-TOTAL-COBERTOS
                   END-IF
                   IF CURSO-COM-VALOR AND NOT MES-COBERTO-ANUIDADE
                       ADD 1 TO WRK-TOTAL-GERADAS
                       MOVE SPACES TO WRK-MENSALIDADE
                       MOVE REG-ALU-MATRICULA TO WRK-MEN-MATRICULA
                       MOVE REG-ALU-CURSO     TO WRK-MEN-CURSO
                       MOVE REG-ALU-RESPONSAVEL
                           TO WRK-MEN-RESPONSAVEL
                       IF REG-ALU-RESPONSAVEL = SPACES
                           PERFORM 0360-LISTAR-SEM-RESPONSAVEL
                       END-IF
                       MOVE WRK-COMPETENCIA-ATUAL
                           TO WRK-MEN-COMPETENCIA
                       MOVE WRK-VALOR-CURSO   TO WRK-MEN-VALOR
                       PERFORM 0330-APLICAR-BOLSA
                       IF ANUIDADE-A-FATURAR
                           PERFORM 0350-FATURAR-ANUIDADE
                       END-IF
                       MOVE ZEROS             TO WRK-MEN-ENCARGOS
                       SET MEN-ABERTA TO TRUE
                       ADD WRK-MEN-VALOR TO WRK-TOTAL-HASH
                       WRITE LINHA-MENSALIDADE-OUT
                           FROM WRK-MENSALIDADE
                   END-IF
                   IF NOT CURSO-COM-VALOR
                       ADD 1 TO WRK-TOTAL-SEM-TABELA
                   END-IF
               END-IF.
                           ADD WRK-DESCONTO TO WRK-TOTAL-DESCONTOS
                   END-SEARCH
               END-IF.
      ******************************
      **** ANUIDADE ANTECIPADA DO ALUNO: A SOLICITADA COM A PRIMEIRA
      **** COMPETENCIA COBERTA IGUAL A DO RUN E FATURADA AGORA; A JA
      **** FATURADA, RECEBIDA OU ENCERRADA COBRE A COMPETENCIA INICIAL
      **** E AS ONZE SEGUINTES, QUE NAO GERAM MENSALIDADE. SOLICITADA
      **** COM A COMPETENCIA INICIAL JA PASSADA VAI PARA O RELATORIO
      **** E O ALUNO SEGUE NA MENSALIDADE
      ******************************
           0340-CONFERIR-ANUIDADE.
               MOVE SPACES TO WRK-ACAO-ANUIDADE.
               MOVE ZEROS TO WRK-ANU-ACHADO.
               PERFORM 0345-EXAMINAR-ANUIDADE
                   VARYING WRK-ANU-SUB FROM 1 BY 1
                   UNTIL WRK-ANU-SUB > WRK-QTD-ANU
                      OR MES-COBERTO-ANUIDADE.
               IF ANUIDADE-ATRASADA AND CURSO-COM-VALOR
                   MOVE TAB-ANU-REGISTRO (WRK-ANU-ACHADO)
                       TO WRK-ANUIDADE
                   MOVE REG-ALU-MATRICULA TO WRK-MATRICULA-ED
                   MOVE SPACES TO WRK-LINHA-INAD
                   STRING 'ANUIDADE NAO FATURADA - MATRICULA '
                              DELIMITED BY SIZE
                          WRK-MATRICULA-ED DELIMITED BY SIZE
                          ' COMPETENCIA INICIAL ' DELIMITED BY SIZE
                          WRK-ANU-COMP-INICIAL DELIMITED BY SIZE
                          ' JA PASSOU' DELIMITED BY SIZE
                          INTO WRK-LINHA-INAD
                   WRITE LINHA-INAD FROM WRK-LINHA-INAD
               END-IF.
           0345-EXAMINAR-ANUIDADE.
               MOVE TAB-ANU-REGISTRO (WRK-ANU-SUB) TO WRK-ANUIDADE.
               IF WRK-ANU-MATRICULA = REG-ALU-MATRICULA
                   AND WRK-ANU-COMP-INICIAL IS NUMERIC
                   COMPUTE WRK-MES-INICIAL =
                       WRK-ANU-INI-ANO * 12 + WRK-ANU-INI-MES
                   EVALUATE TRUE
                       WHEN ANU-FATURADA OR ANU-RECEBIDA
                                         OR ANU-ENCERRADA
                           IF WRK-MES-ATUAL >= WRK-MES-INICIAL
                               AND WRK-MES-ATUAL < WRK-MES-INICIAL + 12
                               SET MES-COBERTO-ANUIDADE TO TRUE
                               MOVE WRK-ANU-SUB TO WRK-ANU-ACHADO
                           END-IF
                       WHEN ANU-SOLICITADA
                           IF WRK-MES-ATUAL = WRK-MES-INICIAL
                               SET ANUIDADE-A-FATURAR TO TRUE
                               MOVE WRK-ANU-SUB TO WRK-ANU-ACHADO
                           END-IF
                           IF WRK-MES-ATUAL > WRK-MES-INICIAL
                               AND NOT ANUIDADE-A-FATURAR
                               SET ANUIDADE-ATRASADA TO TRUE
                               MOVE WRK-ANU-SUB TO WRK-ANU-ACHADO
                           END-IF
                   END-EVALUATE
               END-IF.
      ******************************
      **** COBRANCA UNICA DA ANUIDADE: DOZE MENSALIDADES (JA COM A
      **** BOLSA) MENOS O DESCONTO DO PARAMETRO, NA COMPETENCIA
      **** INICIAL; A ANUIDADE PASSA A FATURADA
      ******************************
           0350-FATURAR-ANUIDADE.
               COMPUTE WRK-VALOR-ANUAL = WRK-MEN-VALOR * 12.
               COMPUTE WRK-DESC-ANUAL ROUNDED =
                   WRK-VALOR-ANUAL * WRK-PARM-DESC-ANUIDADE / 100.
               SUBTRACT WRK-DESC-ANUAL FROM WRK-VALOR-ANUAL.
               MOVE WRK-VALOR-ANUAL TO WRK-MEN-VALOR.
               MOVE TAB-ANU-REGISTRO (WRK-ANU-ACHADO) TO WRK-ANUIDADE.
               MOVE WRK-VALOR-ANUAL TO WRK-ANU-VALOR-ANUAL.
               MOVE WRK-DESC-ANUAL  TO WRK-ANU-DESCONTO.
               MOVE ZEROS TO WRK-ANU-VALOR-APROP WRK-ANU-MESES-APROP
                             WRK-ANU-VALOR-REEMB.
               SET ANU-FATURADA TO TRUE.
               MOVE WRK-DATA-RUN TO WRK-ANU-DATA-SIT.
               MOVE WRK-ANUIDADE TO TAB-ANU-REGISTRO (WRK-ANU-ACHADO).
               ADD 1 TO WRK-TOTAL-ANUIDADES.
               ADD WRK-VALOR-ANUAL TO WRK-TOTAL-VALOR-ANUAL.
               ADD WRK-DESC-ANUAL  TO WRK-TOTAL-DESC-ANUAL.
      ******************************
      **** MENSALIDADE DE ALUNO SEM RESPONSAVEL FINANCEIRO NO ALUMST
      **** E GERADA, MAS NAO TEM PARA QUEM IR NO DEBITO, NAS CARTAS
      **** E NA NEGATIVACAO: SAI NO RELATORIO PARA A SECRETARIA
      ******************************
           0360-LISTAR-SEM-RESPONSAVEL.
               ADD 1 TO WRK-TOTAL-SEM-RESP.
               MOVE REG-ALU-MATRICULA TO WRK-MATRICULA-ED.
               MOVE SPACES TO WRK-LINHA-INAD.
               STRING 'SEM RESPONSAVEL FINANCEIRO - MATRICULA '
                          DELIMITED BY SIZE
                      WRK-MATRICULA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-ALU-NOME DELIMITED BY SIZE
                      INTO WRK-LINHA-INAD.
               WRITE LINHA-INAD FROM WRK-LINHA-INAD.
           0310-VERIFICAR-JA-FATURADO.
               MOVE 'N' TO WRK-JA-FATURADO.
               IF WRK-QTD-FATURADOS > 0
                      ' BOLSISTAS)' DELIMITED BY SIZE
                      INTO WRK-LINHA-INAD.
               WRITE LINHA-INAD FROM WRK-LINHA-INAD.
               MOVE WRK-TOTAL-VALOR-ANUAL TO WRK-DESCONTO-ED.
               MOVE SPACES TO WRK-LINHA-INAD.
               STRING 'ANUIDADES FATURADAS NO MES: ' DELIMITED BY SIZE
                      WRK-TOTAL-ANUIDADES DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-DESCONTO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-INAD.
               WRITE LINHA-INAD FROM WRK-LINHA-INAD.
               MOVE WRK-TOTAL-DESC-ANUAL TO WRK-DESCONTO-ED.
               MOVE SPACES TO WRK-LINHA-INAD.
               STRING 'DESCONTOS DE ANUIDADE: ' DELIMITED BY SIZE
                      WRK-DESCONTO-ED DELIMITED BY SIZE
                      '  MESES COBERTOS POR ANUIDADE: '
                          DELIMITED BY SIZE
                      WRK-TOTAL-COBERTOS DELIMITED BY SIZE
                      INTO WRK-LINHA-INAD.
               WRITE LINHA-INAD FROM WRK-LINHA-INAD.
               PERFORM 0410-GRAVAR-ANUIDADES.
               DISPLAY '********************'.
               DISPLAY 'COBRANCAS ANTERIORES : ' WRK-TOTAL-ANTERIORES.
               DISPLAY 'COBRANCAS GERADAS    : ' WRK-TOTAL-GERADAS.
               DISPLAY 'ALUNOS INADIMPLENTES : ' WRK-TOTAL-INADIMPL.
               DISPLAY 'CURSO SEM TABELA     : ' WRK-TOTAL-SEM-TABELA.
               DISPLAY 'ANUIDADES FATURADAS  : ' WRK-TOTAL-ANUIDADES.
               DISPLAY 'MESES COBERTOS       : ' WRK-TOTAL-COBERTOS.
               DISPLAY 'SEM RESPONSAVEL      : ' WRK-TOTAL-SEM-RESP.
               DISPLAY 'INATIVOS NAO FATURADOS: ' WRK-TOTAL-INATIVOS.
               IF TABELA-RSA-ESTOURADA
                   DISPLAY '*** TABELA DE RESPONSAVEIS ESTOUROU (20000)'
                       ' - RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DE ANUIDADES ESTOUROU (2000) - '
                       'RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               CLOSE MENSALIDADES-IN MENSALIDADES-OUT ALUNO-MASTER
                     RELATORIO-INAD.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** REGRAVA AS ANUIDADES COM AS FATURADAS NESTE RUN
      ******************************
           0410-GRAVAR-ANUIDADES.
               OPEN OUTPUT ANUIDADES-OUT.
               PERFORM 0415-GRAVAR-ANUIDADE
                   VARYING WRK-ANU-SUB FROM 1 BY 1
                   UNTIL WRK-ANU-SUB > WRK-QTD-ANU.
               CLOSE ANUIDADES-OUT.
           0415-GRAVAR-ANUIDADE.
               WRITE LINHA-ANUIDADE-OUT
                   FROM TAB-ANU-REGISTRO (WRK-ANU-SUB).
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
