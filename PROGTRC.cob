           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGTRC.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: TRANCAMENTO E CANCELAMENTO DE MATRICULA COM
      *     ACERTO PROPORCIONAL DA MENSALIDADE -- O ALUNO QUE SAIA NO
      *     MEIO DO TERMO SO FICAVA INATIVO NO ALUMST, E AS COBRANCAS
      *     JA FATURADAS DOS MESES SEGUINTES A SAIDA FICAVAM ABERTAS NO
      *     MENSAB ATE CAIR NA COBRANCA. LE O MOVIMENTO DA SECRETARIA
      *     (TRCMOV, LAYOUT CPYTRCM, JOB AD-HOC PCOBTRC):
      *     TIPO S = TRANCAMENTO, C = CANCELAMENTO, COM A DATA EFETIVA
      *     (NAO PODE SER FUTURA) E O TERMO EM CURSO. O ALUNO ATIVO
      *     PASSA A SITUACAO S OU C NO ALUMST (INATIVO PARA A SUITE:
      *     O PROGCOB23 NAO FATURA MAIS, O PROGCOB82 NAO REMATRICULA E
      *     O PROGANU ACERTA A ANUIDADE ANTECIPADA). NAS MENSALIDADES
      *     DO ALUNO (MENSAB, REESCRITO EM MENSNEW):
      *       COMPETENCIA DEPOIS DA SAIDA -- ABERTA E CANCELADA
      *       (STATUS C); PAGA VAI INTEIRA PARA A DEVOLUCAO;
      *       COMPETENCIA DA SAIDA -- VALE SO OS DIAS CORRIDOS ATE A
      *       DATA EFETIVA, EM TRINTA AVOS: ABERTA E REDUZIDA (COM OS
      *       ENCARGOS NA MESMA PROPORCAO), PAGA DEVOLVE A DIFERENCA; SE
      *       O MES AINDA NAO FOI FATURADO, GERA A COBRANCA PROPORCIONAL
      *       PELO VALOR DO CURSO (TABMENS) JA COM A BOLSA ATIVA
      *       (BOLSAS), COMO O PROGCOB23 FARIA;
      *       COMPETENCIA ANTERIOR -- A ABERTA E SALDO A PAGAR.
      *     A COBRANCA DA ANUIDADE ANTECIPADA (ANUIDADE) FICA COM O
      *     PROGANU. A DEVOLUCAO VAI PARA OS REEMBOLSOS PENDENTES
      *     (REEMBPEN, NO DOCUMENTO DO RESPONSAVEL; O PROGCOB70
      *     DEVOLVE). AS DISCIPLINAS DO TERMO EM CURSO AINDA NAO
      *     APROVADAS NO HISTORICO (NOTAHIST, REESCRITO EM NOTANEW)
      *     FICAM TRANCADO OU CANCELADO EM VEZ DE REPROVADO.
      *     TIPO R = REATIVACAO: SO DE ALUNO TRANCADO OU CANCELADO COM
      *     A SAIDA VIGENTE NO REGISTRO DOS TRANCAMENTOS (TRCREG,
      *     REESCRITO EM TRCNEW) E DENTRO DO PRAZO LEGAL EM MESES DO
      *     PARMSUITE; O ALUNO VOLTA A ATIVO E O PROGCOB23 VOLTA A
      *     FATURAR. TODA GRAVACAO NO ALUMST VAI PARA O ALUHIST COM A
      *     IMAGEM ANTES/DEPOIS; O ACERTO DE CADA SAIDA E OS RECUSADOS
      *     SAEM NO TRCRPT. COM RECUSADO O RUN TERMINA COM RC 4;
      *     CADASTRO, MENSALIDADES, HISTORICO OU MOVIMENTO QUE NAO
      *     ABREM, OU TABELA ESTOURADA, PARAM COM RC 8 SEM TOCAR NO
      *     ALUMST
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
               SELECT MOVIMENTO-TRC ASSIGN TO TRCMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TRCMOV-STATUS.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT PARAMETROS-IN ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT TABELA-MENS-IN ASSIGN TO TABMENS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TABMENS-STATUS.
               SELECT BOLSAS-IN ASSIGN TO BOLSAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BOLSAS-STATUS.
               SELECT ANUIDADES-IN ASSIGN TO ANUIDADE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ANUI-STATUS.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MENSAB-STATUS.
               SELECT MENSALIDADES-OUT ASSIGN TO MENSNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT NOTAHIST-IN ASSIGN TO NOTAHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NOTAHIST-STATUS.
               SELECT NOTAHIST-OUT ASSIGN TO NOTANEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TRANCAMENTOS-IN ASSIGN TO TRCREG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TRCREG-STATUS.
               SELECT TRANCAMENTOS-OUT ASSIGN TO TRCNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REEMBOLSOS-OUT ASSIGN TO REEMBPEN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HISTORICO-ALUNO ASSIGN TO ALUHIST
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-TRC ASSIGN TO TRCRPT
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
           FD  MOVIMENTO-TRC.
           01  LINHA-MOVIMENTO-TRC PIC X(39).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
                   88 ALU-INATIVO   VALUE 'I' 'T' 'F' 'D' 'S' 'C'.
                   88 ALU-TRANCADO  VALUE 'S' 'C'.
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
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
               02 REG-PARM-MESES-BLOQ-MATR PIC 9(02).
               02 REG-PARM-MESES-REATIVACAO PIC 9(02).
           FD  TABELA-MENS-IN.
           01  REG-TABMENS-IN.
               02 REG-TBM-CURSO PIC X(20).
               02 REG-TBM-VALOR PIC 9(07)V99.
           FD  BOLSAS-IN.
           01  REG-BOLSA-IN.
               02 REG-BOL-MATRICULA  PIC 9(06).
               02 FILLER             PIC X(02).
               02 REG-BOL-PERCENTUAL PIC 9(03).
               02 FILLER             PIC X(02).
               02 REG-BOL-TERMO-INI  PIC X(06).
               02 FILLER             PIC X(02).
               02 REG-BOL-STATUS     PIC X(01).
           FD  ANUIDADES-IN.
           01  LINHA-ANUIDADE-IN PIC X(100).
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  MENSALIDADES-OUT.
           01  LINHA-MENSALIDADE-OUT PIC X(80).
           FD  NOTAHIST-IN.
           01  LINHA-NOTAHIST-IN PIC X(120).
           FD  NOTAHIST-OUT.
           01  LINHA-NOTAHIST-OUT PIC X(120).
           FD  TRANCAMENTOS-IN.
           01  LINHA-TRANCAMENTO-IN PIC X(87).
           FD  TRANCAMENTOS-OUT.
           01  LINHA-TRANCAMENTO-OUT PIC X(87).
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
           FD  HISTORICO-ALUNO.
           01  LINHA-HISTORICO-ALU PIC X(200).
           FD  RELATORIO-TRC.
           01  LINHA-TRC PIC X(132).
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
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYPARM.
           COPY CPYANUI.
           COPY CPYMATRI.
           COPY CPYTRCM.
           77 WRK-TRCMOV-STATUS PIC X(02) VALUE '00'.
               88 TRCMOV-OK VALUE '00'.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-TABMENS-STATUS PIC X(02) VALUE '00'.
               88 TABMENS-OK VALUE '00'.
           77 WRK-BOLSAS-STATUS PIC X(02) VALUE '00'.
               88 BOLSAS-OK VALUE '00'.
           77 WRK-ANUI-STATUS PIC X(02) VALUE '00'.
               88 ANUI-OK VALUE '00'.
           77 WRK-MENSAB-STATUS PIC X(02) VALUE '00'.
               88 MENSAB-OK VALUE '00'.
           77 WRK-NOTAHIST-STATUS PIC X(02) VALUE '00'.
               88 NOTAHIST-OK VALUE '00'.
           77 WRK-TRCREG-STATUS PIC X(02) VALUE '00'.
               88 TRCREG-OK VALUE '00'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-HORA-AGORA PIC X(08) VALUE SPACES.
      ******************************
      **** REGISTRO DA MENSALIDADE (MESMO LAYOUT DO PROGCOB23); A
      **** COBRANCA CANCELADA PELA SAIDA DO ALUNO FICA COM STATUS C
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
                   88 MEN-CANCELADA   VALUE 'C'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
      ******************************
      **** TABELA DE MENSALIDADE POR CURSO, BOLSAS ATIVAS E
      **** ANUIDADES, PARA A COBRANCA PROPORCIONAL DO MES DA SAIDA
      ******************************
           77 WRK-QTD-MENS PIC 9(03) VALUE ZEROS.
           01 TAB-MENSALIDADES.
               02 TAB-MEN OCCURS 1 TO 100 TIMES
                  DEPENDING ON WRK-QTD-MENS
                  INDEXED BY TAB-MEN-IDX.
                   03 TAB-MEN-CURSO PIC X(20).
                   03 TAB-MEN-VALOR PIC 9(07)V99.
           77 WRK-QTD-BOL PIC 9(04) VALUE ZEROS.
           01 TAB-BOLSAS.
               02 TAB-BOL OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-BOL
                  INDEXED BY TAB-BOL-IDX.
                   03 TAB-BOL-MATRICULA  PIC 9(06).
                   03 TAB-BOL-PERCENTUAL PIC 9(03).
           77 WRK-QTD-ANU PIC 9(04) VALUE ZEROS.
           01 TAB-ANUIDADES.
               02 TAB-ANU OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-ANU
                  INDEXED BY TAB-ANU-IDX.
                   03 TAB-ANU-MATRICULA PIC 9(06).
                   03 TAB-ANU-COMP-INICIAL PIC X(06).
                   03 TAB-ANU-MES-INICIAL PIC 9(06).
                   03 TAB-ANU-SITUACAO PIC X(01).
      ******************************
      **** REGISTRO DOS TRANCAMENTOS (OS ANTERIORES DO TRCREG MAIS AS
      **** SAIDAS DESTE RUN, GRAVADOS NO FIM NO TRCNEW)
      ******************************
           77 WRK-QTD-REG PIC 9(04) VALUE ZEROS.
           01 TAB-REGISTRO.
               02 TAB-REG OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-REG.
                   03 TAB-REG-REGISTRO PIC X(87).
           77 WRK-REG-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-REG-ACHADO PIC 9(04) VALUE ZEROS.
      ******************************
      **** SAIDAS ACEITAS NESTE RUN, COM O ACERTO DA MENSALIDADE
      **** APURADO NA PASSADA DO MENSAB
      ******************************
           77 WRK-QTD-TRC PIC 9(03) VALUE ZEROS.
           01 TAB-SAIDAS.
               02 TAB-TRC OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-TRC
                  INDEXED BY TAB-TRC-IDX.
                   03 TAB-TRC-MATRICULA   PIC 9(06).
                   03 TAB-TRC-TIPO        PIC X(01).
                   03 TAB-TRC-DATA        PIC X(08).
                   03 TAB-TRC-COMP        PIC X(06).
                   03 TAB-TRC-DIAS        PIC 9(02).
                   03 TAB-TRC-TERMO       PIC X(06).
                   03 TAB-TRC-NOME        PIC X(30).
                   03 TAB-TRC-CURSO       PIC X(20).
                   03 TAB-TRC-RESPONSAVEL PIC X(11).
                   03 TAB-TRC-DOCUMENTO   PIC X(14).
                   03 TAB-TRC-USUARIO     PIC X(10).
                   03 TAB-TRC-BOLSA       PIC 9(03).
                   03 TAB-TRC-COBROU-MES  PIC X(01).
                   03 TAB-TRC-PROPORCIONAL PIC 9(07)V99.
                   03 TAB-TRC-CANCELADO   PIC 9(07)V99.
                   03 TAB-TRC-DEVOLVER    PIC 9(07)V99.
                   03 TAB-TRC-SALDO       PIC 9(07)V99.
                   03 TAB-TRC-DISCIPLINAS PIC 9(03).
           77 WRK-TRC-SUB PIC 9(03) VALUE ZEROS.
      ******************************
      **** DATAS E CONTAS DO ACERTO
      ******************************
           01 WRK-DATA-REF.
               02 WRK-REF-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-REF-MES PIC 9(02) VALUE ZEROS.
               02 WRK-REF-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-DATA-SITUACAO PIC X(01) VALUE 'N'.
               88 DATA-VALIDA VALUE 'S'.
           77 WRK-MESES-FORA PIC S9(05) VALUE ZEROS COMP-3.
           77 WRK-MES-ACERTO PIC 9(06) VALUE ZEROS.
           77 WRK-COBERTO PIC X(01) VALUE 'N'.
               88 MES-COBERTO-ANUIDADE VALUE 'S'.
           77 WRK-ANUAL PIC X(01) VALUE 'N'.
               88 COBRANCA-ANUAL VALUE 'S'.
           77 WRK-CURSO-ACHADO PIC X(01) VALUE 'N'.
               88 CURSO-COM-VALOR VALUE 'S'.
           77 WRK-VALOR-CURSO PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-DESCONTO    PIC 9(07)V99 VALUE ZEROS COMP-3.
           77 WRK-VALOR-DEVIDO PIC 9(07)V99 VALUE ZEROS COMP-3.
      ******************************
      **** REGISTRO DO HISTORICO DE ALTERACOES DO CADASTRO, COM A
      **** IMAGEM DO ALUNO ANTES E DEPOIS (MESMO FORMATO DO PROGADM)
      ******************************
           01 WRK-HISTORICO-ALU.
               02 WRK-HST-OPERACAO PIC X(08) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-USUARIO  PIC X(10) VALUE 'PROGTRC'.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-DATA     PIC X(08) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-HORA     PIC X(06) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-ANTES    PIC X(79) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-DEPOIS   PIC X(79) VALUE SPACES.
           77 WRK-IMAGEM-ANTES PIC X(79) VALUE SPACES.
      ******************************
      **** LINHAS DO RELATORIO E TOTAIS DO RUN
      ******************************
           01 WRK-LINHA-ACERTO.
               02 WRK-LAC-MATRICULA PIC 9(06) VALUE ZEROS.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAC-NOME      PIC X(30) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAC-TIPO      PIC X(10) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAC-DATA      PIC X(08) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAC-BOLSA     PIC ZZ9 VALUE ZEROS.
               02 FILLER            PIC X(01) VALUE '%'.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 WRK-LAC-PROPORC   PIC ZZZ.ZZ9,99 VALUE ZEROS.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAC-CANCELADO PIC ZZZ.ZZ9,99 VALUE ZEROS.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAC-DEVOLVER  PIC ZZZ.ZZ9,99 VALUE ZEROS.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAC-SALDO     PIC ZZZ.ZZ9,99 VALUE ZEROS.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAC-DISC      PIC ZZ9 VALUE ZEROS.
           01 WRK-LINHA-EXC.
               02 FILLER            PIC X(10) VALUE 'RECUSADO'.
               02 WRK-LEX-TIPO      PIC X(01) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-MATRICULA PIC X(06) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-DATA      PIC X(08) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-MOTIVO    PIC X(60) VALUE SPACES.
           77 WRK-MOTIVO PIC X(60) VALUE SPACES.
           77 WRK-LINHA-TXT PIC X(132) VALUE SPACES.
           77 WRK-MATRICULA-ED PIC 9(06) VALUE ZEROS.
           77 WRK-MESES-ED PIC ZZZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-TRANCADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CANCELADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REATIVADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ACEITOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-COBR-CANCEL PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PROPORC PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-TABELA PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ANUAIS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DISCIPLINAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REEMBOLSOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VLR-REEMB PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-VLR-SALDO PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-QTD-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED2 PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED3 PIC ZZZZZ9 VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0200-PROCESSAR-MOVIMENTO
                   PERFORM 0300-PASSAR-MENSALIDADES
                   PERFORM 0400-PASSAR-HISTORICO
                   PERFORM 0500-FECHAR-ACERTO
                   PERFORM 0800-FINALIZAR
               END-IF.
               CLOSE RELATORIO-TRC.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA PARAMETRO, TABELA DE MENSALIDADE, BOLSAS,
      **** ANUIDADES E O REGISTRO DOS TRANCAMENTOS; ABRE O MENSAB, O
      **** NOTAHIST, O ALUMST E O MOVIMENTO. O QUE FALTAR DESTES
      **** QUATRO PARA COM 8 ANTES DE TOCAR NO CADASTRO
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-TRC.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'TRANCAMENTO E CANCELAMENTO DE MATRICULA - '
                          DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-TRC FROM WRK-LINHA-TXT.
               MOVE SPACES TO LINHA-TRC.
               WRITE LINHA-TRC.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0110-CARREGAR-TABELA-MENS.
               PERFORM 0120-CARREGAR-BOLSAS.
               PERFORM 0130-CARREGAR-ANUIDADES.
               PERFORM 0140-CARREGAR-REGISTRO.
               IF TABELA-ESTOURADA
                   MOVE 'TABELA DE BOLSAS, ANUIDADES OU TRANCAMENTOS ES'
                       TO LINHA-TRC
                   MOVE 'TOUROU - NADA GRAVADO' TO LINHA-TRC (47:21)
                   WRITE LINHA-TRC
                   DISPLAY 'PROGTRC: TABELA ESTOUROU'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT MENSALIDADES-IN
                   IF NOT MENSAB-OK
                       MOVE 'MENSALIDADES MENSAB NAO ABRIRAM - NADA GRA'
                           TO LINHA-TRC
                       MOVE 'VADO' TO LINHA-TRC (42:4)
                       WRITE LINHA-TRC
                       DISPLAY 'PROGTRC: MENSAB NAO ABRIU - STATUS '
                           WRK-MENSAB-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT NOTAHIST-IN
                   IF NOT NOTAHIST-OK
                       MOVE 'HISTORICO NOTAHIST NAO ABRIU - NADA GRAVA'
                           TO LINHA-TRC
                       MOVE 'DO' TO LINHA-TRC (43:2)
                       WRITE LINHA-TRC
                       DISPLAY 'PROGTRC: NOTAHIST NAO ABRIU - STATUS '
                           WRK-NOTAHIST-STATUS
                       CLOSE MENSALIDADES-IN
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   OPEN I-O ALUNO-MASTER
                   IF NOT ALUMST-OK
                       MOVE 'CADASTRO ALUMST NAO ABRIU - NADA GRAVADO'
                           TO LINHA-TRC
                       WRITE LINHA-TRC
                       DISPLAY 'PROGTRC: ALUMST NAO ABRIU - STATUS '
                           WRK-ALUMST-STATUS
                       CLOSE MENSALIDADES-IN NOTAHIST-IN
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT MOVIMENTO-TRC
                   IF NOT TRCMOV-OK
                       MOVE 'MOVIMENTO TRCMOV NAO ABRIU - NADA GRAVADO'
                           TO LINHA-TRC
                       WRITE LINHA-TRC
                       DISPLAY 'PROGTRC: TRCMOV NAO ABRIU - STATUS '
                           WRK-TRCMOV-STATUS
                       CLOSE MENSALIDADES-IN NOTAHIST-IN ALUNO-MASTER
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
      ******************************
      **** PRAZO LEGAL DA REATIVACAO DO ARQUIVO DE PARAMETROS, SE
      **** EXISTIR; DO CONTRARIO VALE O DEFAULT DO CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           IF REG-PARM-MESES-REATIVACAO IS NUMERIC
                               MOVE REG-PARM-MESES-REATIVACAO
                                   TO WRK-PARM-MESES-REATIVACAO
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
      ******************************
      **** TABELA DE MENSALIDADE POR CURSO (SEM ELA NAO HA COBRANCA
      **** PROPORCIONAL DE MES AINDA NAO FATURADO) E BOLSAS ATIVAS
      ******************************
           0110-CARREGAR-TABELA-MENS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT TABELA-MENS-IN.
               IF TABMENS-OK
                   PERFORM 0115-LER-TABELA-MENS
                       UNTIL FIM-ARQUIVO OR WRK-QTD-MENS >= 100
                   CLOSE TABELA-MENS-IN
               ELSE
                   MOVE 'SEM TABMENS - MES DA SAIDA NAO FATURADO FICA'
                       TO LINHA-TRC
                   MOVE 'SEM COBRANCA PROPORCIONAL' TO LINHA-TRC (46:25)
                   WRITE LINHA-TRC
               END-IF.
           0115-LER-TABELA-MENS.
               READ TABELA-MENS-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QTD-MENS
                       MOVE REG-TBM-CURSO
                           TO TAB-MEN-CURSO (WRK-QTD-MENS)
                       MOVE REG-TBM-VALOR
                           TO TAB-MEN-VALOR (WRK-QTD-MENS)
               END-READ.
           0120-CARREGAR-BOLSAS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT BOLSAS-IN.
               IF BOLSAS-OK
                   PERFORM 0125-LER-BOLSA
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE BOLSAS-IN
               END-IF.
           0125-LER-BOLSA.
               READ BOLSAS-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF REG-BOL-STATUS = 'A'
                           IF WRK-QTD-BOL < 2000
                               ADD 1 TO WRK-QTD-BOL
                               MOVE REG-BOL-MATRICULA
                                   TO TAB-BOL-MATRICULA (WRK-QTD-BOL)
                               MOVE REG-BOL-PERCENTUAL
                                   TO TAB-BOL-PERCENTUAL (WRK-QTD-BOL)
                           ELSE
                               SET TABELA-ESTOURADA TO TRUE
                           END-IF
                       END-IF
               END-READ.
      ******************************
      **** ANUIDADES: A COBRANCA ANUAL E OS MESES QUE ELA COBRE SAO
      **** ACERTADOS PELO PROGANU, NAO AQUI
      ******************************
           0130-CARREGAR-ANUIDADES.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT ANUIDADES-IN.
               IF ANUI-OK
                   PERFORM 0135-LER-ANUIDADE
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE ANUIDADES-IN
               END-IF.
           0135-LER-ANUIDADE.
               READ ANUIDADES-IN INTO WRK-ANUIDADE
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-ANU-COMP-INICIAL IS NUMERIC
                           AND (ANU-FATURADA OR ANU-RECEBIDA
                                OR ANU-ENCERRADA)
                           IF WRK-QTD-ANU < 2000
                               ADD 1 TO WRK-QTD-ANU
                               MOVE WRK-ANU-MATRICULA
                                   TO TAB-ANU-MATRICULA (WRK-QTD-ANU)
                               MOVE WRK-ANU-COMP-INICIAL
                                   TO TAB-ANU-COMP-INICIAL (WRK-QTD-ANU)
                               COMPUTE TAB-ANU-MES-INICIAL (WRK-QTD-ANU)
                                   = WRK-ANU-INI-ANO * 12
                                   + WRK-ANU-INI-MES
                               MOVE WRK-ANU-SITUACAO
                                   TO TAB-ANU-SITUACAO (WRK-QTD-ANU)
                           ELSE
                               SET TABELA-ESTOURADA TO TRUE
                           END-IF
                       END-IF
               END-READ.
      ******************************
      **** REGISTRO DOS TRANCAMENTOS JA FEITOS (PRIMEIRO RUN SEM O
      **** ARQUIVO COMECA VAZIO); FICA ESPACO PARA AS SAIDAS DO RUN
      ******************************
           0140-CARREGAR-REGISTRO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT TRANCAMENTOS-IN.
               IF TRCREG-OK
                   PERFORM 0145-LER-REGISTRO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE TRANCAMENTOS-IN
               END-IF.
           0145-LER-REGISTRO.
               READ TRANCAMENTOS-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-QTD-REG < 4500
                           ADD 1 TO WRK-QTD-REG
                           MOVE LINHA-TRANCAMENTO-IN
                               TO TAB-REG-REGISTRO (WRK-QTD-REG)
                       ELSE
                           SET TABELA-ESTOURADA TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** UM MOVIMENTO POR VEZ: S = TRANCAMENTO, C = CANCELAMENTO,
      **** R = REATIVACAO; QUALQUER OUTRO TIPO E RECUSADO
      ******************************
           0200-PROCESSAR-MOVIMENTO.
               MOVE SPACES TO LINHA-TRC.
               WRITE LINHA-TRC.
               MOVE 'MOVIMENTO' TO LINHA-TRC.
               WRITE LINHA-TRC.
               MOVE ALL '-' TO LINHA-TRC.
               WRITE LINHA-TRC.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               PERFORM 0210-LER-MOVIMENTO UNTIL FIM-ARQUIVO.
               CLOSE MOVIMENTO-TRC ALUNO-MASTER.
           0210-LER-MOVIMENTO.
               READ MOVIMENTO-TRC INTO WRK-MOV-TRANCAMENTO
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-LIDOS
                       EVALUATE TRUE
                           WHEN MTR-TRANCAMENTO OR MTR-CANCELAMENTO
                               PERFORM 0220-REGISTRAR-SAIDA
                           WHEN MTR-REATIVACAO
                               PERFORM 0250-REATIVAR-ALUNO
                           WHEN OTHER
                               MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                   TO WRK-MOTIVO
                               PERFORM 0700-GRAVAR-EXCECAO
                       END-EVALUATE
               END-READ.
      ******************************
      **** SAIDA DO ALUNO: MATRICULA ATIVA NO CADASTRO, DATA EFETIVA
      **** VALIDA E NAO FUTURA, TERMO EM CURSO PREENCHIDO
      ******************************
           0220-REGISTRAR-SAIDA.
               MOVE WRK-MTR-DATA TO WRK-DATA-REF.
               PERFORM 0230-VALIDAR-DATA.
               IF WRK-MTR-MATRICULA IS NOT NUMERIC
                   MOVE 'MATRICULA INVALIDA' TO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   MOVE WRK-MTR-MATR-NUM TO REG-ALU-MATRICULA
                   READ ALUNO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN NOT ALUMST-OK
                           MOVE 'MATRICULA NAO CADASTRADA NO ALUMST'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN ALU-INATIVO
                           MOVE SPACES TO WRK-MOTIVO
                           STRING 'ALUNO JA INATIVO (SITUACAO '
                                      DELIMITED BY SIZE
                                  REG-ALU-STATUS DELIMITED BY SIZE
                                  ')' DELIMITED BY SIZE
                                  INTO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN NOT DATA-VALIDA
                           MOVE 'DATA EFETIVA INVALIDA' TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN WRK-MTR-DATA > WRK-DATA-HOJE
                           MOVE 'DATA EFETIVA FUTURA' TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN WRK-MTR-TERMO = SPACES
                           MOVE 'TERMO EM CURSO EM BRANCO' TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN WRK-QTD-TRC >= 500
                           MOVE 'MAIS DE 500 SAIDAS NO MESMO RUN'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN OTHER
                           PERFORM 0240-GRAVAR-SAIDA
                   END-EVALUATE
               END-IF.
      ******************************
      **** DATA AAAAMMDD EM WRK-DATA-REF: NUMERICA, MES DE 1 A 12 E
      **** DIA DE 1 A 31
      ******************************
           0230-VALIDAR-DATA.
               MOVE 'N' TO WRK-DATA-SITUACAO.
               IF WRK-DATA-REF IS NUMERIC
                   IF WRK-REF-MES >= 1 AND WRK-REF-MES <= 12
                       AND WRK-REF-DIA >= 1 AND WRK-REF-DIA <= 31
                       SET DATA-VALIDA TO TRUE
                   END-IF
               END-IF.
           0240-GRAVAR-SAIDA.
               MOVE REG-ALUNO-MASTER TO WRK-IMAGEM-ANTES.
               MOVE WRK-MTR-TIPO TO REG-ALU-STATUS.
               REWRITE REG-ALUNO-MASTER
                   INVALID KEY CONTINUE
               END-REWRITE.
               IF NOT ALUMST-OK
                   MOVE SPACES TO WRK-MOTIVO
                   STRING 'ALUMST RECUSOU A REGRAVACAO - STATUS '
                              DELIMITED BY SIZE
                          WRK-ALUMST-STATUS DELIMITED BY SIZE
                          INTO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   IF MTR-TRANCAMENTO
                       ADD 1 TO WRK-TOTAL-TRANCADOS
                       MOVE 'TRANCAME' TO WRK-HST-OPERACAO
                   ELSE
                       ADD 1 TO WRK-TOTAL-CANCELADOS
                       MOVE 'CANCELAM' TO WRK-HST-OPERACAO
                   END-IF
                   PERFORM 0600-GRAVAR-HISTORICO
                   PERFORM 0245-GUARDAR-SAIDA
               END-IF.
      ******************************
      **** GUARDA A SAIDA PARA O ACERTO: COMPETENCIA E DIAS CORRIDOS
      **** NO MES DA SAIDA (NO MAXIMO TRINTA), RESPONSAVEL (SEM ELE, O
      **** PROPRIO ALUNO) E BOLSA ATIVA
      ******************************
           0245-GUARDAR-SAIDA.
               ADD 1 TO WRK-QTD-TRC.
               MOVE REG-ALU-MATRICULA
                   TO TAB-TRC-MATRICULA (WRK-QTD-TRC).
               MOVE WRK-MTR-TIPO  TO TAB-TRC-TIPO (WRK-QTD-TRC).
               MOVE WRK-MTR-DATA  TO TAB-TRC-DATA (WRK-QTD-TRC).
               MOVE WRK-MTR-DATA (1:6) TO TAB-TRC-COMP (WRK-QTD-TRC).
               IF WRK-REF-DIA > 30
                   MOVE 30 TO TAB-TRC-DIAS (WRK-QTD-TRC)
               ELSE
                   MOVE WRK-REF-DIA TO TAB-TRC-DIAS (WRK-QTD-TRC)
               END-IF.
               MOVE WRK-MTR-TERMO TO TAB-TRC-TERMO (WRK-QTD-TRC).
               MOVE REG-ALU-NOME  TO TAB-TRC-NOME (WRK-QTD-TRC).
               MOVE REG-ALU-CURSO TO TAB-TRC-CURSO (WRK-QTD-TRC).
               MOVE REG-ALU-RESPONSAVEL
                   TO TAB-TRC-RESPONSAVEL (WRK-QTD-TRC).
               IF REG-ALU-RESPONSAVEL NOT = SPACES
                   MOVE REG-ALU-RESPONSAVEL
                       TO TAB-TRC-DOCUMENTO (WRK-QTD-TRC)
               ELSE
                   MOVE REG-ALU-CPF TO TAB-TRC-DOCUMENTO (WRK-QTD-TRC)
               END-IF.
               MOVE WRK-MTR-USUARIO TO TAB-TRC-USUARIO (WRK-QTD-TRC).
               MOVE 'N' TO TAB-TRC-COBROU-MES (WRK-QTD-TRC).
               MOVE ZEROS TO TAB-TRC-BOLSA (WRK-QTD-TRC)
                             TAB-TRC-PROPORCIONAL (WRK-QTD-TRC)
                             TAB-TRC-CANCELADO (WRK-QTD-TRC)
                             TAB-TRC-DEVOLVER (WRK-QTD-TRC)
                             TAB-TRC-SALDO (WRK-QTD-TRC)
                             TAB-TRC-DISCIPLINAS (WRK-QTD-TRC).
               IF WRK-QTD-BOL > 0
                   SET TAB-BOL-IDX TO 1
                   SEARCH TAB-BOL
                       AT END CONTINUE
                       WHEN TAB-BOL-MATRICULA (TAB-BOL-IDX)
                           = REG-ALU-MATRICULA
                           MOVE TAB-BOL-PERCENTUAL (TAB-BOL-IDX)
                               TO TAB-TRC-BOLSA (WRK-QTD-TRC)
                   END-SEARCH
               END-IF.
      ******************************
      **** REATIVACAO: ALUNO TRANCADO OU CANCELADO, COM A SAIDA AINDA
      **** VIGENTE NO REGISTRO E DENTRO DO PRAZO LEGAL (MESES ENTRE A
      **** DATA EFETIVA DA SAIDA E A DA VOLTA; EM BRANCO, HOJE)
      ******************************
           0250-REATIVAR-ALUNO.
               IF WRK-MTR-DATA = SPACES
                   MOVE WRK-DATA-HOJE TO WRK-MTR-DATA
               END-IF.
               MOVE WRK-MTR-DATA TO WRK-DATA-REF.
               PERFORM 0230-VALIDAR-DATA.
               IF WRK-MTR-MATRICULA IS NOT NUMERIC
                   MOVE 'MATRICULA INVALIDA' TO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   MOVE WRK-MTR-MATR-NUM TO REG-ALU-MATRICULA
                   READ ALUNO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   PERFORM 0260-PROCURAR-SAIDA
                   EVALUATE TRUE
                       WHEN NOT ALUMST-OK
                           MOVE 'MATRICULA NAO CADASTRADA NO ALUMST'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN NOT ALU-TRANCADO
                           MOVE 'ALUNO NAO ESTA TRANCADO NEM CANCELADO'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN NOT DATA-VALIDA
                           MOVE 'DATA DA REATIVACAO INVALIDA'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN WRK-REG-ACHADO = 0
                           MOVE 'SEM SAIDA VIGENTE NO REGISTRO TRCREG'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN WRK-MTR-DATA < WRK-TRC-DATA
                           MOVE 'REATIVACAO ANTES DA DATA DA SAIDA'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN OTHER
                           PERFORM 0265-CONTAR-MESES
                           IF WRK-MESES-FORA > WRK-PARM-MESES-REATIVACAO
                               MOVE WRK-PARM-MESES-REATIVACAO
                                   TO WRK-MESES-ED
                               MOVE SPACES TO WRK-MOTIVO
                               STRING 'PRAZO LEGAL DE REATIVACAO ('
                                          DELIMITED BY SIZE
                                      WRK-MESES-ED DELIMITED BY SIZE
                                      ' MESES) VENCIDO'
                                          DELIMITED BY SIZE
                                      INTO WRK-MOTIVO
                               PERFORM 0700-GRAVAR-EXCECAO
                           ELSE
                               PERFORM 0270-GRAVAR-REATIVACAO
                           END-IF
                   END-EVALUATE
               END-IF.
      ******************************
      **** ULTIMA SAIDA VIGENTE DA MATRICULA NO REGISTRO (FICA EM
      **** WRK-TRANCAMENTO, COM A POSICAO EM WRK-REG-ACHADO)
      ******************************
           0260-PROCURAR-SAIDA.
               MOVE ZEROS TO WRK-REG-ACHADO.
               PERFORM 0262-EXAMINAR-SAIDA
                   VARYING WRK-REG-SUB FROM 1 BY 1
                   UNTIL WRK-REG-SUB > WRK-QTD-REG.
               IF WRK-REG-ACHADO > 0
                   MOVE TAB-REG-REGISTRO (WRK-REG-ACHADO)
                       TO WRK-TRANCAMENTO
               END-IF.
           0262-EXAMINAR-SAIDA.
               MOVE TAB-REG-REGISTRO (WRK-REG-SUB) TO WRK-TRANCAMENTO.
               IF WRK-TRC-MATRICULA = WRK-MTR-MATR-NUM
                   AND TRC-VIGENTE
                   MOVE WRK-REG-SUB TO WRK-REG-ACHADO
               END-IF.
           0265-CONTAR-MESES.
               COMPUTE WRK-MESES-FORA =
                   (WRK-MTR-ANO * 12 + WRK-MTR-MES)
                   - (WRK-TRC-ANO * 12 + WRK-TRC-MES).
               IF WRK-MTR-DIA < WRK-TRC-DIA
                   SUBTRACT 1 FROM WRK-MESES-FORA
               END-IF.
           0270-GRAVAR-REATIVACAO.
               MOVE REG-ALUNO-MASTER TO WRK-IMAGEM-ANTES.
               MOVE SPACE TO REG-ALU-STATUS.
               REWRITE REG-ALUNO-MASTER
                   INVALID KEY CONTINUE
               END-REWRITE.
               IF NOT ALUMST-OK
                   MOVE SPACES TO WRK-MOTIVO
                   STRING 'ALUMST RECUSOU A REGRAVACAO - STATUS '
                              DELIMITED BY SIZE
                          WRK-ALUMST-STATUS DELIMITED BY SIZE
                          INTO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   ADD 1 TO WRK-TOTAL-REATIVADOS
                   MOVE 'REATIVAC' TO WRK-HST-OPERACAO
                   PERFORM 0600-GRAVAR-HISTORICO
                   SET TRC-REATIVADO TO TRUE
                   MOVE WRK-MTR-DATA TO WRK-TRC-DATA-REATIV
                   MOVE WRK-TRANCAMENTO
                       TO TAB-REG-REGISTRO (WRK-REG-ACHADO)
                   MOVE WRK-MESES-FORA TO WRK-MESES-ED
                   MOVE SPACES TO WRK-LINHA-TXT
                   STRING 'REATIVADO ' DELIMITED BY SIZE
                          REG-ALU-MATRICULA DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          REG-ALU-NOME DELIMITED BY SIZE
                          '  SAIDA ' DELIMITED BY SIZE
                          WRK-TRC-TIPO DELIMITED BY SIZE
                          ' EM ' DELIMITED BY SIZE
                          WRK-TRC-DATA DELIMITED BY SIZE
                          '  VOLTA ' DELIMITED BY SIZE
                          WRK-MTR-DATA DELIMITED BY SIZE
                          '  MESES FORA ' DELIMITED BY SIZE
                          WRK-MESES-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-TXT
                   WRITE LINHA-TRC FROM WRK-LINHA-TXT
               END-IF.
      ******************************
      **** PASSA AS MENSALIDADES ACERTANDO AS DOS ALUNOS QUE SAIRAM
      **** NESTE RUN; NO FIM GERA A PROPORCIONAL DO MES DA SAIDA PARA
      **** QUEM AINDA NAO TINHA A COBRANCA DO MES
      ******************************
           0300-PASSAR-MENSALIDADES.
               OPEN OUTPUT MENSALIDADES-OUT.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               PERFORM 0310-LER-MENSALIDADE UNTIL FIM-ARQUIVO.
               PERFORM 0350-GERAR-PROPORCIONAL
                   VARYING WRK-TRC-SUB FROM 1 BY 1
                   UNTIL WRK-TRC-SUB > WRK-QTD-TRC.
               CLOSE MENSALIDADES-IN MENSALIDADES-OUT.
           0310-LER-MENSALIDADE.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-QTD-TRC > 0
                           SET TAB-TRC-IDX TO 1
                           SEARCH TAB-TRC
                               AT END CONTINUE
                               WHEN TAB-TRC-MATRICULA (TAB-TRC-IDX)
                                   = WRK-MEN-MATRICULA
                                   PERFORM 0320-ACERTAR-COBRANCA
                           END-SEARCH
                       END-IF
                       WRITE LINHA-MENSALIDADE-OUT FROM WRK-MENSALIDADE
               END-READ.
      ******************************
      **** COBRANCA DO ALUNO QUE SAIU: DEPOIS DA SAIDA, A ABERTA E
      **** CANCELADA E A PAGA DEVOLVIDA; NO MES DA SAIDA, VALEM OS
      **** DIAS CORRIDOS EM TRINTA AVOS; ANTES, A ABERTA E SALDO A
      **** PAGAR. A COBRANCA ANUAL FICA PARA O PROGANU
      ******************************
           0320-ACERTAR-COBRANCA.
               PERFORM 0330-CONFERIR-ANUAL.
               IF COBRANCA-ANUAL
                   ADD 1 TO WRK-TOTAL-ANUAIS
               END-IF.
               IF (MEN-ABERTA OR MEN-PAGA) AND NOT COBRANCA-ANUAL
                   EVALUATE TRUE
                       WHEN WRK-MEN-COMPETENCIA
                           > TAB-TRC-COMP (TAB-TRC-IDX)
                           PERFORM 0322-ACERTAR-POSTERIOR
                       WHEN WRK-MEN-COMPETENCIA
                           = TAB-TRC-COMP (TAB-TRC-IDX)
                           PERFORM 0324-ACERTAR-MES-SAIDA
                       WHEN MEN-ABERTA
                           ADD WRK-MEN-VALOR WRK-MEN-ENCARGOS
                               TO TAB-TRC-SALDO (TAB-TRC-IDX)
                   END-EVALUATE
               END-IF.
           0322-ACERTAR-POSTERIOR.
               IF MEN-ABERTA
                   ADD WRK-MEN-VALOR TO TAB-TRC-CANCELADO (TAB-TRC-IDX)
                   SET MEN-CANCELADA TO TRUE
                   ADD 1 TO WRK-TOTAL-COBR-CANCEL
               ELSE
                   ADD WRK-MEN-VALOR TO TAB-TRC-DEVOLVER (TAB-TRC-IDX)
               END-IF.
           0324-ACERTAR-MES-SAIDA.
               MOVE 'S' TO TAB-TRC-COBROU-MES (TAB-TRC-IDX).
               COMPUTE WRK-VALOR-DEVIDO ROUNDED =
                   WRK-MEN-VALOR * TAB-TRC-DIAS (TAB-TRC-IDX) / 30.
               ADD WRK-VALOR-DEVIDO
                   TO TAB-TRC-PROPORCIONAL (TAB-TRC-IDX).
               IF MEN-ABERTA
                   COMPUTE TAB-TRC-CANCELADO (TAB-TRC-IDX) =
                       TAB-TRC-CANCELADO (TAB-TRC-IDX)
                       + WRK-MEN-VALOR - WRK-VALOR-DEVIDO
                   COMPUTE WRK-MEN-ENCARGOS ROUNDED =
                       WRK-MEN-ENCARGOS * TAB-TRC-DIAS (TAB-TRC-IDX)
                       / 30
                   MOVE WRK-VALOR-DEVIDO TO WRK-MEN-VALOR
                   ADD WRK-MEN-VALOR WRK-MEN-ENCARGOS
                       TO TAB-TRC-SALDO (TAB-TRC-IDX)
               ELSE
                   COMPUTE TAB-TRC-DEVOLVER (TAB-TRC-IDX) =
                       TAB-TRC-DEVOLVER (TAB-TRC-IDX)
                       + WRK-MEN-VALOR - WRK-VALOR-DEVIDO
               END-IF.
           0330-CONFERIR-ANUAL.
               MOVE 'N' TO WRK-ANUAL.
               IF WRK-QTD-ANU > 0
                   SET TAB-ANU-IDX TO 1
                   SEARCH TAB-ANU
                       AT END CONTINUE
                       WHEN TAB-ANU-MATRICULA (TAB-ANU-IDX)
                               = WRK-MEN-MATRICULA
                           AND TAB-ANU-COMP-INICIAL (TAB-ANU-IDX)
                               = WRK-MEN-COMPETENCIA
                           SET COBRANCA-ANUAL TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** MES DA SAIDA AINDA SEM COBRANCA E FORA DE ANUIDADE: GERA A
      **** COBRANCA DOS DIAS CORRIDOS PELO VALOR DO CURSO MENOS A
      **** BOLSA ATIVA, COMO O PROGCOB23 FATURARIA O MES
      ******************************
           0350-GERAR-PROPORCIONAL.
               IF TAB-TRC-COBROU-MES (WRK-TRC-SUB) = 'N'
                   PERFORM 0360-CONFERIR-COBERTURA
                   IF NOT MES-COBERTO-ANUIDADE
                       PERFORM 0370-PROCURAR-VALOR-CURSO
                       IF CURSO-COM-VALOR
                           PERFORM 0380-GRAVAR-PROPORCIONAL
                       ELSE
                           ADD 1 TO WRK-TOTAL-SEM-TABELA
                           MOVE TAB-TRC-MATRICULA (WRK-TRC-SUB)
                               TO WRK-MATRICULA-ED
                           MOVE SPACES TO WRK-LINHA-TXT
                           STRING 'CURSO SEM VALOR NO TABMENS - MATRIC'
                                      DELIMITED BY SIZE
                                  'ULA ' DELIMITED BY SIZE
                                  WRK-MATRICULA-ED DELIMITED BY SIZE
                                  ' SEM COBRANCA PROPORCIONAL'
                                      DELIMITED BY SIZE
                                  INTO WRK-LINHA-TXT
                           WRITE LINHA-TRC FROM WRK-LINHA-TXT
                       END-IF
                   END-IF
               END-IF.
           0360-CONFERIR-COBERTURA.
               MOVE 'N' TO WRK-COBERTO.
               MOVE TAB-TRC-DATA (WRK-TRC-SUB) TO WRK-DATA-REF.
               COMPUTE WRK-MES-ACERTO = WRK-REF-ANO * 12 + WRK-REF-MES.
               IF WRK-QTD-ANU > 0
                   SET TAB-ANU-IDX TO 1
                   SEARCH TAB-ANU
                       AT END CONTINUE
                       WHEN TAB-ANU-MATRICULA (TAB-ANU-IDX)
                               = TAB-TRC-MATRICULA (WRK-TRC-SUB)
                           AND WRK-MES-ACERTO
                               >= TAB-ANU-MES-INICIAL (TAB-ANU-IDX)
                           AND WRK-MES-ACERTO
                               < TAB-ANU-MES-INICIAL (TAB-ANU-IDX) + 12
                           SET MES-COBERTO-ANUIDADE TO TRUE
                   END-SEARCH
               END-IF.
           0370-PROCURAR-VALOR-CURSO.
               MOVE 'N' TO WRK-CURSO-ACHADO.
               MOVE ZEROS TO WRK-VALOR-CURSO.
               IF WRK-QTD-MENS > 0
                   SET TAB-MEN-IDX TO 1
                   SEARCH TAB-MEN
                       AT END CONTINUE
                       WHEN TAB-MEN-CURSO (TAB-MEN-IDX)
                           = TAB-TRC-CURSO (WRK-TRC-SUB)
                           SET CURSO-COM-VALOR TO TRUE
                           MOVE TAB-MEN-VALOR (TAB-MEN-IDX)
                               TO WRK-VALOR-CURSO
                   END-SEARCH
               END-IF.
           0380-GRAVAR-PROPORCIONAL.
               COMPUTE WRK-DESCONTO ROUNDED =
                   WRK-VALOR-CURSO * TAB-TRC-BOLSA (WRK-TRC-SUB) / 100.
               SUBTRACT WRK-DESCONTO FROM WRK-VALOR-CURSO.
               COMPUTE WRK-VALOR-DEVIDO ROUNDED =
                   WRK-VALOR-CURSO * TAB-TRC-DIAS (WRK-TRC-SUB) / 30.
               MOVE SPACES TO WRK-MENSALIDADE.
               MOVE TAB-TRC-MATRICULA (WRK-TRC-SUB)
                   TO WRK-MEN-MATRICULA.
               MOVE TAB-TRC-CURSO (WRK-TRC-SUB) TO WRK-MEN-CURSO.
               MOVE TAB-TRC-COMP (WRK-TRC-SUB) TO WRK-MEN-COMPETENCIA.
               MOVE WRK-VALOR-DEVIDO TO WRK-MEN-VALOR.
               MOVE ZEROS TO WRK-MEN-ENCARGOS.
               SET MEN-ABERTA TO TRUE.
               MOVE TAB-TRC-RESPONSAVEL (WRK-TRC-SUB)
                   TO WRK-MEN-RESPONSAVEL.
               WRITE LINHA-MENSALIDADE-OUT FROM WRK-MENSALIDADE.
               ADD 1 TO WRK-TOTAL-PROPORC.
               MOVE 'S' TO TAB-TRC-COBROU-MES (WRK-TRC-SUB).
               ADD WRK-VALOR-DEVIDO
                   TO TAB-TRC-PROPORCIONAL (WRK-TRC-SUB)
                      TAB-TRC-SALDO (WRK-TRC-SUB).
      ******************************
      **** PASSA O HISTORICO: DISCIPLINA DO TERMO EM CURSO DO ALUNO
      **** QUE SAIU, AINDA NAO APROVADA, FICA TRANCADO OU CANCELADO
      ******************************
           0400-PASSAR-HISTORICO.
               OPEN OUTPUT NOTAHIST-OUT.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               PERFORM 0410-LER-HISTORICO UNTIL FIM-ARQUIVO.
               CLOSE NOTAHIST-IN NOTAHIST-OUT.
           0410-LER-HISTORICO.
               READ NOTAHIST-IN INTO WRK-MATRICULA-HIST
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-QTD-TRC > 0
                           SET TAB-TRC-IDX TO 1
                           SEARCH TAB-TRC
                               AT END CONTINUE
                               WHEN TAB-TRC-MATRICULA (TAB-TRC-IDX)
                                   = WRK-MTH-MATRICULA
                                   PERFORM 0420-MARCAR-DISCIPLINA
                           END-SEARCH
                       END-IF
                       WRITE LINHA-NOTAHIST-OUT FROM WRK-MATRICULA-HIST
               END-READ.
           0420-MARCAR-DISCIPLINA.
               IF WRK-MTH-TERMO = TAB-TRC-TERMO (TAB-TRC-IDX)
                   AND WRK-MTH-SITUACAO NOT = 'APROVADO'
                   AND WRK-MTH-SITUACAO NOT = 'SUBSTITUIDO'
                   AND WRK-MTH-SITUACAO NOT = 'TRANCADO'
                   AND WRK-MTH-SITUACAO NOT = 'CANCELADO'
                   IF TAB-TRC-TIPO (TAB-TRC-IDX) = 'S'
                       MOVE 'TRANCADO' TO WRK-MTH-SITUACAO
                   ELSE
                       MOVE 'CANCELADO' TO WRK-MTH-SITUACAO
                   END-IF
                   ADD 1 TO TAB-TRC-DISCIPLINAS (TAB-TRC-IDX)
                   ADD 1 TO WRK-TOTAL-DISCIPLINAS
               END-IF.
      ******************************
      **** FECHA O ACERTO DE CADA SAIDA: LINHA NO RELATORIO, A
      **** DEVOLUCAO NOS REEMBOLSOS PENDENTES E A SAIDA NO REGISTRO
      **** DOS TRANCAMENTOS, QUE E REGRAVADO INTEIRO NO TRCNEW
      ******************************
           0500-FECHAR-ACERTO.
               MOVE SPACES TO LINHA-TRC.
               WRITE LINHA-TRC.
               MOVE 'ACERTO DA MENSALIDADE' TO LINHA-TRC.
               WRITE LINHA-TRC.
               MOVE 'MATRIC  NOME' TO LINHA-TRC.
               MOVE 'SAIDA       DATA      BOLSA  PROPORC.   CANCELADO'
                   TO LINHA-TRC (41:50).
               MOVE 'A DEVOLVER  SALDO PAGAR  DISC'
                   TO LINHA-TRC (93:29).
               WRITE LINHA-TRC.
               MOVE ALL '-' TO LINHA-TRC.
               WRITE LINHA-TRC.
               OPEN EXTEND REEMBOLSOS-OUT.
               PERFORM 0510-FECHAR-SAIDA
                   VARYING WRK-TRC-SUB FROM 1 BY 1
                   UNTIL WRK-TRC-SUB > WRK-QTD-TRC.
               CLOSE REEMBOLSOS-OUT.
               OPEN OUTPUT TRANCAMENTOS-OUT.
               PERFORM 0530-GRAVAR-REGISTRO
                   VARYING WRK-REG-SUB FROM 1 BY 1
                   UNTIL WRK-REG-SUB > WRK-QTD-REG.
               CLOSE TRANCAMENTOS-OUT.
           0510-FECHAR-SAIDA.
               MOVE SPACES TO WRK-LINHA-ACERTO.
               MOVE TAB-TRC-MATRICULA (WRK-TRC-SUB)
                   TO WRK-LAC-MATRICULA.
               MOVE TAB-TRC-NOME (WRK-TRC-SUB) TO WRK-LAC-NOME.
               IF TAB-TRC-TIPO (WRK-TRC-SUB) = 'S'
                   MOVE 'TRANCAMENT' TO WRK-LAC-TIPO
               ELSE
                   MOVE 'CANCELAM.' TO WRK-LAC-TIPO
               END-IF.
               MOVE TAB-TRC-DATA (WRK-TRC-SUB) TO WRK-LAC-DATA.
               MOVE TAB-TRC-BOLSA (WRK-TRC-SUB) TO WRK-LAC-BOLSA.
               MOVE TAB-TRC-PROPORCIONAL (WRK-TRC-SUB)
                   TO WRK-LAC-PROPORC.
               MOVE TAB-TRC-CANCELADO (WRK-TRC-SUB)
                   TO WRK-LAC-CANCELADO.
               MOVE TAB-TRC-DEVOLVER (WRK-TRC-SUB) TO WRK-LAC-DEVOLVER.
               MOVE TAB-TRC-SALDO (WRK-TRC-SUB) TO WRK-LAC-SALDO.
               MOVE TAB-TRC-DISCIPLINAS (WRK-TRC-SUB) TO WRK-LAC-DISC.
               WRITE LINHA-TRC FROM WRK-LINHA-ACERTO.
               ADD TAB-TRC-SALDO (WRK-TRC-SUB) TO WRK-TOTAL-VLR-SALDO.
               IF TAB-TRC-DEVOLVER (WRK-TRC-SUB) > ZEROS
                   PERFORM 0520-GRAVAR-REEMBOLSO
               END-IF.
               MOVE SPACES TO WRK-TRANCAMENTO.
               MOVE TAB-TRC-MATRICULA (WRK-TRC-SUB)
                   TO WRK-TRC-MATRICULA.
               MOVE TAB-TRC-TIPO (WRK-TRC-SUB) TO WRK-TRC-TIPO.
               MOVE TAB-TRC-DATA (WRK-TRC-SUB) TO WRK-TRC-DATA.
               MOVE TAB-TRC-TERMO (WRK-TRC-SUB) TO WRK-TRC-TERMO.
               MOVE TAB-TRC-CANCELADO (WRK-TRC-SUB)
                   TO WRK-TRC-CANCELADO.
               MOVE TAB-TRC-DEVOLVER (WRK-TRC-SUB) TO WRK-TRC-DEVOLVER.
               MOVE TAB-TRC-SALDO (WRK-TRC-SUB) TO WRK-TRC-SALDO.
               SET TRC-VIGENTE TO TRUE.
               MOVE TAB-TRC-USUARIO (WRK-TRC-SUB) TO WRK-TRC-USUARIO.
               ADD 1 TO WRK-QTD-REG.
               MOVE WRK-TRANCAMENTO TO TAB-REG-REGISTRO (WRK-QTD-REG).
      ******************************
      **** DEVOLUCAO NO DOCUMENTO DO RESPONSAVEL, REFERENCIA =
      **** MATRICULA + COMPETENCIA DA SAIDA (MESMO ARQUIVO DA
      **** DEVOLUCAO DA ANUIDADE, PAGO PELO PROGCOB70)
      ******************************
           0520-GRAVAR-REEMBOLSO.
               ADD 1 TO WRK-TOTAL-REEMBOLSOS.
               ADD TAB-TRC-DEVOLVER (WRK-TRC-SUB)
                   TO WRK-TOTAL-VLR-REEMB.
               MOVE SPACES TO REG-REEMBOLSO-OUT.
               MOVE TAB-TRC-DOCUMENTO (WRK-TRC-SUB) TO REG-REE-CPF.
               STRING TAB-TRC-MATRICULA (WRK-TRC-SUB) DELIMITED BY SIZE
                      TAB-TRC-COMP (WRK-TRC-SUB) DELIMITED BY SIZE
                      INTO REG-REE-REFERENCIA.
               MOVE WRK-DATA-HOJE TO REG-REE-DATA.
               MOVE TAB-TRC-DEVOLVER (WRK-TRC-SUB) TO REG-REE-VALOR.
               IF TAB-TRC-TIPO (WRK-TRC-SUB) = 'S'
                   MOVE 'TRANCADO' TO REG-REE-MOTIVO
               ELSE
                   MOVE 'CANCELADO' TO REG-REE-MOTIVO
               END-IF.
               MOVE 'P' TO REG-REE-STATUS.
               WRITE REG-REEMBOLSO-OUT.
           0530-GRAVAR-REGISTRO.
               WRITE LINHA-TRANCAMENTO-OUT
                   FROM TAB-REG-REGISTRO (WRK-REG-SUB).
      ******************************
      **** GRAVA NO HISTORICO DE ALTERACOES A IMAGEM DO ALUNO ANTES
      **** E DEPOIS DA OPERACAO, COM DATA, HORA E QUEM PEDIU
      ******************************
           0600-GRAVAR-HISTORICO.
               MOVE WRK-DATA-HOJE TO WRK-HST-DATA.
               ACCEPT WRK-HORA-AGORA FROM TIME.
               MOVE WRK-HORA-AGORA TO WRK-HST-HORA.
               IF WRK-MTR-USUARIO NOT = SPACES
                   MOVE WRK-MTR-USUARIO TO WRK-HST-USUARIO
               ELSE
                   MOVE 'PROGTRC' TO WRK-HST-USUARIO
               END-IF.
               MOVE WRK-IMAGEM-ANTES TO WRK-HST-ANTES.
               MOVE REG-ALUNO-MASTER TO WRK-HST-DEPOIS.
               OPEN EXTEND HISTORICO-ALUNO.
               WRITE LINHA-HISTORICO-ALU FROM WRK-HISTORICO-ALU.
               CLOSE HISTORICO-ALUNO.
      ******************************
      **** MOVIMENTO RECUSADO VAI PARA O RELATORIO COM O MOTIVO; O
      **** ALUMST NAO E TOCADO
      ******************************
           0700-GRAVAR-EXCECAO.
               ADD 1 TO WRK-TOTAL-RECUSADOS.
               MOVE WRK-MTR-TIPO TO WRK-LEX-TIPO.
               MOVE WRK-MTR-MATRICULA TO WRK-LEX-MATRICULA.
               MOVE WRK-MTR-DATA TO WRK-LEX-DATA.
               MOVE WRK-MOTIVO TO WRK-LEX-MOTIVO.
               WRITE LINHA-TRC FROM WRK-LINHA-EXC.
      ******************************
      **** TOTAIS NO RELATORIO, TRILHA AUDSUITE E RC 4 QUANDO HOUVE
      **** MOVIMENTO RECUSADO
      ******************************
           0800-FINALIZAR.
               ADD WRK-TOTAL-TRANCADOS WRK-TOTAL-CANCELADOS
                   WRK-TOTAL-REATIVADOS GIVING WRK-TOTAL-ACEITOS.
               MOVE SPACES TO LINHA-TRC.
               WRITE LINHA-TRC.
               MOVE WRK-TOTAL-TRANCADOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-CANCELADOS TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-REATIVADOS TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'TRANCAMENTOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   CANCELAMENTOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   REATIVACOES: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-TRC FROM WRK-LINHA-TXT.
               MOVE WRK-TOTAL-COBR-CANCEL TO WRK-QTD-ED.
               MOVE WRK-TOTAL-PROPORC TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-ANUAIS TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'COBRANCAS CANCELADAS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   PROPORCIONAIS GERADAS: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   ANUAIS PARA O PROGANU: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-TRC FROM WRK-LINHA-TXT.
               MOVE WRK-TOTAL-REEMBOLSOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-VLR-REEMB TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'REEMBOLSOS PENDENTES: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   VALOR A DEVOLVER: ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-TRC FROM WRK-LINHA-TXT.
               MOVE WRK-TOTAL-VLR-SALDO TO WRK-VALOR-ED.
               MOVE WRK-TOTAL-DISCIPLINAS TO WRK-QTD-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'SALDO A PAGAR: ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      '   DISCIPLINAS TRANCADAS/CANCELADAS: '
                          DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-TRC FROM WRK-LINHA-TXT.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-QTD-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'MOVIMENTOS RECUSADOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-TRC FROM WRK-LINHA-TXT.
               MOVE 'PROGTRC' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE WRK-TOTAL-TRANCADOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-CANCELADOS TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-REATIVADOS TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'TRC ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' CAN ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      ' REAT ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-QTD-ED.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               STRING 'RECUSADOS ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
               DISPLAY 'PROGTRC: ' WRK-TOTAL-ACEITOS ' ACEITO(S), '
                   WRK-TOTAL-RECUSADOS ' RECUSADO(S)'.
               IF WRK-TOTAL-RECUSADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGTRC' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-ACEITOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-VLR-REEMB TO WRK-CTL-HASH.
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
               MOVE 'PROGTRC' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGTRC' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-ACEITOS TO WRK-RUN-ACEITOS.
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
