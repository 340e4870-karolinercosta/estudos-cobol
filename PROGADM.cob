           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGADM.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: ADMISSAO DE ALUNOS E MUDANCA DE SITUACAO NO
      *     CADASTRO DE ALUNOS (ALUMST) -- O ALUMST ALIMENTA A
      *     MATRICULA (PROGCOB08), AS NOTAS (PROGCOB12), A COBRANCA
      *     (PROGCOB23), A REMATRICULA (PROGCOB82) E OS AVISOS DE
      *     FREQUENCIA (PROGCOB84), MAS A SECRETARIA DIGITAVA O ALUNO
      *     DIRETO NO DATASET E ERRAVA O NOME DO CURSO. LE O MOVIMENTO
      *     DA SECRETARIA (ADMMOV, JOB AD-HOC PCOBADM):
      *     TIPO A = CANDIDATO APROVADO: O CPF TEM OS DIGITOS
      *     VERIFICADORES CONFERIDOS (MESMO CALCULO DO PROG01-CPF), O
      *     CURSO TEM DE EXISTIR NO CATALOGO (CATCURSO) E O CPF NAO
      *     PODE ESTAR EM OUTRA MATRICULA DO ALUMST; ACEITO, RECEBE A
      *     MATRICULA SEGUINTE A MAIOR DO CADASTRO. ALUNO ANTIGO SEM
      *     CPF COM O MESMO NOME NAO BARRA A ADMISSAO, MAS SAI COMO
      *     ALERTA NO RELATORIO DE EXCECOES PARA A SECRETARIA CONFERIR;
      *     TIPO T = TRANSFERIDO, F = FORMADO, D = DESISTENTE: O ALUNO
      *     ATIVO DA MATRICULA INFORMADA PASSA PARA A SITUACAO DO
      *     TIPO (TODAS VALEM COMO INATIVO NOS PROGRAMAS DE ALUNOS).
      *     TODA GRAVACAO NO ALUMST VAI PARA O HISTORICO DE ALTERACOES
      *     (ALUHIST) COM A IMAGEM DO ALUNO ANTES E DEPOIS, E SAI NA
      *     LISTA DE ALUNOS ADMITIDOS E MUDANCAS (ADMRPT); O QUE FOI
      *     RECUSADO SAI COM O MOTIVO NO RELATORIO DE EXCECOES
      *     (ADMEXC). COM EXCECAO O RUN TERMINA COM RC 4; CADASTRO OU
      *     CATALOGO QUE NAO ABRE, OU TABELA ESTOURADA, PARAM COM RC 8
      *     SEM TOCAR NO ALUMST
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     RESPONSAVEL FINANCEIRO DO ALUNO: TIPO R CADASTRA OU ATUALIZA
      *     O RESPONSAVEL (CPF CONFERIDO, NOME, ENDERECO, UF E CEP) NO
      *     CADASTRO RESPMST, CHAVE CPF, UM SO PARA TODOS OS IRMAOS; A
      *     ADMISSAO GANHOU NO FIM DO MOVIMENTO O CPF DO RESPONSAVEL (EM
      *     BRANCO, O PROPRIO ALUNO), QUE TEM DE ESTAR NO RESPMST E VAI
      *     PARA O NOVO CAMPO NO FIM DO ALUMST; TIPO V TROCA O
      *     RESPONSAVEL DE ALUNO ATIVO, COM IMAGEM ANTES/DEPOIS NO
      *     ALUHIST (REGISTRO FOI PARA 200 POSICOES)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ALUNO TRANCADO (S) OU CANCELADO (C) NO ALUMST PELO
      *     TRANCAMENTO/CANCELAMENTO DE MATRICULA (PROGTRC) VALE COMO
      *     INATIVO, IGUAL AO I
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
               SELECT MOVIMENTO-ADM ASSIGN TO ADMMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ADMMOV-STATUS.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT RESPONSAVEL-MASTER ASSIGN TO RESPMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-RSP-CPF
                   FILE STATUS IS WRK-RESPMST-STATUS.
               SELECT CATALOGO-IN ASSIGN TO CATCURSO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CATALOGO-STATUS.
               SELECT HISTORICO-ALUNO ASSIGN TO ALUHIST
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-ADM ASSIGN TO ADMRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-EXC ASSIGN TO ADMEXC
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
           FD  MOVIMENTO-ADM.
           01  REG-MOVIMENTO-ADM.
               02 REG-ADM-TIPO      PIC X(01).
                   88 ADM-ADMISSAO     VALUE 'A'.
                   88 ADM-MUDANCA      VALUE 'T' 'F' 'D'.
                   88 ADM-VINCULO      VALUE 'V'.
                   88 ADM-RESPONSAVEL  VALUE 'R'.
               02 FILLER            PIC X(02).
               02 REG-ADM-MATRICULA PIC X(06).
               02 REG-ADM-MATR-NUM REDEFINES REG-ADM-MATRICULA
                                    PIC 9(06).
               02 FILLER            PIC X(02).
               02 REG-ADM-CPF       PIC X(11).
               02 FILLER            PIC X(02).
               02 REG-ADM-NOME      PIC X(30).
               02 FILLER            PIC X(02).
               02 REG-ADM-CURSO     PIC X(20).
               02 FILLER            PIC X(02).
               02 REG-ADM-RESPONSAVEL PIC X(11).
      ******************************
      **** TIPO R: CADASTRO (OU ATUALIZACAO) DO RESPONSAVEL
      ******************************
           01  REG-MOVIMENTO-RSP.
               02 REG-MRS-TIPO      PIC X(01).
               02 FILLER            PIC X(02).
               02 REG-MRS-CPF       PIC X(11).
               02 FILLER            PIC X(02).
               02 REG-MRS-NOME      PIC X(40).
               02 FILLER            PIC X(02).
               02 REG-MRS-ENDERECO  PIC X(40).
               02 FILLER            PIC X(02).
               02 REG-MRS-UF        PIC X(02).
               02 FILLER            PIC X(02).
               02 REG-MRS-CEP       PIC X(08).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
                   88 ALU-INATIVO   VALUE 'I' 'T' 'F' 'D' 'S' 'C'.
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  RESPONSAVEL-MASTER.
           01  REG-RESPONSAVEL-MASTER.
               02 REG-RSP-CPF       PIC X(11).
               02 REG-RSP-NOME      PIC X(40).
               02 REG-RSP-ENDERECO  PIC X(40).
               02 REG-RSP-UF        PIC X(02).
               02 REG-RSP-CEP       PIC X(08).
           FD  CATALOGO-IN.
           01  REG-CATALOGO-IN.
               02 REG-CAT-CURSO      PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-CAT-TERMO      PIC X(06).
               02 FILLER             PIC X(02).
               02 REG-CAT-DISCIPLINA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-CAT-CREDITOS   PIC 9(02).
               02 FILLER             PIC X(02).
               02 REG-CAT-PREREQ     PIC X(06).
           FD  HISTORICO-ALUNO.
           01  LINHA-HISTORICO-ALU PIC X(200).
           FD  RELATORIO-ADM.
           01  LINHA-ADM PIC X(120).
           FD  RELATORIO-EXC.
           01  LINHA-EXC PIC X(120).
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
           COPY CPYCPF.
           77 WRK-ADMMOV-STATUS PIC X(02) VALUE '00'.
               88 ADMMOV-OK VALUE '00'.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-RESPMST-STATUS PIC X(02) VALUE '00'.
               88 RESPMST-OK VALUE '00'.
           77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
               88 CATALOGO-OK VALUE '00'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-HORA-AGORA PIC X(08) VALUE SPACES.
      ******************************
      **** ALUNOS DO CADASTRO (CARREGADOS NA PARTIDA E ACRESCIDOS A
      **** CADA ADMISSAO DO RUN), PARA ACHAR CPF JA MATRICULADO, E
      **** CURSOS DISTINTOS DO CATALOGO
      ******************************
           77 WRK-QTD-ALU PIC 9(05) VALUE ZEROS.
           01 TAB-ALUNOS.
               02 TAB-ALU OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WRK-QTD-ALU
                  INDEXED BY TAB-ALU-IDX.
                   03 TAB-ALU-MATRICULA PIC 9(06).
                   03 TAB-ALU-CPF       PIC X(11).
                   03 TAB-ALU-NOME      PIC X(30).
           77 WRK-QTD-CUR PIC 9(03) VALUE ZEROS.
           01 TAB-CURSOS.
               02 TAB-CUR OCCURS 1 TO 300 TIMES
                  DEPENDING ON WRK-QTD-CUR
                  INDEXED BY TAB-CUR-IDX.
                   03 TAB-CUR-CURSO PIC X(20).
           77 WRK-CURSO PIC X(20) VALUE SPACES.
           77 WRK-ULTIMA-MATRICULA PIC 9(06) VALUE ZEROS.
           77 WRK-ACHOU PIC X(01) VALUE 'N'.
               88 ACHOU VALUE 'S'.
           77 WRK-MATRICULA-ACHADA PIC 9(06) VALUE ZEROS.
           77 WRK-RESPONSAVEL PIC X(11) VALUE SPACES.
           77 WRK-RSP-ACHADO PIC X(01) VALUE 'N'.
               88 RESPONSAVEL-CADASTRADO VALUE 'S'.
           77 WRK-MATRICULA-ED PIC 9(06) VALUE ZEROS.
      ******************************
      **** CONFERENCIA DO CPF: MODULO 11 DO PROG01-CPF, PESOS DE 10
      **** A 2 NO PRIMEIRO DIGITO E DE 11 A 2 NO SEGUNDO
      ******************************
           01 WRK-CPF        PIC X(11) VALUE SPACES.
           01 WRK-CPF-DIG REDEFINES WRK-CPF PIC 9(11).
           77 WRK-DOC-SITUACAO PIC X(01) VALUE 'N'.
               88 DOCUMENTO-VALIDO VALUE 'S'.
           77 WRK-DOC-TAM      PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-IND      PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-PESO     PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-DIGITO   PIC 9(01) VALUE ZEROS.
           77 WRK-DOC-SOMA     PIC 9(04) VALUE ZEROS.
           77 WRK-DOC-QTE      PIC 9(04) VALUE ZEROS.
           77 WRK-DOC-RESTO    PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-DV-CALC  PIC 9(01) VALUE ZEROS.
           77 WRK-DOC-DV-INF   PIC 9(01) VALUE ZEROS.
      ******************************
      **** REGISTRO DO HISTORICO DE ALTERACOES DO CADASTRO, COM A
      **** IMAGEM DO ALUNO ANTES E DEPOIS (MESMO FORMATO DO PRDHIST
      **** DO PROGCOB98)
      ******************************
           01 WRK-HISTORICO-ALU.
               02 WRK-HST-OPERACAO PIC X(08) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-USUARIO  PIC X(10) VALUE 'PROGADM'.
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
      **** LINHAS DOS RELATORIOS E TOTAIS DO RUN
      ******************************
           01 WRK-LINHA-ADM.
               02 WRK-LAD-MATRICULA PIC 9(06) VALUE ZEROS.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAD-OPERACAO  PIC X(12) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAD-CPF       PIC X(14) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAD-NOME      PIC X(30) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAD-CURSO     PIC X(20) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LAD-RESPONSAVEL PIC X(14) VALUE SPACES.
           01 WRK-LINHA-EXC.
               02 WRK-LEX-TIPO      PIC X(01) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-MATRICULA PIC X(06) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-CPF       PIC X(11) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-NOME      PIC X(30) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-MOTIVO    PIC X(60) VALUE SPACES.
           77 WRK-MOTIVO PIC X(60) VALUE SPACES.
           77 WRK-LINHA-TXT PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ADMITIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-MUDANCAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ALERTAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VINCULOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RESPONSAVEIS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ACEITOS PIC 9(06) VALUE ZEROS.
           77 WRK-QTD-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED2 PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED3 PIC ZZZZZ9 VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0200-PROCESSAR-MOVIMENTO
                   PERFORM 0800-FINALIZAR
               END-IF.
               CLOSE RELATORIO-ADM RELATORIO-EXC.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O CATALOGO DE CURSOS E OS ALUNOS DO ALUMST (A
      **** MAIOR MATRICULA DA A PROXIMA). SEM CADASTRO OU SEM
      **** CATALOGO NAO HA COMO CONFERIR NADA: PARA COM 8
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-ADM RELATORIO-EXC.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'ALUNOS ADMITIDOS E MUDANCAS DE SITUACAO - '
                          DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-ADM FROM WRK-LINHA-TXT.
               MOVE SPACES TO LINHA-ADM.
               WRITE LINHA-ADM.
               MOVE 'MATRIC  OPERACAO      CPF             NOME'
                   TO LINHA-ADM.
               MOVE 'CURSO' TO LINHA-ADM (71:5).
               MOVE 'RESPONSAVEL' TO LINHA-ADM (93:11).
               WRITE LINHA-ADM.
               MOVE ALL '-' TO LINHA-ADM.
               WRITE LINHA-ADM.
               MOVE SPACES TO LINHA-EXC.
               STRING 'EXCECOES DA ADMISSAO DE ALUNOS - '
                          DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO LINHA-EXC.
               WRITE LINHA-EXC.
               MOVE SPACES TO LINHA-EXC.
               WRITE LINHA-EXC.
               MOVE 'T  MATRIC  CPF          NOME' TO LINHA-EXC.
               MOVE 'MOTIVO' TO LINHA-EXC (57:6).
               WRITE LINHA-EXC.
               MOVE ALL '-' TO LINHA-EXC.
               WRITE LINHA-EXC.
               PERFORM 0110-CARREGAR-CATALOGO.
               IF RETURN-CODE = 0
                   PERFORM 0120-CARREGAR-ALUNOS
               END-IF.
               IF RETURN-CODE = 0
                   PERFORM 0140-ABRIR-RESPONSAVEIS
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT MOVIMENTO-ADM
                   IF NOT ADMMOV-OK
                       MOVE 'MOVIMENTO ADMMOV NAO ABRIU - NADA GRAVADO'
                           TO LINHA-EXC
                       WRITE LINHA-EXC
                       DISPLAY 'PROGADM: ADMMOV NAO ABRIU - STATUS '
                           WRK-ADMMOV-STATUS
                       CLOSE ALUNO-MASTER RESPONSAVEL-MASTER
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
           0110-CARREGAR-CATALOGO.
               OPEN INPUT CATALOGO-IN.
               IF NOT CATALOGO-OK
                   MOVE 'CATALOGO CATCURSO NAO ABRIU - NADA GRAVADO'
                       TO LINHA-EXC
                   WRITE LINHA-EXC
                   DISPLAY 'PROGADM: CATCURSO NAO ABRIU - STATUS '
                       WRK-CATALOGO-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0115-LER-CATALOGO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE CATALOGO-IN
                   IF TABELA-ESTOURADA
                       MOVE 'MAIS DE 300 CURSOS NO CATALOGO - NADA GRA'
                           TO LINHA-EXC
                       MOVE 'VADO' TO LINHA-EXC (42:4)
                       WRITE LINHA-EXC
                       DISPLAY 'PROGADM: TABELA DE CURSOS ESTOUROU'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
           0115-LER-CATALOGO.
               READ CATALOGO-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE REG-CAT-CURSO TO WRK-CURSO
                       PERFORM 0330-PROCURAR-CURSO
                       IF NOT ACHOU
                           IF WRK-QTD-CUR < 300
                               ADD 1 TO WRK-QTD-CUR
                               MOVE REG-CAT-CURSO
                                   TO TAB-CUR-CURSO (WRK-QTD-CUR)
                           ELSE
                               SET TABELA-ESTOURADA TO TRUE
                           END-IF
                       END-IF
               END-READ.
           0120-CARREGAR-ALUNOS.
               OPEN I-O ALUNO-MASTER.
               IF NOT ALUMST-OK
                   MOVE 'CADASTRO ALUMST NAO ABRIU - NADA GRAVADO'
                       TO LINHA-EXC
                   WRITE LINHA-EXC
                   DISPLAY 'PROGADM: ALUMST NAO ABRIU - STATUS '
                       WRK-ALUMST-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 0125-LER-ALUNO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   IF TABELA-ESTOURADA
                       MOVE 'MAIS DE 20000 ALUNOS NO ALUMST - NADA GRA'
                           TO LINHA-EXC
                       MOVE 'VADO' TO LINHA-EXC (42:4)
                       WRITE LINHA-EXC
                       DISPLAY 'PROGADM: TABELA DE ALUNOS ESTOUROU'
                       CLOSE ALUNO-MASTER
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
           0125-LER-ALUNO.
               READ ALUNO-MASTER NEXT RECORD
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       PERFORM 0130-GUARDAR-ALUNO
               END-READ.
           0130-GUARDAR-ALUNO.
               IF WRK-QTD-ALU < 20000
                   ADD 1 TO WRK-QTD-ALU
                   MOVE REG-ALU-MATRICULA
                       TO TAB-ALU-MATRICULA (WRK-QTD-ALU)
                   MOVE REG-ALU-CPF TO TAB-ALU-CPF (WRK-QTD-ALU)
                   MOVE REG-ALU-NOME TO TAB-ALU-NOME (WRK-QTD-ALU)
                   IF REG-ALU-MATRICULA > WRK-ULTIMA-MATRICULA
                       MOVE REG-ALU-MATRICULA TO WRK-ULTIMA-MATRICULA
                   END-IF
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** CADASTRO DOS RESPONSAVEIS FINANCEIROS (RESPMST, CHAVE CPF):
      **** SEM ELE NAO HA COMO CONFERIR O RESPONSAVEL: PARA COM 8
      ******************************
           0140-ABRIR-RESPONSAVEIS.
               OPEN I-O RESPONSAVEL-MASTER.
               IF NOT RESPMST-OK
                   MOVE 'CADASTRO RESPMST NAO ABRIU - NADA GRAVADO'
                       TO LINHA-EXC
                   WRITE LINHA-EXC
                   DISPLAY 'PROGADM: RESPMST NAO ABRIU - STATUS '
                       WRK-RESPMST-STATUS
                   CLOSE ALUNO-MASTER
                   MOVE 8 TO RETURN-CODE
               END-IF.
      ******************************
      **** UM REGISTRO DO MOVIMENTO POR VEZ: A = ADMISSAO; T, F E D
      **** = MUDANCA DE SITUACAO; V = TROCA DO RESPONSAVEL FINANCEIRO
      **** DO ALUNO; R = CADASTRO DO RESPONSAVEL; QUALQUER OUTRO TIPO
      **** E RECUSADO
      ******************************
           0200-PROCESSAR-MOVIMENTO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               PERFORM 0210-LER-MOVIMENTO UNTIL FIM-ARQUIVO.
               CLOSE MOVIMENTO-ADM ALUNO-MASTER RESPONSAVEL-MASTER.
           0210-LER-MOVIMENTO.
               READ MOVIMENTO-ADM
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-LIDOS
                       EVALUATE TRUE
                           WHEN ADM-ADMISSAO
                               PERFORM 0300-ADMITIR-ALUNO
                           WHEN ADM-MUDANCA
                               PERFORM 0400-MUDAR-SITUACAO
                           WHEN ADM-VINCULO
                               PERFORM 0450-VINCULAR-RESPONSAVEL
                           WHEN ADM-RESPONSAVEL
                               PERFORM 0500-CADASTRAR-RESPONSAVEL
                           WHEN OTHER
                               MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                   TO WRK-MOTIVO
                               PERFORM 0700-GRAVAR-EXCECAO
                       END-EVALUATE
               END-READ.
      ******************************
      **** ADMISSAO: NOME PREENCHIDO, CPF VALIDO, CURSO NO CATALOGO,
      **** RESPONSAVEL FINANCEIRO CADASTRADO NO RESPMST (EM BRANCO, O
      **** PROPRIO ALUNO, QUE ENTAO TEM DE ESTAR LA) E CPF SEM OUTRA
      **** MATRICULA; PASSANDO TUDO, GRAVA O ALUNO ATIVO NA MATRICULA
      **** SEGUINTE A MAIOR DO CADASTRO
      ******************************
           0300-ADMITIR-ALUNO.
               MOVE REG-ADM-CPF TO WRK-CPF.
               PERFORM 0310-VALIDAR-CPF.
               MOVE REG-ADM-CURSO TO WRK-CURSO.
               PERFORM 0330-PROCURAR-CURSO.
               IF REG-ADM-RESPONSAVEL = SPACES
                   MOVE REG-ADM-CPF TO WRK-RESPONSAVEL
               ELSE
                   MOVE REG-ADM-RESPONSAVEL TO WRK-RESPONSAVEL
               END-IF.
               PERFORM 0550-PROCURAR-RESPONSAVEL.
               EVALUATE TRUE
                   WHEN REG-ADM-NOME = SPACES
                       MOVE 'NOME DO CANDIDATO EM BRANCO' TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN NOT DOCUMENTO-VALIDO
                       MOVE 'CPF INVALIDO (DIGITO VERIFICADOR)'
                           TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN NOT ACHOU
                       MOVE 'CURSO FORA DO CATALOGO (CATCURSO)'
                           TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN NOT RESPONSAVEL-CADASTRADO
                       MOVE 'RESPONSAVEL FINANCEIRO FORA DO RESPMST'
                           TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN WRK-ULTIMA-MATRICULA = 999999
                       MOVE 'NUMERACAO DE MATRICULA ESGOTADA'
                           TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN OTHER
                       PERFORM 0340-PROCURAR-CPF
                       IF ACHOU
                           MOVE WRK-MATRICULA-ACHADA
                               TO WRK-MATRICULA-ED
                           MOVE SPACES TO WRK-MOTIVO
                           STRING 'CPF JA MATRICULADO NA MATRICULA '
                                      DELIMITED BY SIZE
                                  WRK-MATRICULA-ED DELIMITED BY SIZE
                                  INTO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       ELSE
                           PERFORM 0350-GRAVAR-ADMISSAO
                       END-IF
               END-EVALUATE.
           0310-VALIDAR-CPF.
               MOVE 'N' TO WRK-DOC-SITUACAO.
               MOVE 9 TO WRK-DOC-TAM.
               IF WRK-CPF IS NUMERIC
                   AND WRK-CPF (1:10) NOT = WRK-CPF (2:10)
                   PERFORM 0315-CALCULAR-DV
                   MOVE WRK-CPF (10:1) TO WRK-DOC-DV-INF
                   IF WRK-DOC-DV-CALC = WRK-DOC-DV-INF
                       ADD 1 TO WRK-DOC-TAM
                       PERFORM 0315-CALCULAR-DV
                       MOVE WRK-CPF (11:1) TO WRK-DOC-DV-INF
                       IF WRK-DOC-DV-CALC = WRK-DOC-DV-INF
                           SET DOCUMENTO-VALIDO TO TRUE
                       END-IF
                   END-IF
               END-IF.
           0315-CALCULAR-DV.
               MOVE ZEROS TO WRK-DOC-SOMA.
               PERFORM 0320-SOMAR-DIGITO
                   VARYING WRK-DOC-IND FROM 1 BY 1
                   UNTIL WRK-DOC-IND > WRK-DOC-TAM.
               DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QTE
                   REMAINDER WRK-DOC-RESTO.
               IF WRK-DOC-RESTO < 2
                   MOVE 0 TO WRK-DOC-DV-CALC
               ELSE
                   COMPUTE WRK-DOC-DV-CALC = 11 - WRK-DOC-RESTO
               END-IF.
           0320-SOMAR-DIGITO.
               MOVE WRK-CPF (WRK-DOC-IND:1) TO WRK-DOC-DIGITO.
               COMPUTE WRK-DOC-PESO = WRK-DOC-TAM + 2 - WRK-DOC-IND.
               COMPUTE WRK-DOC-SOMA =
                   WRK-DOC-SOMA + (WRK-DOC-DIGITO * WRK-DOC-PESO).
           0330-PROCURAR-CURSO.
               MOVE 'N' TO WRK-ACHOU.
               IF WRK-QTD-CUR > 0 AND WRK-CURSO NOT = SPACES
                   SET TAB-CUR-IDX TO 1
                   SEARCH TAB-CUR
                       AT END CONTINUE
                       WHEN TAB-CUR-CURSO (TAB-CUR-IDX) = WRK-CURSO
                           SET ACHOU TO TRUE
                   END-SEARCH
               END-IF.
           0340-PROCURAR-CPF.
               MOVE 'N' TO WRK-ACHOU.
               IF WRK-QTD-ALU > 0
                   SET TAB-ALU-IDX TO 1
                   SEARCH TAB-ALU
                       AT END CONTINUE
                       WHEN TAB-ALU-CPF (TAB-ALU-IDX) = WRK-CPF
                           SET ACHOU TO TRUE
                           MOVE TAB-ALU-MATRICULA (TAB-ALU-IDX)
                               TO WRK-MATRICULA-ACHADA
                   END-SEARCH
               END-IF.
           0350-GRAVAR-ADMISSAO.
               ADD 1 TO WRK-ULTIMA-MATRICULA.
               MOVE WRK-ULTIMA-MATRICULA TO REG-ALU-MATRICULA.
               MOVE REG-ADM-NOME TO REG-ALU-NOME.
               MOVE REG-ADM-CURSO TO REG-ALU-CURSO.
               MOVE SPACE TO REG-ALU-STATUS.
               MOVE WRK-CPF TO REG-ALU-CPF.
               MOVE WRK-RESPONSAVEL TO REG-ALU-RESPONSAVEL.
               WRITE REG-ALUNO-MASTER
                   INVALID KEY CONTINUE
               END-WRITE.
               IF NOT ALUMST-OK
                   MOVE SPACES TO WRK-MOTIVO
                   STRING 'ALUMST RECUSOU A GRAVACAO - STATUS '
                              DELIMITED BY SIZE
                          WRK-ALUMST-STATUS DELIMITED BY SIZE
                          INTO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   ADD 1 TO WRK-TOTAL-ADMITIDOS
                   PERFORM 0360-CONFERIR-HOMONIMO
                   IF WRK-QTD-ALU < 20000
                       ADD 1 TO WRK-QTD-ALU
                       MOVE REG-ALU-MATRICULA
                           TO TAB-ALU-MATRICULA (WRK-QTD-ALU)
                       MOVE REG-ALU-CPF TO TAB-ALU-CPF (WRK-QTD-ALU)
                       MOVE REG-ALU-NOME TO TAB-ALU-NOME (WRK-QTD-ALU)
                   END-IF
                   MOVE SPACES TO WRK-IMAGEM-ANTES
                   MOVE 'ADMISSAO' TO WRK-HST-OPERACAO
                   PERFORM 0600-GRAVAR-HISTORICO
                   MOVE 'ADMISSAO' TO WRK-LAD-OPERACAO
                   PERFORM 0650-LISTAR-ALUNO
               END-IF.
      ******************************
      **** ALUNO ANTIGO SEM CPF NO CADASTRO COM O MESMO NOME PODE SER
      **** O MESMO CANDIDATO: A ADMISSAO FICA, MAS SAI O ALERTA
      ******************************
           0360-CONFERIR-HOMONIMO.
               IF WRK-QTD-ALU > 0
                   SET TAB-ALU-IDX TO 1
                   SEARCH TAB-ALU
                       AT END CONTINUE
                       WHEN TAB-ALU-CPF (TAB-ALU-IDX) = SPACES
                        AND TAB-ALU-NOME (TAB-ALU-IDX) = REG-ADM-NOME
                           ADD 1 TO WRK-TOTAL-ALERTAS
                           MOVE TAB-ALU-MATRICULA (TAB-ALU-IDX)
                               TO WRK-MATRICULA-ED
                           MOVE SPACES TO WRK-LINHA-EXC
                           MOVE REG-ADM-TIPO TO WRK-LEX-TIPO
                           MOVE REG-ALU-MATRICULA TO WRK-LEX-MATRICULA
                           MOVE WRK-CPF TO WRK-LEX-CPF
                           MOVE REG-ADM-NOME TO WRK-LEX-NOME
                           STRING 'ALERTA: ADMITIDO, MESMO NOME DA '
                                      DELIMITED BY SIZE
                                  'MATRICULA ' DELIMITED BY SIZE
                                  WRK-MATRICULA-ED DELIMITED BY SIZE
                                  ' SEM CPF' DELIMITED BY SIZE
                                  INTO WRK-LEX-MOTIVO
                           WRITE LINHA-EXC FROM WRK-LINHA-EXC
                   END-SEARCH
               END-IF.
      ******************************
      **** MUDANCA DE SITUACAO: SO DE ALUNO ATIVO DO CADASTRO; O
      **** TIPO DO MOVIMENTO (T, F OU D) VIRA A SITUACAO DO ALUNO
      ******************************
           0400-MUDAR-SITUACAO.
               IF REG-ADM-MATRICULA IS NOT NUMERIC
                   MOVE 'MATRICULA INVALIDA' TO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   MOVE REG-ADM-MATR-NUM TO REG-ALU-MATRICULA
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
                       WHEN OTHER
                           PERFORM 0410-GRAVAR-MUDANCA
                   END-EVALUATE
               END-IF.
           0410-GRAVAR-MUDANCA.
               MOVE REG-ALUNO-MASTER TO WRK-IMAGEM-ANTES.
               MOVE REG-ADM-TIPO TO REG-ALU-STATUS.
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
                   ADD 1 TO WRK-TOTAL-MUDANCAS
                   EVALUATE REG-ALU-STATUS
                       WHEN 'T'
                           MOVE 'TRANSFER' TO WRK-HST-OPERACAO
                           MOVE 'TRANSFERIDO' TO WRK-LAD-OPERACAO
                       WHEN 'F'
                           MOVE 'FORMATUR' TO WRK-HST-OPERACAO
                           MOVE 'FORMADO' TO WRK-LAD-OPERACAO
                       WHEN OTHER
                           MOVE 'DESISTEN' TO WRK-HST-OPERACAO
                           MOVE 'DESISTENTE' TO WRK-LAD-OPERACAO
                   END-EVALUATE
                   PERFORM 0600-GRAVAR-HISTORICO
                   PERFORM 0650-LISTAR-ALUNO
               END-IF.
      ******************************
      **** TROCA DO RESPONSAVEL FINANCEIRO DE ALUNO ATIVO: O NOVO TEM
      **** DE ESTAR NO RESPMST. AS MENSALIDADES JA FATURADAS FICAM COM
      **** QUEM ERA O RESPONSAVEL NA EPOCA; AS NOVAS VAO PARA O NOVO
      ******************************
           0450-VINCULAR-RESPONSAVEL.
               MOVE REG-ADM-RESPONSAVEL TO WRK-RESPONSAVEL.
               PERFORM 0550-PROCURAR-RESPONSAVEL.
               IF REG-ADM-MATRICULA IS NOT NUMERIC
                   MOVE 'MATRICULA INVALIDA' TO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   MOVE REG-ADM-MATR-NUM TO REG-ALU-MATRICULA
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
                           STRING 'ALUNO INATIVO (SITUACAO '
                                      DELIMITED BY SIZE
                                  REG-ALU-STATUS DELIMITED BY SIZE
                                  ')' DELIMITED BY SIZE
                                  INTO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN NOT RESPONSAVEL-CADASTRADO
                           MOVE 'RESPONSAVEL FINANCEIRO FORA DO RESPMST'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN OTHER
                           PERFORM 0460-GRAVAR-VINCULO
                   END-EVALUATE
               END-IF.
           0460-GRAVAR-VINCULO.
               MOVE REG-ALUNO-MASTER TO WRK-IMAGEM-ANTES.
               MOVE WRK-RESPONSAVEL TO REG-ALU-RESPONSAVEL.
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
                   ADD 1 TO WRK-TOTAL-VINCULOS
                   MOVE 'RESPONSA' TO WRK-HST-OPERACAO
                   PERFORM 0600-GRAVAR-HISTORICO
                   MOVE 'RESPONSAVEL' TO WRK-LAD-OPERACAO
                   PERFORM 0650-LISTAR-ALUNO
               END-IF.
      ******************************
      **** CADASTRO DO RESPONSAVEL FINANCEIRO: CPF VALIDO, NOME,
      **** ENDERECO E UF PREENCHIDOS E CEP NUMERICO. CPF NOVO ENTRA NO
      **** RESPMST; CPF JA CADASTRADO TEM NOME/ENDERECO/CEP
      **** ATUALIZADOS (VALE PARA TODOS OS IRMAOS DE UMA VEZ)
      ******************************
           0500-CADASTRAR-RESPONSAVEL.
               MOVE REG-MRS-CPF TO WRK-CPF.
               PERFORM 0310-VALIDAR-CPF.
               EVALUATE TRUE
                   WHEN NOT DOCUMENTO-VALIDO
                       MOVE 'CPF DO RESPONSAVEL INVALIDO' TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN REG-MRS-NOME = SPACES
                       MOVE 'NOME DO RESPONSAVEL EM BRANCO'
                           TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN REG-MRS-ENDERECO = SPACES
                       OR REG-MRS-UF = SPACES
                       MOVE 'ENDERECO OU UF DO RESPONSAVEL EM BRANCO'
                           TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN REG-MRS-CEP IS NOT NUMERIC
                       MOVE 'CEP DO RESPONSAVEL INVALIDO' TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN OTHER
                       PERFORM 0510-GRAVAR-RESPONSAVEL
               END-EVALUATE.
           0510-GRAVAR-RESPONSAVEL.
               MOVE WRK-CPF TO WRK-RESPONSAVEL.
               PERFORM 0550-PROCURAR-RESPONSAVEL.
               MOVE WRK-CPF          TO REG-RSP-CPF.
               MOVE REG-MRS-NOME     TO REG-RSP-NOME.
               MOVE REG-MRS-ENDERECO TO REG-RSP-ENDERECO.
               MOVE REG-MRS-UF       TO REG-RSP-UF.
               MOVE REG-MRS-CEP      TO REG-RSP-CEP.
               IF RESPONSAVEL-CADASTRADO
                   MOVE 'ATUALIZ RESP' TO WRK-LAD-OPERACAO
                   REWRITE REG-RESPONSAVEL-MASTER
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   MOVE 'CADASTRO RSP' TO WRK-LAD-OPERACAO
                   WRITE REG-RESPONSAVEL-MASTER
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF.
               IF NOT RESPMST-OK
                   MOVE SPACES TO WRK-MOTIVO
                   STRING 'RESPMST RECUSOU A GRAVACAO - STATUS '
                              DELIMITED BY SIZE
                          WRK-RESPMST-STATUS DELIMITED BY SIZE
                          INTO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   ADD 1 TO WRK-TOTAL-RESPONSAVEIS
                   MOVE SPACES TO WRK-LINHA-ADM
                   MOVE WRK-CPF-DIG TO WRK-CPF-ED
                   MOVE WRK-CPF-ED TO WRK-LAD-CPF
                   MOVE REG-RSP-NOME TO WRK-LAD-NOME
                   MOVE REG-RSP-CEP TO WRK-LAD-CURSO
                   WRITE LINHA-ADM FROM WRK-LINHA-ADM
               END-IF.
      ******************************
      **** PROCURA O CPF DE WRK-RESPONSAVEL NO RESPMST
      ******************************
           0550-PROCURAR-RESPONSAVEL.
               MOVE 'N' TO WRK-RSP-ACHADO.
               IF WRK-RESPONSAVEL NOT = SPACES
                   MOVE WRK-RESPONSAVEL TO REG-RSP-CPF
                   READ RESPONSAVEL-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF RESPMST-OK
                       SET RESPONSAVEL-CADASTRADO TO TRUE
                   END-IF
               END-IF.
      ******************************
      **** GRAVA NO HISTORICO DE ALTERACOES A IMAGEM DO ALUNO ANTES
      **** E DEPOIS DA OPERACAO, COM DATA E HORA
      ******************************
           0600-GRAVAR-HISTORICO.
               MOVE WRK-DATA-HOJE TO WRK-HST-DATA.
               ACCEPT WRK-HORA-AGORA FROM TIME.
               MOVE WRK-HORA-AGORA TO WRK-HST-HORA.
               MOVE WRK-IMAGEM-ANTES TO WRK-HST-ANTES.
               MOVE REG-ALUNO-MASTER TO WRK-HST-DEPOIS.
               OPEN EXTEND HISTORICO-ALUNO.
               WRITE LINHA-HISTORICO-ALU FROM WRK-HISTORICO-ALU.
               CLOSE HISTORICO-ALUNO.
           0650-LISTAR-ALUNO.
               MOVE REG-ALU-MATRICULA TO WRK-LAD-MATRICULA.
               MOVE SPACES TO WRK-LAD-CPF.
               IF REG-ALU-CPF IS NUMERIC
                   MOVE REG-ALU-CPF TO WRK-CPF
                   MOVE WRK-CPF-DIG TO WRK-CPF-ED
                   MOVE WRK-CPF-ED TO WRK-LAD-CPF
               END-IF.
               MOVE REG-ALU-NOME TO WRK-LAD-NOME.
               MOVE REG-ALU-CURSO TO WRK-LAD-CURSO.
               MOVE SPACES TO WRK-LAD-RESPONSAVEL.
               IF REG-ALU-RESPONSAVEL IS NUMERIC
                   MOVE REG-ALU-RESPONSAVEL TO WRK-CPF
                   MOVE WRK-CPF-DIG TO WRK-CPF-ED
                   MOVE WRK-CPF-ED TO WRK-LAD-RESPONSAVEL
               END-IF.
               WRITE LINHA-ADM FROM WRK-LINHA-ADM.
      ******************************
      **** MOVIMENTO RECUSADO VAI PARA O RELATORIO DE EXCECOES COM O
      **** MOTIVO; O ALUMST NAO E TOCADO
      ******************************
           0700-GRAVAR-EXCECAO.
               ADD 1 TO WRK-TOTAL-RECUSADOS.
               MOVE SPACES TO WRK-LINHA-EXC.
               MOVE REG-ADM-TIPO TO WRK-LEX-TIPO.
               EVALUATE TRUE
                   WHEN ADM-RESPONSAVEL
                       MOVE REG-MRS-CPF TO WRK-LEX-CPF
                       MOVE REG-MRS-NOME TO WRK-LEX-NOME
                   WHEN ADM-VINCULO
                       MOVE REG-ADM-MATRICULA TO WRK-LEX-MATRICULA
                       MOVE REG-ADM-RESPONSAVEL TO WRK-LEX-CPF
                   WHEN OTHER
                       MOVE REG-ADM-MATRICULA TO WRK-LEX-MATRICULA
                       MOVE REG-ADM-CPF TO WRK-LEX-CPF
                       MOVE REG-ADM-NOME TO WRK-LEX-NOME
               END-EVALUATE.
               MOVE WRK-MOTIVO TO WRK-LEX-MOTIVO.
               WRITE LINHA-EXC FROM WRK-LINHA-EXC.
      ******************************
      **** TOTAIS NOS DOIS RELATORIOS, TRILHA AUDSUITE E RC 4 QUANDO
      **** HOUVE MOVIMENTO RECUSADO
      ******************************
           0800-FINALIZAR.
               ADD WRK-TOTAL-ADMITIDOS WRK-TOTAL-MUDANCAS
                   WRK-TOTAL-VINCULOS WRK-TOTAL-RESPONSAVEIS
                   GIVING WRK-TOTAL-ACEITOS.
               MOVE WRK-TOTAL-ADMITIDOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-MUDANCAS TO WRK-QTD-ED2.
               MOVE SPACES TO LINHA-ADM.
               WRITE LINHA-ADM.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'ALUNOS ADMITIDOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   MUDANCAS DE SITUACAO: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-ADM FROM WRK-LINHA-TXT.
               MOVE WRK-TOTAL-RESPONSAVEIS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-VINCULOS TO WRK-QTD-ED2.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'RESPONSAVEIS CADASTRADOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   TROCAS DE RESPONSAVEL: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-ADM FROM WRK-LINHA-TXT.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-ALERTAS TO WRK-QTD-ED2.
               MOVE SPACES TO LINHA-EXC.
               WRITE LINHA-EXC.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'MOVIMENTOS RECUSADOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   ALERTAS DE HOMONIMO: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-EXC FROM WRK-LINHA-TXT.
               MOVE 'PROGADM' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE WRK-TOTAL-ADMITIDOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-MUDANCAS TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-VINCULOS TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'ADM ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' MUD ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      ' VINC ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               MOVE WRK-TOTAL-RESPONSAVEIS TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               STRING 'RESP ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      ' RECUSADOS ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
               DISPLAY 'PROGADM: ' WRK-QTD-ED ' ADMITIDO(S), '
                   WRK-QTD-ED2 ' RESPONSAVEL(IS), ' WRK-QTD-ED3
                   ' RECUSADO(S)'.
               IF WRK-TOTAL-RECUSADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGADM' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-ACEITOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-CTL-REJEITADOS.
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
               MOVE 'PROGADM' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGADM' TO WRK-RUN-PROGRAMA.
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
