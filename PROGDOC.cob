           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGDOC.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: EMISSAO NUMERADA DE DOCUMENTOS OFICIAIS E LIVRO
      *     DE REGISTRO DE DIPLOMAS -- A DECLARACAO DE MATRICULA, A
      *     CERTIDAO DE HISTORICO E O DIPLOMA SAIAM DE QUALQUER
      *     IMPRESSAO SEM REGISTRO, E NINGUEM CONSEGUIA DIZER SE UM
      *     PAPEL APRESENTADO FOI MESMO EMITIDO PELA ESCOLA. LE O
      *     PEDIDO DA SECRETARIA (DOCMOV, LAYOUT CPYDOCO, JOB AD-HOC
      *     PCOBDOC):
      *       M = DECLARACAO DE MATRICULA, SO DE ALUNO ATIVO NO ALUMST;
      *       H = CERTIDAO DE HISTORICO ESCOLAR, COM OS TERMOS DO
      *           HISTORICO INDEXADO (NOTAHIX) COMO NO PROGCOB14;
      *       D = DIPLOMA, SO DE ALUNO NO ARQUIVO DE ELEGIVEIS DO
      *           PROGCOB24 (DIPLOK) E UMA UNICA VEZ POR MATRICULA;
      *           O DIPLOMA RECEBE O LIVRO/FOLHA/REGISTRO SEGUINTE AO
      *           ULTIMO DO LIVRO DE REGISTRO;
      *       V = CONFERENCIA DE UM CODIGO DE VERIFICACAO: DIZ SE O
      *           CODIGO CONSTA DO REGISTRO E PARA QUEM FOI EMITIDO.
      *     CADA DOCUMENTO EMITIDO RECEBE O NUMERO SEGUINTE AO ULTIMO
      *     DO REGISTRO DE EMISSAO (DOCREG, SO ACRESCIDO) E UM CODIGO
      *     DE VERIFICACAO IMPRESSO NO DOCUMENTO; A LINHA DO REGISTRO
      *     E GRAVADA ANTES DA IMPRESSAO (DOCRPT). PEDIDO RECUSADO SAI
      *     NO RELATORIO COM O MOTIVO E O RUN TERMINA COM RC 4;
      *     CADASTRO OU PEDIDO QUE NAO ABREM, OU REGISTRO MAIOR QUE A
      *     TABELA, PARAM COM RC 8 SEM EMITIR NADA
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A CERTIDAO DE HISTORICO PASSOU A LISTAR, DEPOIS DA MEDIA
      *     GERAL, AS DISCIPLINAS CREDITADAS POR APROVEITAMENTO DE
      *     ESTUDOS (APROVEIT, PROGCOB85), COMO O PROGCOB14
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
               SELECT MOVIMENTO-DOC ASSIGN TO DOCMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DOCMOV-STATUS.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT NOTAHIX-IO ASSIGN TO NOTAHIX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-NIX-CHAVE
                   ALTERNATE RECORD KEY IS REG-NIX-TERMO
                       WITH DUPLICATES
                   FILE STATUS IS WRK-NOTAHIX-STATUS.
               SELECT ELEGIVEIS-IN ASSIGN TO DIPLOK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DIPLOK-STATUS.
               SELECT CREDITOS-IN ASSIGN TO APROVEIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APROVEIT-STATUS.
               SELECT REGISTRO-IN ASSIGN TO DOCREG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DOCREG-STATUS.
               SELECT REGISTRO-OUT ASSIGN TO DOCREG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DOCREG-STATUS.
               SELECT RELATORIO-DOC ASSIGN TO DOCRPT
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
           FD  MOVIMENTO-DOC.
           01  LINHA-MOVIMENTO-DOC PIC X(39).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
                   88 ALU-INATIVO   VALUE 'I' 'T' 'F' 'D' 'S' 'C'.
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  NOTAHIX-IO.
           01  REG-NOTA-IX.
               02 REG-NIX-CHAVE.
                   03 REG-NIX-MATRICULA PIC 9(06).
                   03 REG-NIX-TERMO     PIC X(06).
               02 REG-NIX-NOME      PIC X(30).
               02 REG-NIX-CURSO     PIC X(20).
               02 REG-NIX-NOTA1     PIC 9(02).
               02 REG-NIX-NOTA2     PIC 9(02).
               02 REG-NIX-MEDIA     PIC 9(03)V9.
               02 REG-NIX-SITUACAO  PIC X(14).
               02 REG-NIX-FREQ-PCT  PIC 9(03).
           FD  ELEGIVEIS-IN.
           01  REG-ELEGIVEL-IN.
               02 REG-ELE-MATRICULA PIC 9(06).
               02 FILLER            PIC X(02).
               02 REG-ELE-NOME      PIC X(30).
               02 FILLER            PIC X(02).
               02 REG-ELE-CURSO     PIC X(20).
           FD  CREDITOS-IN.
           01  LINHA-CREDITO-IN PIC X(133).
           FD  REGISTRO-IN.
           01  LINHA-REGISTRO-IN PIC X(136).
           FD  REGISTRO-OUT.
           01  LINHA-REGISTRO-OUT PIC X(136).
           FD  RELATORIO-DOC.
           01  LINHA-DOC PIC X(132).
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
           COPY CPYCAB.
           COPY CPYDOCO.
           COPY CPYAPRO.
           77 WRK-DOCMOV-STATUS PIC X(02) VALUE '00'.
               88 DOCMOV-OK VALUE '00'.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-NOTAHIX-STATUS PIC X(02) VALUE '00'.
               88 NOTAHIX-OK VALUE '00'.
           77 WRK-DIPLOK-STATUS PIC X(02) VALUE '00'.
               88 DIPLOK-OK VALUE '00'.
           77 WRK-APROVEIT-STATUS PIC X(02) VALUE '00'.
               88 APROVEIT-OK VALUE '00'.
           77 WRK-FIM-CREDITOS PIC X(01) VALUE 'N'.
               88 FIM-CREDITOS VALUE 'S'.
           77 WRK-QTD-CRD-ALU PIC 9(03) VALUE ZEROS.
           77 WRK-NOTA-APV-ED PIC Z9,9 VALUE ZEROS.
           77 WRK-DOCREG-STATUS PIC X(02) VALUE '00'.
               88 DOCREG-OK VALUE '00'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-HISTORICO VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-HORA-AGORA PIC X(08) VALUE SPACES.
      ******************************
      **** REGISTRO DE EMISSAO EM MEMORIA (AS LINHAS ANTERIORES MAIS
      **** AS EMITIDAS NESTE RUN), PARA O NUMERO SEGUINTE, O DIPLOMA
      **** JA REGISTRADO E A CONFERENCIA DE CODIGO
      ******************************
           77 WRK-QTD-DRG PIC 9(05) VALUE ZEROS.
           01 TAB-REGISTRO-DOC.
               02 TAB-DRG OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WRK-QTD-DRG.
                   03 TAB-DRG-REGISTRO PIC X(136).
           77 WRK-DRG-SUB PIC 9(05) VALUE ZEROS.
           77 WRK-DRG-ACHADO PIC 9(05) VALUE ZEROS.
      ******************************
      **** ALUNOS ELEGIVEIS PARA DIPLOMA (DIPLOK DO PROGCOB24)
      ******************************
           77 WRK-QTD-ELE PIC 9(04) VALUE ZEROS.
           01 TAB-ELEGIVEIS.
               02 TAB-ELE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-ELE
                  INDEXED BY TAB-ELE-IDX.
                   03 TAB-ELE-MATRICULA PIC 9(06).
           77 WRK-ELEGIVEL PIC X(01) VALUE 'N'.
               88 ALUNO-ELEGIVEL VALUE 'S'.
      ******************************
      **** ULTIMO NUMERO DE DOCUMENTO E ULTIMA POSICAO DO LIVRO DE
      **** REGISTRO DE DIPLOMAS: DEZ REGISTROS POR FOLHA, DUZENTAS
      **** FOLHAS POR LIVRO
      ******************************
           77 WRK-ULTIMO-NUMERO PIC 9(07) VALUE ZEROS.
           77 WRK-ULTIMO-LIVRO  PIC 9(03) VALUE ZEROS.
           77 WRK-ULTIMA-FOLHA  PIC 9(03) VALUE ZEROS.
           77 WRK-ULTIMO-REGISTRO PIC 9(02) VALUE ZEROS.
           77 WRK-REGISTROS-FOLHA PIC 9(02) VALUE 10.
           77 WRK-FOLHAS-LIVRO  PIC 9(03) VALUE 200.
      ******************************
      **** AUTENTICADOR DO CODIGO DE VERIFICACAO: RESTO DA SOMA
      **** PONDERADA DE NUMERO, MATRICULA, DATA E HORA DA EMISSAO
      **** POR UM PRIMO DE SETE DIGITOS
      ******************************
           77 WRK-DATA-NUM PIC 9(08) VALUE ZEROS.
           77 WRK-HORA-NUM PIC 9(08) VALUE ZEROS.
           77 WRK-SOMA-AUTENT PIC 9(15) VALUE ZEROS COMP-3.
           77 WRK-QUOC-AUTENT PIC 9(15) VALUE ZEROS COMP-3.
           77 WRK-PRIMO-AUTENT PIC 9(07) VALUE 9999991.
      ******************************
      **** LINHAS DO DOCUMENTO E DO HISTORICO NA CERTIDAO
      ******************************
           01 WRK-LINHA-TERMO.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 WRK-LTR-TERMO     PIC X(06) VALUE SPACES.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 WRK-LTR-NOTA1     PIC Z9 VALUE ZEROS.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 WRK-LTR-NOTA2     PIC Z9 VALUE ZEROS.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 WRK-LTR-MEDIA     PIC ZZ9,9 VALUE ZEROS.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 WRK-LTR-FREQ      PIC X(04) VALUE SPACES.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 WRK-LTR-SITUACAO  PIC X(14) VALUE SPACES.
           01 WRK-LINHA-EXC.
               02 FILLER            PIC X(10) VALUE 'RECUSADO'.
               02 WRK-LEX-TIPO      PIC X(01) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-MATRICULA PIC X(06) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-CODIGO    PIC X(16) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LEX-MOTIVO    PIC X(60) VALUE SPACES.
           77 WRK-MOTIVO PIC X(60) VALUE SPACES.
           77 WRK-TITULO-DOC PIC X(40) VALUE SPACES.
           77 WRK-LINHA-TXT PIC X(132) VALUE SPACES.
           77 WRK-NUMERO-ED PIC 9(07) VALUE ZEROS.
           77 WRK-MATRICULA-ED PIC 9(06) VALUE ZEROS.
           77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
           77 WRK-FREQ-PCT-ED PIC ZZ9 VALUE ZEROS.
           77 WRK-MEDIA-GERAL-ED PIC ZZ9,9 VALUE ZEROS.
           77 WRK-LIVRO-ED PIC ZZ9 VALUE ZEROS.
           77 WRK-FOLHA-ED PIC ZZ9 VALUE ZEROS.
           77 WRK-REGISTRO-ED PIC Z9 VALUE ZEROS.
           77 WRK-QTD-TERMOS-ALU PIC 9(03) VALUE ZEROS.
           77 WRK-SOMA-MEDIAS-ALU PIC 9(05)V9 VALUE ZEROS COMP-3.
           77 WRK-MEDIA-GERAL-ALU PIC 9(03)V9 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DECLARACOES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CERTIDOES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DIPLOMAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CONFERIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-NAO-CONSTAM PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ACEITOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADOS PIC 9(06) VALUE ZEROS.
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
               CLOSE RELATORIO-DOC.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O REGISTRO DE EMISSAO E OS ELEGIVEIS; ABRE O
      **** CADASTRO, O HISTORICO INDEXADO E O PEDIDO. O QUE FALTAR
      **** DO CADASTRO OU DO PEDIDO PARA COM 8 SEM EMITIR NADA
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-DOC.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'EMISSAO DE DOCUMENTOS OFICIAIS - '
                          DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE SPACES TO LINHA-DOC.
               WRITE LINHA-DOC.
               PERFORM 0110-CARREGAR-REGISTRO.
               PERFORM 0120-CARREGAR-ELEGIVEIS.
               IF TABELA-ESTOURADA
                   MOVE 'REGISTRO DE EMISSAO OU ELEGIVEIS ESTOUROU A T'
                       TO LINHA-DOC
                   MOVE 'ABELA - NADA EMITIDO' TO LINHA-DOC (47:20)
                   WRITE LINHA-DOC
                   DISPLAY 'PROGDOC: TABELA ESTOUROU'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT ALUNO-MASTER
                   IF NOT ALUMST-OK
                       MOVE 'CADASTRO ALUMST NAO ABRIU - NADA EMITIDO'
                           TO LINHA-DOC
                       WRITE LINHA-DOC
                       DISPLAY 'PROGDOC: ALUMST NAO ABRIU - STATUS '
                           WRK-ALUMST-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT MOVIMENTO-DOC
                   IF NOT DOCMOV-OK
                       MOVE 'PEDIDO DOCMOV NAO ABRIU - NADA EMITIDO'
                           TO LINHA-DOC
                       WRITE LINHA-DOC
                       DISPLAY 'PROGDOC: DOCMOV NAO ABRIU - STATUS '
                           WRK-DOCMOV-STATUS
                       CLOSE ALUNO-MASTER
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT NOTAHIX-IO
                   OPEN EXTEND REGISTRO-OUT
               END-IF.
      ******************************
      **** REGISTRO DE EMISSAO: GUARDA CADA LINHA E APURA O ULTIMO
      **** NUMERO EMITIDO E A ULTIMA POSICAO DO LIVRO DE DIPLOMAS.
      **** REGISTRO AUSENTE = PRIMEIRA EMISSAO (NUMERO 1, LIVRO 1)
      ******************************
           0110-CARREGAR-REGISTRO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT REGISTRO-IN.
               IF DOCREG-OK
                   PERFORM 0115-LER-REGISTRO
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE REGISTRO-IN
               END-IF.
           0115-LER-REGISTRO.
               READ REGISTRO-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-QTD-DRG < 19000
                           ADD 1 TO WRK-QTD-DRG
                           MOVE LINHA-REGISTRO-IN
                               TO TAB-DRG-REGISTRO (WRK-QTD-DRG)
                           MOVE LINHA-REGISTRO-IN
                               TO WRK-DOCUMENTO-EMITIDO
                           PERFORM 0117-APURAR-ULTIMO
                       ELSE
                           SET TABELA-ESTOURADA TO TRUE
                       END-IF
               END-READ.
           0117-APURAR-ULTIMO.
               IF WRK-DOC-NUMERO > WRK-ULTIMO-NUMERO
                   MOVE WRK-DOC-NUMERO TO WRK-ULTIMO-NUMERO
               END-IF.
               IF DOC-DIPLOMA
                   IF WRK-DOC-LIVRO > WRK-ULTIMO-LIVRO
                       OR (WRK-DOC-LIVRO = WRK-ULTIMO-LIVRO
                           AND WRK-DOC-FOLHA > WRK-ULTIMA-FOLHA)
                       OR (WRK-DOC-LIVRO = WRK-ULTIMO-LIVRO
                           AND WRK-DOC-FOLHA = WRK-ULTIMA-FOLHA
                           AND WRK-DOC-REGISTRO > WRK-ULTIMO-REGISTRO)
                       MOVE WRK-DOC-LIVRO TO WRK-ULTIMO-LIVRO
                       MOVE WRK-DOC-FOLHA TO WRK-ULTIMA-FOLHA
                       MOVE WRK-DOC-REGISTRO TO WRK-ULTIMO-REGISTRO
                   END-IF
               END-IF.
      ******************************
      **** ELEGIVEIS PARA DIPLOMA; SEM O DIPLOK NENHUM DIPLOMA SAI
      **** (OS PEDIDOS D SAO RECUSADOS UM A UM)
      ******************************
           0120-CARREGAR-ELEGIVEIS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT ELEGIVEIS-IN.
               IF DIPLOK-OK
                   PERFORM 0125-LER-ELEGIVEL
                       UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                   CLOSE ELEGIVEIS-IN
               ELSE
                   DISPLAY 'PROGDOC: DIPLOK NAO ABRIU - STATUS '
                       WRK-DIPLOK-STATUS ' - SEM DIPLOMAS'
               END-IF.
           0125-LER-ELEGIVEL.
               READ ELEGIVEIS-IN
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WRK-QTD-ELE < 5000
                           ADD 1 TO WRK-QTD-ELE
                           MOVE REG-ELE-MATRICULA
                               TO TAB-ELE-MATRICULA (WRK-QTD-ELE)
                       ELSE
                           SET TABELA-ESTOURADA TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** UM PEDIDO POR VEZ: M, H E D EMITEM; V CONFERE UM CODIGO;
      **** QUALQUER OUTRO TIPO E RECUSADO
      ******************************
           0200-PROCESSAR-MOVIMENTO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               PERFORM 0210-LER-MOVIMENTO UNTIL FIM-ARQUIVO.
               CLOSE MOVIMENTO-DOC ALUNO-MASTER NOTAHIX-IO
                   REGISTRO-OUT.
           0210-LER-MOVIMENTO.
               READ MOVIMENTO-DOC INTO WRK-MOV-DOCUMENTO
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-LIDOS
                       EVALUATE TRUE
                           WHEN MDC-DECLARACAO OR MDC-CERTIDAO
                               OR MDC-DIPLOMA
                               PERFORM 0220-VALIDAR-PEDIDO
                           WHEN MDC-VERIFICACAO
                               PERFORM 0500-CONFERIR-CODIGO
                           WHEN OTHER
                               MOVE 'TIPO DE PEDIDO INVALIDO'
                                   TO WRK-MOTIVO
                               PERFORM 0700-GRAVAR-EXCECAO
                       END-EVALUATE
               END-READ.
      ******************************
      **** PEDIDO DE EMISSAO: MATRICULA NO CADASTRO, USUARIO
      **** INFORMADO E A REGRA PROPRIA DE CADA DOCUMENTO
      ******************************
           0220-VALIDAR-PEDIDO.
               IF WRK-MDC-MATRICULA IS NOT NUMERIC
                   MOVE 'MATRICULA INVALIDA' TO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   MOVE WRK-MDC-MATR-NUM TO REG-ALU-MATRICULA
                   READ ALUNO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN NOT ALUMST-OK
                           MOVE 'MATRICULA NAO CADASTRADA NO ALUMST'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN WRK-MDC-USUARIO = SPACES
                           MOVE 'USUARIO EMISSOR EM BRANCO'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN WRK-QTD-DRG >= 20000
                           MOVE 'REGISTRO DE EMISSAO CHEIO NESTE RUN'
                               TO WRK-MOTIVO
                           PERFORM 0700-GRAVAR-EXCECAO
                       WHEN MDC-DECLARACAO
                           PERFORM 0230-VALIDAR-DECLARACAO
                       WHEN MDC-CERTIDAO
                           PERFORM 0240-VALIDAR-CERTIDAO
                       WHEN MDC-DIPLOMA
                           PERFORM 0250-VALIDAR-DIPLOMA
                   END-EVALUATE
               END-IF.
           0230-VALIDAR-DECLARACAO.
               IF ALU-INATIVO
                   MOVE SPACES TO WRK-MOTIVO
                   STRING 'ALUNO INATIVO (SITUACAO ' DELIMITED BY SIZE
                          REG-ALU-STATUS DELIMITED BY SIZE
                          ') - SEM DECLARACAO' DELIMITED BY SIZE
                          INTO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   PERFORM 0300-REGISTRAR-EMISSAO
                   PERFORM 0400-IMPRIMIR-CABECALHO
                   PERFORM 0410-IMPRIMIR-DECLARACAO
                   PERFORM 0480-IMPRIMIR-RODAPE
                   ADD 1 TO WRK-TOTAL-DECLARACOES
               END-IF.
      ******************************
      **** CERTIDAO SO SAI PARA QUEM TEM HISTORICO: O PRIMEIRO TERMO
      **** DA MATRICULA E LIDO ANTES DE NUMERAR O DOCUMENTO
      ******************************
           0240-VALIDAR-CERTIDAO.
               PERFORM 0245-POSICIONAR-HISTORICO.
               IF FIM-HISTORICO
                   MOVE 'MATRICULA SEM HISTORICO NO NOTAHIX'
                       TO WRK-MOTIVO
                   PERFORM 0700-GRAVAR-EXCECAO
               ELSE
                   PERFORM 0300-REGISTRAR-EMISSAO
                   PERFORM 0400-IMPRIMIR-CABECALHO
                   PERFORM 0420-IMPRIMIR-CERTIDAO
                   PERFORM 0480-IMPRIMIR-RODAPE
                   ADD 1 TO WRK-TOTAL-CERTIDOES
               END-IF.
           0245-POSICIONAR-HISTORICO.
               MOVE 'N' TO WRK-FIM-HISTORICO.
               MOVE REG-ALU-MATRICULA TO REG-NIX-MATRICULA.
               MOVE SPACES TO REG-NIX-TERMO.
               START NOTAHIX-IO KEY NOT < REG-NIX-CHAVE
                   INVALID KEY SET FIM-HISTORICO TO TRUE
               END-START.
               IF NOT FIM-HISTORICO
                   PERFORM 0247-LER-HISTORICO
               END-IF.
           0247-LER-HISTORICO.
               READ NOTAHIX-IO NEXT RECORD
                   AT END SET FIM-HISTORICO TO TRUE
                   NOT AT END
                       IF REG-NIX-MATRICULA NOT = REG-ALU-MATRICULA
                           SET FIM-HISTORICO TO TRUE
                       END-IF
               END-READ.
      ******************************
      **** DIPLOMA: SO PARA QUEM O PROGCOB24 DEU COMO ELEGIVEL E UMA
      **** UNICA VEZ -- O DIPLOMA JA REGISTRADO NO LIVRO E RECUSADO
      **** COM O LIVRO/FOLHA/REGISTRO DELE
      ******************************
           0250-VALIDAR-DIPLOMA.
               MOVE 'N' TO WRK-ELEGIVEL.
               IF WRK-QTD-ELE > 0
                   SET TAB-ELE-IDX TO 1
                   SEARCH TAB-ELE
                       AT END CONTINUE
                       WHEN TAB-ELE-MATRICULA (TAB-ELE-IDX)
                           = REG-ALU-MATRICULA
                           SET ALUNO-ELEGIVEL TO TRUE
                   END-SEARCH
               END-IF.
               MOVE ZEROS TO WRK-DRG-ACHADO.
               PERFORM 0255-PROCURAR-DIPLOMA
                   VARYING WRK-DRG-SUB FROM 1 BY 1
                   UNTIL WRK-DRG-SUB > WRK-QTD-DRG
                      OR WRK-DRG-ACHADO > 0.
               EVALUATE TRUE
                   WHEN NOT ALUNO-ELEGIVEL
                       MOVE 'ALUNO FORA DOS ELEGIVEIS DO DIPLOK'
                           TO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN WRK-DRG-ACHADO > 0
                       MOVE TAB-DRG-REGISTRO (WRK-DRG-ACHADO)
                           TO WRK-DOCUMENTO-EMITIDO
                       MOVE WRK-DOC-LIVRO TO WRK-LIVRO-ED
                       MOVE WRK-DOC-FOLHA TO WRK-FOLHA-ED
                       MOVE WRK-DOC-REGISTRO TO WRK-REGISTRO-ED
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'DIPLOMA JA REGISTRADO: LIVRO '
                                  DELIMITED BY SIZE
                              WRK-LIVRO-ED DELIMITED BY SIZE
                              ' FOLHA ' DELIMITED BY SIZE
                              WRK-FOLHA-ED DELIMITED BY SIZE
                              ' REGISTRO ' DELIMITED BY SIZE
                              WRK-REGISTRO-ED DELIMITED BY SIZE
                              INTO WRK-MOTIVO
                       PERFORM 0700-GRAVAR-EXCECAO
                   WHEN OTHER
                       PERFORM 0260-PROXIMA-POSICAO-LIVRO
                       PERFORM 0300-REGISTRAR-EMISSAO
                       PERFORM 0400-IMPRIMIR-CABECALHO
                       PERFORM 0430-IMPRIMIR-DIPLOMA
                       PERFORM 0480-IMPRIMIR-RODAPE
                       ADD 1 TO WRK-TOTAL-DIPLOMAS
               END-EVALUATE.
           0255-PROCURAR-DIPLOMA.
               MOVE TAB-DRG-REGISTRO (WRK-DRG-SUB)
                   TO WRK-DOCUMENTO-EMITIDO.
               IF DOC-DIPLOMA
                   AND WRK-DOC-MATRICULA = REG-ALU-MATRICULA
                   MOVE WRK-DRG-SUB TO WRK-DRG-ACHADO
               END-IF.
      ******************************
      **** POSICAO SEGUINTE DO LIVRO DE REGISTRO DE DIPLOMAS: FOLHA
      **** CHEIA PASSA A FOLHA, LIVRO CHEIO ABRE O LIVRO SEGUINTE
      ******************************
           0260-PROXIMA-POSICAO-LIVRO.
               IF WRK-ULTIMO-LIVRO = ZEROS
                   MOVE 1 TO WRK-ULTIMO-LIVRO
                   MOVE 1 TO WRK-ULTIMA-FOLHA
                   MOVE ZEROS TO WRK-ULTIMO-REGISTRO
               END-IF.
               ADD 1 TO WRK-ULTIMO-REGISTRO.
               IF WRK-ULTIMO-REGISTRO > WRK-REGISTROS-FOLHA
                   MOVE 1 TO WRK-ULTIMO-REGISTRO
                   ADD 1 TO WRK-ULTIMA-FOLHA
                   IF WRK-ULTIMA-FOLHA > WRK-FOLHAS-LIVRO
                       MOVE 1 TO WRK-ULTIMA-FOLHA
                       ADD 1 TO WRK-ULTIMO-LIVRO
                   END-IF
               END-IF.
      ******************************
      **** NUMERA O DOCUMENTO, CALCULA O CODIGO DE VERIFICACAO E
      **** GRAVA A LINHA NO REGISTRO DE EMISSAO ANTES DE IMPRIMIR
      ******************************
           0300-REGISTRAR-EMISSAO.
               ACCEPT WRK-HORA-AGORA FROM TIME.
               ADD 1 TO WRK-ULTIMO-NUMERO.
               MOVE SPACES TO WRK-DOCUMENTO-EMITIDO.
               MOVE WRK-ULTIMO-NUMERO TO WRK-DOC-NUMERO.
               MOVE WRK-MDC-TIPO TO WRK-DOC-TIPO.
               MOVE REG-ALU-MATRICULA TO WRK-DOC-MATRICULA.
               MOVE REG-ALU-NOME TO WRK-DOC-NOME.
               MOVE REG-ALU-CURSO TO WRK-DOC-CURSO.
               MOVE WRK-DATA-HOJE TO WRK-DOC-DATA.
               MOVE WRK-HORA-AGORA TO WRK-DOC-HORA.
               MOVE WRK-MDC-USUARIO TO WRK-DOC-USUARIO.
               IF MDC-DIPLOMA
                   MOVE WRK-ULTIMO-LIVRO TO WRK-DOC-LIVRO
                   MOVE WRK-ULTIMA-FOLHA TO WRK-DOC-FOLHA
                   MOVE WRK-ULTIMO-REGISTRO TO WRK-DOC-REGISTRO
               ELSE
                   MOVE ZEROS TO WRK-DOC-LIVRO WRK-DOC-FOLHA
                       WRK-DOC-REGISTRO
               END-IF.
               MOVE WRK-DATA-HOJE TO WRK-DATA-NUM.
               MOVE WRK-HORA-AGORA TO WRK-HORA-NUM.
               COMPUTE WRK-SOMA-AUTENT = WRK-DOC-NUMERO * 7919
                   + WRK-DOC-MATRICULA * 104729
                   + WRK-DATA-NUM * 31 + WRK-HORA-NUM * 97.
               DIVIDE WRK-SOMA-AUTENT BY WRK-PRIMO-AUTENT
                   GIVING WRK-QUOC-AUTENT
                   REMAINDER WRK-DOC-COD-AUTENT.
               MOVE WRK-DOC-TIPO TO WRK-DOC-COD-TIPO.
               MOVE WRK-DOC-NUMERO TO WRK-DOC-COD-NUMERO.
               MOVE '-' TO WRK-DOC-COD-TRACO.
               WRITE LINHA-REGISTRO-OUT FROM WRK-DOCUMENTO-EMITIDO.
               ADD 1 TO WRK-QTD-DRG.
               MOVE WRK-DOCUMENTO-EMITIDO
                   TO TAB-DRG-REGISTRO (WRK-QTD-DRG).
               ADD 1 TO WRK-TOTAL-ACEITOS.
      ******************************
      **** CABECALHO COMUM DOS DOCUMENTOS: ESCOLA, TITULO E NUMERO
      ******************************
           0400-IMPRIMIR-CABECALHO.
               EVALUATE TRUE
                   WHEN DOC-DECLARACAO
                       MOVE 'DECLARACAO DE MATRICULA' TO WRK-TITULO-DOC
                   WHEN DOC-CERTIDAO
                       MOVE 'CERTIDAO DE HISTORICO ESCOLAR'
                           TO WRK-TITULO-DOC
                   WHEN DOC-DIPLOMA
                       MOVE 'DIPLOMA' TO WRK-TITULO-DOC
               END-EVALUATE.
               MOVE ALL '=' TO LINHA-DOC.
               WRITE LINHA-DOC.
               MOVE CAB-EMPRESA TO LINHA-DOC.
               WRITE LINHA-DOC.
               MOVE WRK-DOC-NUMERO TO WRK-NUMERO-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING WRK-TITULO-DOC DELIMITED BY SIZE
                      '   DOCUMENTO NO ' DELIMITED BY SIZE
                      WRK-NUMERO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE SPACES TO LINHA-DOC.
               WRITE LINHA-DOC.
           0410-IMPRIMIR-DECLARACAO.
               MOVE WRK-DOC-MATRICULA TO WRK-MATRICULA-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE '
                          DELIMITED BY SIZE
                      WRK-DOC-NOME DELIMITED BY SIZE
                      ', MATRICULA ' DELIMITED BY SIZE
                      WRK-MATRICULA-ED DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'ESTA REGULARMENTE MATRICULADO(A) NO CURSO '
                          DELIMITED BY SIZE
                      WRK-DOC-CURSO DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
      ******************************
      **** CERTIDAO: UMA LINHA POR TERMO DO HISTORICO INDEXADO (O
      **** PRIMEIRO JA LIDO NA VALIDACAO) E A MEDIA GERAL NO FIM
      ******************************
           0420-IMPRIMIR-CERTIDAO.
               MOVE WRK-DOC-MATRICULA TO WRK-MATRICULA-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'CERTIFICAMOS QUE ' DELIMITED BY SIZE
                      WRK-DOC-NOME DELIMITED BY SIZE
                      ', MATRICULA ' DELIMITED BY SIZE
                      WRK-MATRICULA-ED DELIMITED BY SIZE
                      ', CURSO ' DELIMITED BY SIZE
                      WRK-DOC-CURSO DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE 'CURSOU OS TERMOS ABAIXO, COM OS RESULTADOS:'
                   TO LINHA-DOC.
               WRITE LINHA-DOC.
               MOVE SPACES TO LINHA-DOC.
               WRITE LINHA-DOC.
               MOVE '    TERMO   NOTA1 NOTA2   MEDIA    FREQ    SITUA'
                   TO LINHA-DOC.
               MOVE 'CAO' TO LINHA-DOC (49:3).
               WRITE LINHA-DOC.
               MOVE ZEROS TO WRK-QTD-TERMOS-ALU WRK-SOMA-MEDIAS-ALU.
               PERFORM 0425-IMPRIMIR-TERMO UNTIL FIM-HISTORICO.
               IF WRK-QTD-TERMOS-ALU > 0
                   COMPUTE WRK-MEDIA-GERAL-ALU ROUNDED =
                       WRK-SOMA-MEDIAS-ALU / WRK-QTD-TERMOS-ALU
               END-IF.
               MOVE WRK-MEDIA-GERAL-ALU TO WRK-MEDIA-GERAL-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING '    MEDIA GERAL: ' DELIMITED BY SIZE
                      WRK-MEDIA-GERAL-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               PERFORM 0427-IMPRIMIR-APROVEITAMENTO.
           0425-IMPRIMIR-TERMO.
               MOVE REG-NIX-TERMO TO WRK-LTR-TERMO.
               MOVE REG-NIX-NOTA1 TO WRK-LTR-NOTA1.
               MOVE REG-NIX-NOTA2 TO WRK-LTR-NOTA2.
               MOVE REG-NIX-MEDIA TO WRK-LTR-MEDIA.
               IF REG-NIX-FREQ-PCT = ZEROS
                   MOVE SPACES TO WRK-LTR-FREQ
               ELSE
                   MOVE REG-NIX-FREQ-PCT TO WRK-FREQ-PCT-ED
                   MOVE SPACES TO WRK-LTR-FREQ
                   STRING WRK-FREQ-PCT-ED DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                          INTO WRK-LTR-FREQ
               END-IF.
               MOVE REG-NIX-SITUACAO TO WRK-LTR-SITUACAO.
               WRITE LINHA-DOC FROM WRK-LINHA-TERMO.
               ADD 1 TO WRK-QTD-TERMOS-ALU.
               ADD REG-NIX-MEDIA TO WRK-SOMA-MEDIAS-ALU.
               PERFORM 0247-LER-HISTORICO.
      ******************************
      **** DISCIPLINAS CREDITADAS AO ALUNO POR APROVEITAMENTO DE
      **** ESTUDOS (ARQUIVO OPCIONAL); NAO ENTRAM NA MEDIA GERAL
      ******************************
           0427-IMPRIMIR-APROVEITAMENTO.
               MOVE ZEROS TO WRK-QTD-CRD-ALU.
               MOVE 'N' TO WRK-FIM-CREDITOS.
               OPEN INPUT CREDITOS-IN.
               IF APROVEIT-OK
                   PERFORM 0428-LER-CREDITO UNTIL FIM-CREDITOS
                   CLOSE CREDITOS-IN
               END-IF.
           0428-LER-CREDITO.
               READ CREDITOS-IN INTO WRK-APROVEITAMENTO
                   AT END SET FIM-CREDITOS TO TRUE
                   NOT AT END
                       IF WRK-APV-MATRICULA = WRK-DOC-MATRICULA
                           PERFORM 0429-IMPRIMIR-CREDITO
                       END-IF
               END-READ.
           0429-IMPRIMIR-CREDITO.
               IF WRK-QTD-CRD-ALU = 0
                   MOVE SPACES TO LINHA-DOC
                   WRITE LINHA-DOC
                   MOVE 'APROVEITAMENTO DE ESTUDOS (CURSADAS EM OUTRA'
                       TO LINHA-DOC
                   MOVE 'INSTITUICAO):' TO LINHA-DOC (46:13)
                   WRITE LINHA-DOC
               END-IF.
               ADD 1 TO WRK-QTD-CRD-ALU.
               MOVE WRK-APV-NOTA TO WRK-NOTA-APV-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING '    ' DELIMITED BY SIZE
                      WRK-APV-TERMO DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-APV-DISCIPLINA DELIMITED BY SIZE
                      '  CRED ' DELIMITED BY SIZE
                      WRK-APV-CREDITOS DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-APV-INSTITUICAO DELIMITED BY SIZE
                      '  NOTA ' DELIMITED BY SIZE
                      WRK-NOTA-APV-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
           0430-IMPRIMIR-DIPLOMA.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'CONFERE A ' DELIMITED BY SIZE
                      WRK-DOC-NOME DELIMITED BY SIZE
                      ' O PRESENTE DIPLOMA DE CONCLUSAO DO CURSO '
                          DELIMITED BY SIZE
                      WRK-DOC-CURSO DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE WRK-DOC-MATRICULA TO WRK-MATRICULA-ED.
               MOVE WRK-DOC-LIVRO TO WRK-LIVRO-ED.
               MOVE WRK-DOC-FOLHA TO WRK-FOLHA-ED.
               MOVE WRK-DOC-REGISTRO TO WRK-REGISTRO-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'MATRICULA ' DELIMITED BY SIZE
                      WRK-MATRICULA-ED DELIMITED BY SIZE
                      ' - REGISTRADO NO LIVRO ' DELIMITED BY SIZE
                      WRK-LIVRO-ED DELIMITED BY SIZE
                      ', FOLHA ' DELIMITED BY SIZE
                      WRK-FOLHA-ED DELIMITED BY SIZE
                      ', SOB O NUMERO ' DELIMITED BY SIZE
                      WRK-REGISTRO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
      ******************************
      **** RODAPE: DATA/HORA, EMISSOR E CODIGO DE VERIFICACAO
      ******************************
           0480-IMPRIMIR-RODAPE.
               MOVE SPACES TO LINHA-DOC.
               WRITE LINHA-DOC.
               MOVE WRK-DATA-NUM TO WRK-DATA-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'EMITIDO EM ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' AS ' DELIMITED BY SIZE
                      WRK-DOC-HORA (1:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      WRK-DOC-HORA (3:2) DELIMITED BY SIZE
                      ' POR ' DELIMITED BY SIZE
                      WRK-DOC-USUARIO DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'CODIGO DE VERIFICACAO: ' DELIMITED BY SIZE
                      WRK-DOC-CODIGO DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE SPACES TO LINHA-DOC.
               WRITE LINHA-DOC.
      ******************************
      **** CONFERENCIA: O CODIGO APRESENTADO SO VALE SE A LINHA
      **** CONSTA DO REGISTRO DE EMISSAO; A RESPOSTA DIZ O TIPO,
      **** A DATA E PARA QUEM FOI EMITIDO
      ******************************
           0500-CONFERIR-CODIGO.
               ADD 1 TO WRK-TOTAL-CONFERIDOS.
               MOVE ZEROS TO WRK-DRG-ACHADO.
               PERFORM 0510-PROCURAR-CODIGO
                   VARYING WRK-DRG-SUB FROM 1 BY 1
                   UNTIL WRK-DRG-SUB > WRK-QTD-DRG
                      OR WRK-DRG-ACHADO > 0.
               MOVE ALL '-' TO LINHA-DOC.
               WRITE LINHA-DOC.
               IF WRK-DRG-ACHADO = 0
                   ADD 1 TO WRK-TOTAL-NAO-CONSTAM
                   MOVE SPACES TO WRK-LINHA-TXT
                   STRING 'CONFERENCIA DO CODIGO ' DELIMITED BY SIZE
                          WRK-MDC-CODIGO DELIMITED BY SIZE
                          ': NAO CONSTA DO REGISTRO DE EMISSAO - DOCU'
                              DELIMITED BY SIZE
                          'MENTO NAO RECONHECIDO' DELIMITED BY SIZE
                          INTO WRK-LINHA-TXT
                   WRITE LINHA-DOC FROM WRK-LINHA-TXT
               ELSE
                   MOVE TAB-DRG-REGISTRO (WRK-DRG-ACHADO)
                       TO WRK-DOCUMENTO-EMITIDO
                   PERFORM 0520-LISTAR-CONFERIDO
               END-IF.
           0510-PROCURAR-CODIGO.
               MOVE TAB-DRG-REGISTRO (WRK-DRG-SUB)
                   TO WRK-DOCUMENTO-EMITIDO.
               IF WRK-DOC-CODIGO = WRK-MDC-CODIGO
                   MOVE WRK-DRG-SUB TO WRK-DRG-ACHADO
               END-IF.
           0520-LISTAR-CONFERIDO.
               EVALUATE TRUE
                   WHEN DOC-DECLARACAO
                       MOVE 'DECLARACAO DE MATRICULA' TO WRK-TITULO-DOC
                   WHEN DOC-CERTIDAO
                       MOVE 'CERTIDAO DE HISTORICO ESCOLAR'
                           TO WRK-TITULO-DOC
                   WHEN DOC-DIPLOMA
                       MOVE 'DIPLOMA' TO WRK-TITULO-DOC
               END-EVALUATE.
               MOVE WRK-DOC-NUMERO TO WRK-NUMERO-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'CONFERENCIA DO CODIGO ' DELIMITED BY SIZE
                      WRK-MDC-CODIGO DELIMITED BY SIZE
                      ': AUTENTICO - ' DELIMITED BY SIZE
                      WRK-TITULO-DOC DELIMITED BY '  '
                      ' NO ' DELIMITED BY SIZE
                      WRK-NUMERO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE WRK-DOC-MATRICULA TO WRK-MATRICULA-ED.
               MOVE WRK-DOC-DATA TO WRK-DATA-NUM.
               MOVE WRK-DATA-NUM TO WRK-DATA-ED.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING '   EMITIDO EM ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' PARA ' DELIMITED BY SIZE
                      WRK-DOC-NOME DELIMITED BY SIZE
                      ' MATRICULA ' DELIMITED BY SIZE
                      WRK-MATRICULA-ED DELIMITED BY SIZE
                      ' CURSO ' DELIMITED BY SIZE
                      WRK-DOC-CURSO DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               IF DOC-DIPLOMA
                   MOVE WRK-DOC-LIVRO TO WRK-LIVRO-ED
                   MOVE WRK-DOC-FOLHA TO WRK-FOLHA-ED
                   MOVE WRK-DOC-REGISTRO TO WRK-REGISTRO-ED
                   MOVE SPACES TO WRK-LINHA-TXT
                   STRING '   LIVRO ' DELIMITED BY SIZE
                          WRK-LIVRO-ED DELIMITED BY SIZE
                          ' FOLHA ' DELIMITED BY SIZE
                          WRK-FOLHA-ED DELIMITED BY SIZE
                          ' REGISTRO ' DELIMITED BY SIZE
                          WRK-REGISTRO-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-TXT
                   WRITE LINHA-DOC FROM WRK-LINHA-TXT
               END-IF.
      ******************************
      **** PEDIDO RECUSADO VAI PARA O RELATORIO COM O MOTIVO; NADA
      **** E NUMERADO
      ******************************
           0700-GRAVAR-EXCECAO.
               ADD 1 TO WRK-TOTAL-RECUSADOS.
               MOVE WRK-MDC-TIPO TO WRK-LEX-TIPO.
               MOVE WRK-MDC-MATRICULA TO WRK-LEX-MATRICULA.
               MOVE WRK-MDC-CODIGO TO WRK-LEX-CODIGO.
               MOVE WRK-MOTIVO TO WRK-LEX-MOTIVO.
               WRITE LINHA-DOC FROM WRK-LINHA-EXC.
      ******************************
      **** TOTAIS NO RELATORIO, TRILHA AUDSUITE E RC 4 QUANDO HOUVE
      **** PEDIDO RECUSADO
      ******************************
           0800-FINALIZAR.
               MOVE ALL '=' TO LINHA-DOC.
               WRITE LINHA-DOC.
               MOVE WRK-TOTAL-DECLARACOES TO WRK-QTD-ED.
               MOVE WRK-TOTAL-CERTIDOES TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-DIPLOMAS TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'DECLARACOES: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   CERTIDOES: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   DIPLOMAS: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE WRK-TOTAL-CONFERIDOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-NAO-CONSTAM TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'CODIGOS CONFERIDOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   NAO CONSTAM: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   PEDIDOS RECUSADOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-DOC FROM WRK-LINHA-TXT.
               MOVE 'PROGDOC' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE WRK-TOTAL-DECLARACOES TO WRK-QTD-ED.
               MOVE WRK-TOTAL-CERTIDOES TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-DIPLOMAS TO WRK-QTD-ED3.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'DEC ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' CERT ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      ' DIPL ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               MOVE WRK-ULTIMO-NUMERO TO WRK-NUMERO-ED.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-QTD-ED.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               STRING 'ULT ' DELIMITED BY SIZE
                      WRK-NUMERO-ED DELIMITED BY SIZE
                      ' RECUSADOS ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
               DISPLAY 'PROGDOC: ' WRK-TOTAL-ACEITOS ' EMITIDO(S), '
                   WRK-TOTAL-CONFERIDOS ' CONFERIDO(S), '
                   WRK-TOTAL-RECUSADOS ' RECUSADO(S)'.
               IF WRK-TOTAL-RECUSADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGDOC' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               ADD WRK-TOTAL-ACEITOS WRK-TOTAL-CONFERIDOS
                   GIVING WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-CTL-REJEITADOS.
               MOVE WRK-ULTIMO-NUMERO TO WRK-CTL-HASH.
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
               MOVE 'PROGDOC' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGDOC' TO WRK-RUN-PROGRAMA.
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
