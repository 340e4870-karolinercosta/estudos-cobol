           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGSOD.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: RELATORIO TRIMESTRAL DE SEGREGACAO DE FUNCOES
      *     (JOB PCOBTRIM). CRUZA AS REGRAS DE CONFLITO (SODREGRA,
      *     COPYBOOK CPYSOD: PARES DE OPCOES DO MENU QUE O MESMO
      *     USUARIO NAO DEVE ACUMULAR) COM A MATRIZ DE PERMISSOES
      *     (PERMAT, MESMO CRITERIO DO PROGCOB00: SEM MATRIZ TUDO
      *     LIBERADO, OPCAO SEM LINHA SO PARA O ADMINISTRADOR, OPCAO
      *     COM LINHA PARA NIVEL <= MINIMO) E COM CADA USUARIO ATIVO
      *     DO USRMST. PARA CADA USUARIO QUE ALCANCA AS DUAS OPCOES DE
      *     UMA REGRA LISTA O CONFLITO NO SODRPT E DIZ SE ELE USOU AS
      *     DUAS, SO UMA OU NENHUMA NO TRIMESTRE (ULTIMOS TRES MESES
      *     ATE HOJE), PELOS DESPACHOS DO MENU GRAVADOS NO AUDLOG.
      *     RC 4 = HA CONFLITO. RC 8 = SEM REGRAS OU SEM CADASTRO
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO.
      *     A LINHA DO AUDLOG PASSOU A 150 POSICOES (SELO DO
      *     ENCADEAMENTO NO FIM); O LAYOUT LIDO NAO MUDA
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
               SELECT MATRIZ-IN ASSIGN TO PERMAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PERMAT-STATUS.
               SELECT REGRAS-IN ASSIGN TO SODREGRA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SODREGRA-STATUS.
               SELECT AUDITORIA-LOG-IN ASSIGN TO AUDLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDLOG-STATUS.
               SELECT USUARIOS-MASTER ASSIGN TO USRMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT RELATORIO-SOD ASSIGN TO SODRPT
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
           FD  PARAMETROS-IN.
           01  REG-PARM-IN.
               02 REG-PARM-NOTA-APROVACAO   PIC 9(02).
               02 REG-PARM-NOTA-RECUP       PIC 9(02).
               02 REG-PARM-NIVEL-ADMIN      PIC 9(02).
           FD  MATRIZ-IN.
           01  REG-MATRIZ-IN.
               02 REG-MAT-OPCAO        PIC 9(02).
               02 REG-MAT-NIVEL-MINIMO PIC 9(02).
           FD  REGRAS-IN.
           01  REG-REGRA-IN PIC X(46).
           FD  AUDITORIA-LOG-IN.
           01  LINHA-AUDITORIA-IN PIC X(150).
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID     PIC X(10).
               02 REG-USR-NOME   PIC X(30).
               02 REG-USR-NIVEL  PIC 9(02).
               02 REG-USR-STATUS PIC X(01).
                   88 USR-ATIVO   VALUE 'A'.
               02 REG-USR-SENHA  PIC X(08).
           FD  RELATORIO-SOD.
           01  LINHA-SOD PIC X(100).
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
           COPY CPYPARM.
           COPY CPYCTRL.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYCAB.
           COPY CPYSOD.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-PERMAT-STATUS PIC X(02) VALUE '00'.
               88 PERMAT-OK VALUE '00'.
           77 WRK-SODREGRA-STATUS PIC X(02) VALUE '00'.
               88 SODREGRA-OK VALUE '00'.
           77 WRK-AUDLOG-STATUS PIC X(02) VALUE '00'.
               88 AUDLOG-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-FIM-MATRIZ PIC X(01) VALUE 'N'.
               88 FIM-MATRIZ VALUE 'S'.
           77 WRK-FIM-REGRAS PIC X(01) VALUE 'N'.
               88 FIM-REGRAS VALUE 'S'.
           77 WRK-FIM-AUDLOG PIC X(01) VALUE 'N'.
               88 FIM-AUDLOG VALUE 'S'.
           77 WRK-FIM-USUARIOS PIC X(01) VALUE 'N'.
               88 FIM-USUARIOS VALUE 'S'.
      ******************************
      **** LINHA DO AUDLOG NO LAYOUT DO DESPACHO DO MENU (PROGCOB00):
      **** USUARIO, DATA E, NO RESTO, OPCAO=NN SEGUIDA DE DESPACHADO
      **** OU NEGADO
      ******************************
           01 WRK-AUDLOG-REG.
               02 WRK-AUDLOG-USUARIO    PIC X(10).
               02 FILLER                PIC X(02).
               02 WRK-AUDLOG-DATA       PIC X(08).
               02 WRK-AUDLOG-HORA-RESTO PIC X(06).
               02 WRK-AUDLOG-RESTO      PIC X(74).
               02 WRK-AUDLOG-MENU REDEFINES WRK-AUDLOG-RESTO.
                   03 WRK-AUDLOG-MARCA-MENU PIC X(13).
                   03 WRK-AUDLOG-OPCAO      PIC X(02).
                   03 WRK-AUDLOG-DESPACHO   PIC X(12).
                   03 FILLER                PIC X(47).
      ******************************
      **** MATRIZ DE PERMISSOES EM MEMORIA (OPCAO X NIVEL MINIMO)
      ******************************
           77 WRK-QTD-MATRIZ PIC 9(02) VALUE ZEROS.
           01 TAB-MATRIZ.
               02 TAB-MAT OCCURS 1 TO 20 TIMES
                  DEPENDING ON WRK-QTD-MATRIZ
                  INDEXED BY TAB-MAT-IDX.
                   03 TAB-MAT-OPCAO        PIC 9(02).
                   03 TAB-MAT-NIVEL-MINIMO PIC 9(02).
      ******************************
      **** REGRAS DE CONFLITO EM MEMORIA
      ******************************
           77 WRK-QTD-REGRAS PIC 9(02) VALUE ZEROS.
           01 TAB-REGRAS.
               02 TAB-REG OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-REGRAS.
                   03 TAB-REG-OPCAO-A   PIC 9(02).
                   03 TAB-REG-OPCAO-B   PIC 9(02).
                   03 TAB-REG-DESCRICAO PIC X(40).
           77 WRK-REG-IDX PIC 9(02) VALUE ZEROS.
      ******************************
      **** OPCOES DESPACHADAS NO TRIMESTRE, POR USUARIO
      ******************************
           77 WRK-QTD-USO PIC 9(04) VALUE ZEROS.
           01 TAB-USOS.
               02 TAB-USO OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-USO
                  INDEXED BY TAB-USO-IDX.
                   03 TAB-USO-USUARIO PIC X(10).
                   03 TAB-USO-OPCAO   PIC 9(02).
           77 WRK-OPCAO-TESTE PIC 9(02) VALUE ZEROS.
           77 WRK-NIVEL       PIC 9(02) VALUE ZEROS.
           77 WRK-USUARIO     PIC X(10) VALUE SPACES.
           77 WRK-OPCAO-PERMITIDA PIC X(01) VALUE 'N'.
               88 OPCAO-PERMITIDA VALUE 'S'.
           77 WRK-TEM-OPCAO-A PIC X(01) VALUE 'N'.
           77 WRK-ACHOU-USO PIC X(01) VALUE 'N'.
               88 USO-ACHADO VALUE 'S'.
           77 WRK-USOU-A PIC X(01) VALUE 'N'.
           77 WRK-USOU-B PIC X(01) VALUE 'N'.
           77 WRK-USR-CONFLITO PIC X(01) VALUE 'N'.
               88 USUARIO-EM-CONFLITO VALUE 'S'.
           01 WRK-DATA-HOJE.
               02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
               02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DATA-INICIO.
               02 WRK-INICIO-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-INICIO-MES PIC 9(02) VALUE ZEROS.
               02 WRK-INICIO-DIA PIC 9(02) VALUE ZEROS.
           77 WRK-MARCA-USO  PIC X(25) VALUE SPACES.
           77 WRK-LINHA-SOD  PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-USUARIOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ATIVOS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-EM-CONFLITO PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CONFLITOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-USADOS     PIC 9(06) VALUE ZEROS.
           77 WRK-QTD-ED  PIC ZZZ.ZZ9.
           77 WRK-QTD-ED2 PIC ZZZ.ZZ9.
           77 WRK-QTD-ED3 PIC ZZZ.ZZ9.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0140-LER-PROXIMO-USUARIO
                   PERFORM 0200-AVALIAR-USUARIO
                       UNTIL FIM-USUARIOS
                   CLOSE USUARIOS-MASTER
                   PERFORM 0800-FINALIZAR
               END-IF.
               CLOSE RELATORIO-SOD.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O NIVEL DE ADMINISTRADOR DO ARQUIVO DE PARAMETROS,
      **** SE O ARQUIVO EXISTIR; DO CONTRARIO MANTEM O DEFAULT DO
      **** COPYBOOK CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           IF REG-PARM-NIVEL-ADMIN IS NUMERIC
                               MOVE REG-PARM-NIVEL-ADMIN
                                   TO WRK-PARM-NIVEL-ADMIN
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
      ******************************
      **** PERIODO DO TRIMESTRE (MESMO DIA, TRES MESES ATRAS, ATE
      **** HOJE), CARGA DAS REGRAS, DA MATRIZ E DOS DESPACHOS DO
      **** AUDLOG, E ABERTURA DO CADASTRO. SEM REGRAS OU SEM CADASTRO
      **** O RUN PARA COM RC 8
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               MOVE WRK-DATA-HOJE TO WRK-DATA-INICIO.
               IF WRK-HOJE-MES > 3
                   SUBTRACT 3 FROM WRK-INICIO-MES
               ELSE
                   SUBTRACT 1 FROM WRK-INICIO-ANO
                   ADD 9 TO WRK-INICIO-MES
               END-IF.
               OPEN OUTPUT RELATORIO-SOD.
               MOVE 'SEGREGACAO DE FUNCOES - TRIMESTRAL'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               MOVE 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO WRK-LINHA-SOD.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-SOD.
               WRITE LINHA-SOD FROM WRK-LINHA-SOD.
               MOVE SPACES TO WRK-LINHA-SOD.
               STRING 'PERIODO ' DELIMITED BY SIZE
                      WRK-DATA-INICIO DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      '  DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '  PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-SOD.
               WRITE LINHA-SOD FROM WRK-LINHA-SOD.
               PERFORM 0110-CARREGAR-REGRAS.
               IF RETURN-CODE = 0
                   PERFORM 0120-CARREGAR-MATRIZ
                   PERFORM 0130-VARRER-AUDLOG
                   OPEN INPUT USUARIOS-MASTER
                   IF USRMST-OK
                       MOVE SPACES TO REG-USR-ID
                       START USUARIOS-MASTER KEY NOT < REG-USR-ID
                           INVALID KEY SET FIM-USUARIOS TO TRUE
                       END-START
                   ELSE
                       MOVE 'CADASTRO USRMST NAO ABRIU - RELATORIO '
                           TO LINHA-SOD
                       MOVE 'NAO EMITIDO' TO LINHA-SOD (40:11)
                       WRITE LINHA-SOD
                       DISPLAY 'PROGSOD: USRMST NAO ABRIU - STATUS '
                           WRK-USRMST-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   MOVE SPACES TO LINHA-SOD
                   WRITE LINHA-SOD
                   MOVE 'USUARIO     NOME                            NI'
                       TO LINHA-SOD
                   MOVE 'VEL' TO LINHA-SOD (49:3)
                   WRITE LINHA-SOD
                   MOVE '    OPCOES   CONFLITO' TO LINHA-SOD
                   MOVE 'USO NO PERIODO' TO LINHA-SOD (62:14)
                   WRITE LINHA-SOD
               END-IF.
      ******************************
      **** REGRAS DE CONFLITO: ARQUIVO OBRIGATORIO; LINHA COM OPCAO
      **** NAO NUMERICA E IGNORADA
      ******************************
           0110-CARREGAR-REGRAS.
               OPEN INPUT REGRAS-IN.
               IF SODREGRA-OK
                   READ REGRAS-IN INTO WRK-REGRA-SOD
                       AT END SET FIM-REGRAS TO TRUE
                   END-READ
                   PERFORM 0115-LER-REGRA
                       UNTIL FIM-REGRAS OR WRK-QTD-REGRAS >= 50
                   CLOSE REGRAS-IN
               END-IF.
               IF WRK-QTD-REGRAS = 0
                   MOVE 'SEM REGRAS DE CONFLITO (SODREGRA) - RELATORIO '
                       TO LINHA-SOD
                   MOVE 'NAO EMITIDO' TO LINHA-SOD (48:11)
                   WRITE LINHA-SOD
                   DISPLAY 'PROGSOD: SODREGRA AUSENTE OU VAZIO - '
                       'STATUS ' WRK-SODREGRA-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
           0115-LER-REGRA.
               IF WRK-SOD-OPCAO-A IS NUMERIC
                   AND WRK-SOD-OPCAO-B IS NUMERIC
                   ADD 1 TO WRK-QTD-REGRAS
                   MOVE WRK-SOD-OPCAO-A
                       TO TAB-REG-OPCAO-A (WRK-QTD-REGRAS)
                   MOVE WRK-SOD-OPCAO-B
                       TO TAB-REG-OPCAO-B (WRK-QTD-REGRAS)
                   MOVE WRK-SOD-DESCRICAO
                       TO TAB-REG-DESCRICAO (WRK-QTD-REGRAS)
               END-IF.
               READ REGRAS-IN INTO WRK-REGRA-SOD
                   AT END SET FIM-REGRAS TO TRUE
               END-READ.
      ******************************
      **** CARREGA A MATRIZ DE PERMISSOES, SE O ARQUIVO EXISTIR; SEM
      **** MATRIZ O MENU FICA ABERTO E TODO USUARIO ALCANCA TUDO
      ******************************
           0120-CARREGAR-MATRIZ.
               OPEN INPUT MATRIZ-IN.
               IF PERMAT-OK
                   READ MATRIZ-IN
                       AT END SET FIM-MATRIZ TO TRUE
                   END-READ
                   PERFORM 0125-LER-MATRIZ
                       UNTIL FIM-MATRIZ OR WRK-QTD-MATRIZ >= 20
                   CLOSE MATRIZ-IN
               END-IF.
               IF WRK-QTD-MATRIZ = 0
                   MOVE 'SEM MATRIZ PERMAT - MENU ABERTO, TODO USUARIO '
                       TO LINHA-SOD
                   MOVE 'ALCANCA TODAS AS OPCOES' TO LINHA-SOD (48:23)
                   WRITE LINHA-SOD
               END-IF.
           0125-LER-MATRIZ.
               ADD 1 TO WRK-QTD-MATRIZ.
               MOVE REG-MAT-OPCAO
                   TO TAB-MAT-OPCAO (WRK-QTD-MATRIZ).
               MOVE REG-MAT-NIVEL-MINIMO
                   TO TAB-MAT-NIVEL-MINIMO (WRK-QTD-MATRIZ).
               READ MATRIZ-IN
                   AT END SET FIM-MATRIZ TO TRUE
               END-READ.
      ******************************
      **** VARRE O AUDLOG GUARDANDO CADA OPCAO DESPACHADA PELO MENU
      **** A CADA USUARIO DENTRO DO PERIODO (ACESSO NEGADO NAO CONTA
      **** COMO USO). SEM AUDLOG NINGUEM TEM USO
      ******************************
           0130-VARRER-AUDLOG.
               OPEN INPUT AUDITORIA-LOG-IN.
               IF AUDLOG-OK
                   READ AUDITORIA-LOG-IN INTO WRK-AUDLOG-REG
                       AT END SET FIM-AUDLOG TO TRUE
                   END-READ
                   PERFORM 0135-REGISTRAR-USO
                       UNTIL FIM-AUDLOG
                   CLOSE AUDITORIA-LOG-IN
               END-IF.
           0135-REGISTRAR-USO.
               IF WRK-AUDLOG-MARCA-MENU = '  MENU OPCAO='
                   AND WRK-AUDLOG-DESPACHO = '  DESPACHADO'
                   AND WRK-AUDLOG-OPCAO IS NUMERIC
                   AND WRK-AUDLOG-DATA NOT < WRK-DATA-INICIO
                   AND WRK-AUDLOG-DATA NOT > WRK-DATA-HOJE
                   MOVE WRK-AUDLOG-USUARIO TO WRK-USUARIO
                   MOVE WRK-AUDLOG-OPCAO TO WRK-OPCAO-TESTE
                   PERFORM 0230-PROCURAR-USO
                   IF NOT USO-ACHADO AND WRK-QTD-USO < 3000
                       ADD 1 TO WRK-QTD-USO
                       MOVE WRK-USUARIO
                           TO TAB-USO-USUARIO (WRK-QTD-USO)
                       MOVE WRK-OPCAO-TESTE
                           TO TAB-USO-OPCAO (WRK-QTD-USO)
                   END-IF
               END-IF.
               READ AUDITORIA-LOG-IN INTO WRK-AUDLOG-REG
                   AT END SET FIM-AUDLOG TO TRUE
               END-READ.
           0140-LER-PROXIMO-USUARIO.
               READ USUARIOS-MASTER NEXT RECORD
                   AT END SET FIM-USUARIOS TO TRUE
               END-READ.
               IF NOT USRMST-OK
                   SET FIM-USUARIOS TO TRUE
               END-IF.
      ******************************
      **** CONFERE SE O NIVEL DO USUARIO ALCANCA A OPCAO: SEM MATRIZ
      **** TUDO LIBERADO; COM MATRIZ, OPCAO SEM LINHA E SO PARA O
      **** ADMINISTRADOR E OPCAO COM LINHA EXIGE NIVEL <= MINIMO
      **** (MESMA CONFERENCIA DO MENU PROGCOB00)
      ******************************
           0150-CONFERIR-PERMISSAO.
               IF WRK-QTD-MATRIZ = 0
                   SET OPCAO-PERMITIDA TO TRUE
               ELSE
                   MOVE 'N' TO WRK-OPCAO-PERMITIDA
                   SET TAB-MAT-IDX TO 1
                   SEARCH TAB-MAT
                       AT END
                           IF WRK-NIVEL = WRK-PARM-NIVEL-ADMIN
                               SET OPCAO-PERMITIDA TO TRUE
                           END-IF
                       WHEN TAB-MAT-OPCAO (TAB-MAT-IDX)
                           = WRK-OPCAO-TESTE
                           IF WRK-NIVEL NOT >
                               TAB-MAT-NIVEL-MINIMO (TAB-MAT-IDX)
                               SET OPCAO-PERMITIDA TO TRUE
                           END-IF
                   END-SEARCH
               END-IF.
      ******************************
      **** PARA CADA USUARIO ATIVO TESTA TODAS AS REGRAS DE CONFLITO
      ******************************
           0200-AVALIAR-USUARIO.
               ADD 1 TO WRK-TOTAL-USUARIOS.
               IF USR-ATIVO
                   ADD 1 TO WRK-TOTAL-ATIVOS
                   MOVE 'N' TO WRK-USR-CONFLITO
                   MOVE REG-USR-ID TO WRK-USUARIO
                   MOVE REG-USR-NIVEL TO WRK-NIVEL
                   PERFORM 0210-TESTAR-REGRA
                       VARYING WRK-REG-IDX FROM 1 BY 1
                       UNTIL WRK-REG-IDX > WRK-QTD-REGRAS
                   IF USUARIO-EM-CONFLITO
                       ADD 1 TO WRK-TOTAL-EM-CONFLITO
                   END-IF
               END-IF.
               PERFORM 0140-LER-PROXIMO-USUARIO.
           0210-TESTAR-REGRA.
               MOVE TAB-REG-OPCAO-A (WRK-REG-IDX) TO WRK-OPCAO-TESTE.
               PERFORM 0150-CONFERIR-PERMISSAO.
               MOVE WRK-OPCAO-PERMITIDA TO WRK-TEM-OPCAO-A.
               MOVE TAB-REG-OPCAO-B (WRK-REG-IDX) TO WRK-OPCAO-TESTE.
               PERFORM 0150-CONFERIR-PERMISSAO.
               IF OPCAO-PERMITIDA AND WRK-TEM-OPCAO-A = 'S'
                   PERFORM 0220-EMITIR-CONFLITO
               END-IF.
      ******************************
      **** LISTA O CONFLITO (COM A LINHA DO USUARIO NO PRIMEIRO) E O
      **** USO DAS DUAS OPCOES NO PERIODO
      ******************************
           0220-EMITIR-CONFLITO.
               IF NOT USUARIO-EM-CONFLITO
                   SET USUARIO-EM-CONFLITO TO TRUE
                   MOVE SPACES TO LINHA-SOD
                   WRITE LINHA-SOD
                   MOVE SPACES TO WRK-LINHA-SOD
                   STRING REG-USR-ID DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          REG-USR-NOME DELIMITED BY SIZE
                          '    ' DELIMITED BY SIZE
                          REG-USR-NIVEL DELIMITED BY SIZE
                          INTO WRK-LINHA-SOD
                   WRITE LINHA-SOD FROM WRK-LINHA-SOD
               END-IF.
               ADD 1 TO WRK-TOTAL-CONFLITOS.
               MOVE TAB-REG-OPCAO-A (WRK-REG-IDX) TO WRK-OPCAO-TESTE.
               PERFORM 0230-PROCURAR-USO.
               MOVE WRK-ACHOU-USO TO WRK-USOU-A.
               MOVE TAB-REG-OPCAO-B (WRK-REG-IDX) TO WRK-OPCAO-TESTE.
               PERFORM 0230-PROCURAR-USO.
               MOVE WRK-ACHOU-USO TO WRK-USOU-B.
               MOVE SPACES TO WRK-MARCA-USO.
               EVALUATE TRUE
                   WHEN WRK-USOU-A = 'S' AND WRK-USOU-B = 'S'
                       ADD 1 TO WRK-TOTAL-USADOS
                       MOVE 'USOU AS DUAS NO PERIODO' TO WRK-MARCA-USO
                   WHEN WRK-USOU-A = 'S'
                       STRING 'USOU SO A ' DELIMITED BY SIZE
                              TAB-REG-OPCAO-A (WRK-REG-IDX)
                                  DELIMITED BY SIZE
                              INTO WRK-MARCA-USO
                   WHEN WRK-USOU-B = 'S'
                       STRING 'USOU SO A ' DELIMITED BY SIZE
                              TAB-REG-OPCAO-B (WRK-REG-IDX)
                                  DELIMITED BY SIZE
                              INTO WRK-MARCA-USO
                   WHEN OTHER
                       MOVE 'SEM USO NO PERIODO' TO WRK-MARCA-USO
               END-EVALUATE.
               MOVE SPACES TO WRK-LINHA-SOD.
               STRING '    ' DELIMITED BY SIZE
                      TAB-REG-OPCAO-A (WRK-REG-IDX) DELIMITED BY SIZE
                      ' X ' DELIMITED BY SIZE
                      TAB-REG-OPCAO-B (WRK-REG-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      TAB-REG-DESCRICAO (WRK-REG-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-MARCA-USO DELIMITED BY SIZE
                      INTO WRK-LINHA-SOD.
               WRITE LINHA-SOD FROM WRK-LINHA-SOD.
           0230-PROCURAR-USO.
               MOVE 'N' TO WRK-ACHOU-USO.
               IF WRK-QTD-USO > 0
                   SET TAB-USO-IDX TO 1
                   SEARCH TAB-USO
                       AT END CONTINUE
                       WHEN TAB-USO-USUARIO (TAB-USO-IDX) = WRK-USUARIO
                           AND TAB-USO-OPCAO (TAB-USO-IDX)
                               = WRK-OPCAO-TESTE
                           SET USO-ACHADO TO TRUE
                   END-SEARCH
               END-IF.
      ******************************
      **** TOTAIS DO RELATORIO E DA TRILHA; HAVENDO CONFLITO O RUN
      **** TERMINA COM RC 4
      ******************************
           0800-FINALIZAR.
               MOVE ALL '=' TO LINHA-SOD.
               WRITE LINHA-SOD.
               MOVE WRK-TOTAL-ATIVOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-EM-CONFLITO TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-CONFLITOS TO WRK-QTD-ED3.
               MOVE SPACES TO LINHA-SOD.
               STRING 'USUARIOS ATIVOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   EM CONFLITO: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   CONFLITOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO LINHA-SOD.
               WRITE LINHA-SOD.
               MOVE WRK-TOTAL-USADOS TO WRK-QTD-ED.
               MOVE SPACES TO LINHA-SOD.
               STRING 'CONFLITOS USADOS NO PERIODO (AS DUAS OPCOES): '
                          DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO LINHA-SOD.
               WRITE LINHA-SOD.
               MOVE 'PROGSOD' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'PERIODO ' DELIMITED BY SIZE
                      WRK-DATA-INICIO DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               STRING 'CONFL ' DELIMITED BY SIZE
                      WRK-TOTAL-CONFLITOS DELIMITED BY SIZE
                      ' USADOS ' DELIMITED BY SIZE
                      WRK-TOTAL-USADOS DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
               DISPLAY 'PROGSOD: ' WRK-TOTAL-EM-CONFLITO
                   ' USUARIO(S) EM CONFLITO, ' WRK-TOTAL-CONFLITOS
                   ' CONFLITO(S), ' WRK-TOTAL-USADOS
                   ' USADO(S) NO PERIODO'.
               IF WRK-TOTAL-CONFLITOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGSOD' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-USUARIOS TO WRK-CTL-LIDOS.
               SUBTRACT WRK-TOTAL-EM-CONFLITO FROM WRK-TOTAL-ATIVOS
                   GIVING WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-EM-CONFLITO TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-CONFLITOS TO WRK-CTL-HASH.
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
      ******************************
      **** GRAVA O REGISTRO DE INICIO/FIM DO PASSO NO ARQUIVO DE
      **** ESTADO DO STREAM (RUNSTAT), PARA O CONSELHEIRO DE
      **** RESTART (PROGCOB42)
      ******************************
           0980-REGISTRAR-INICIO.
               PERFORM 0975-CONFERIR-TRAVA.
               MOVE 'PROGSOD' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGSOD' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-USUARIOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-ATIVOS TO WRK-RUN-ACEITOS.
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
