           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGPRM.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: MANUTENCAO DO ARQUIVO DE PARAMETROS DA SUITE
      *     (PARMSUITE) PELO NOME DE CADA PARAMETRO, NO LUGAR DA
      *     EDICAO DO REGISTRO POSICIONAL NO EDITOR. EXIGE SIGN-ON DE
      *     USUARIO COM NIVEL DE ADMINISTRADOR (USRMST + PARMSUITE,
      *     NIVEL MENOR E MAIS PRIVILEGIO). OPCOES:
      *     C - CONSULTA: TODOS OS PARAMETROS COM O VALOR ATUAL E A
      *         FAIXA VALIDA (CATALOGO CPYPRMC), APONTANDO O VALOR
      *         ILEGIVEL OU FORA DA FAIXA, E AS ALTERACOES AGENDADAS;
      *     A - ALTERACAO: NOME, VALOR NOVO (CONFERIDO CONTRA A FAIXA
      *         PELOS CAMPOS DO CPYVALID), DATA DE VIGENCIA (DIA DE
      *         PROCESSAMENTO DO CALPROC, DE HOJE EM DIANTE) E MOTIVO;
      *         SO E GRAVADA COM O SIGN-ON DE UM SEGUNDO USUARIO,
      *         DIFERENTE DO ADMINISTRADOR, COM NIVEL DE SUPERVISOR OU
      *         MELHOR. A ALTERACAO FICA AGENDADA NO HISTORICO
      *         (PARMHIST) E SO ENTRA NO PARMSUITE NO RUN NOTURNO DA
      *         DATA DE VIGENCIA (PROGPRMB, PASSO PARMVIG DO PCOBNITE);
      *     X - CANCELAMENTO DE ALTERACAO AGENDADA, COM O MESMO
      *         SEGUNDO APROVADOR;
      *     H - HISTORICO DE UM PARAMETRO: TODOS OS VALORES QUE ELE JA
      *         TEVE, COM VIGENCIA, QUEM ALTEROU E QUEM APROVOU;
      *     N - PARAMETROS DE UMA NOITE: A IMAGEM DO PARMSUITE USADA
      *         PELO RUN NOTURNO DA DATA (PARMNOIT) E AS ALTERACOES QUE
      *         ENTRARAM NELE.
      *     TODA ALTERACAO E CANCELAMENTO VAI PARA A TRILHA AUDSUITE
      *    DATA= 15/10/26
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
               SELECT HISTORICO-PARM ASSIGN TO PARMHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-PHS-CHAVE
                   FILE STATUS IS WRK-PARMHIST-STATUS.
               SELECT NOITES-PARM ASSIGN TO PARMNOIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARMNOIT-STATUS.
               SELECT CALENDARIO-IN ASSIGN TO CALPROC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CALPROC-STATUS.
               SELECT USUARIOS-MASTER ASSIGN TO USRMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT SENHAS-USUARIO ASSIGN TO USRSENHA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-SNH-ID
                   FILE STATUS IS WRK-USRSENHA-STATUS.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LCK-STATUS.
               SELECT SENHA-TRAVA ASSIGN TO LCKPASS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PASS-STATUS.
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
               02 REG-PARM-MESES-BLOQ-MATR PIC 9(02).
               02 REG-PARM-MESES-REATIVACAO PIC 9(02).
               02 REG-PARM-DIAS-SENHA      PIC 9(03).
               02 REG-PARM-TENTATIVAS-SENHA PIC 9(02).
               02 REG-PARM-HIST-SENHA      PIC 9(01).
           FD  HISTORICO-PARM.
           01  REG-HIST-PARM.
               02 REG-PHS-CHAVE PIC X(26).
               02 FILLER        PIC X(94).
           FD  NOITES-PARM.
           01  REG-NOITE-PARM PIC X(152).
           FD  CALENDARIO-IN.
           01  REG-CALENDARIO-IN.
               02 REG-CAL-DATA PIC X(08).
               02 FILLER       PIC X(02).
               02 REG-CAL-UTIL PIC X(01).
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID     PIC X(10).
               02 REG-USR-NOME   PIC X(30).
               02 REG-USR-NIVEL  PIC 9(02).
               02 REG-USR-STATUS PIC X(01).
                   88 USR-ATIVO   VALUE 'A'.
                   88 USR-INATIVO VALUE 'I'.
               02 REG-USR-SENHA  PIC X(08).
           FD  SENHAS-USUARIO.
           01  REG-SENHA-USUARIO.
               02 REG-SNH-ID PIC X(10).
               02 FILLER     PIC X(190).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           01  REG-SENHA-TRAVA PIC X(30).
           WORKING-STORAGE SECTION.
           COPY CPYLOCK.
           COPY CPYPARM.
           COPY CPYSENHA.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYVALID.
           COPY CPYPRMC.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-PARMHIST-STATUS PIC X(02) VALUE '00'.
               88 PARMHIST-OK      VALUE '00'.
               88 PARMHIST-AUSENTE VALUE '35'.
           77 WRK-PARMNOIT-STATUS PIC X(02) VALUE '00'.
               88 PARMNOIT-OK VALUE '00'.
           77 WRK-CALPROC-STATUS PIC X(02) VALUE '00'.
               88 CALPROC-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-USUARIO PIC X(10) VALUE SPACES.
           77 WRK-SENHA   PIC X(30) VALUE SPACES.
           77 WRK-NIVEL   PIC 9(02) VALUE ZEROS.
           77 WRK-SIGNON-SITUACAO PIC X(01) VALUE 'N'.
               88 ADMINISTRADOR-OK VALUE 'S'.
           77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
           77 WRK-FIM-SESSAO PIC X(01) VALUE 'N'.
               88 FIM-SESSAO VALUE 'S'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
      ******************************
      **** IMAGEM DO PARMSUITE EM MANUTENCAO (SEM O ARQUIVO, A DOS
      **** DEFAULTS DO CPYPARM) E O PARAMETRO ESCOLHIDO PELO NOME
      ******************************
           77 WRK-PRM-IMAGEM PIC X(132) VALUE SPACES.
           77 WRK-PRM-IMAGEM-SALVA PIC X(132) VALUE SPACES.
           77 WRK-PRM-NOME   PIC X(18) VALUE SPACES.
           77 WRK-PRM-ACHADO PIC X(01) VALUE 'N'.
               88 PARAMETRO-ACHADO VALUE 'S'.
           77 WRK-PRM-CAMPO      PIC X(10) VALUE SPACES.
           77 WRK-PRM-CAMPO-NOVO PIC X(10) VALUE SPACES.
           77 WRK-PRM-CAMPO-SITUACAO PIC X(01) VALUE 'V'.
               88 CAMPO-VALIDO     VALUE 'V'.
               88 CAMPO-ILEGIVEL   VALUE 'I'.
               88 CAMPO-FORA-FAIXA VALUE 'F'.
           77 WRK-PRM-INICIO   PIC 9(02) VALUE ZEROS.
           77 WRK-PRM-QTD-INT  PIC 9(02) VALUE ZEROS.
           77 WRK-PRM-SINAL    PIC X(01) VALUE '+'.
           01 WRK-PRM-NUMERO-X.
               02 WRK-PRM-NUM-INT PIC 9(07) VALUE ZEROS.
               02 WRK-PRM-NUM-DEC PIC 9(02) VALUE ZEROS.
           01 WRK-PRM-NUMERO REDEFINES WRK-PRM-NUMERO-X PIC 9(07)V99.
           77 WRK-PRM-VALOR   PIC S9(07)V99 VALUE ZEROS.
           77 WRK-PRM-VALOR-ED  PIC X(14) VALUE SPACES.
           77 WRK-PRM-INTEIRO-ED PIC -Z.ZZZ.ZZ9.
           77 WRK-PRM-DECIMAL-ED PIC -Z.ZZZ.ZZ9,99.
           77 WRK-PRM-MINIMO-ED  PIC X(14) VALUE SPACES.
           77 WRK-PRM-MAXIMO-ED  PIC X(14) VALUE SPACES.
           77 WRK-PRM-AVISO      PIC X(18) VALUE SPACES.
           77 WRK-PRM-CAMPO-ATUAL PIC X(10) VALUE SPACES.
           77 WRK-PRM-ATUAL-ED   PIC X(14) VALUE SPACES.
      ******************************
      **** VALOR DIGITADO: SINAL, PARTE INTEIRA E DECIMAIS (VIRGULA)
      ******************************
           77 WRK-ENTRADA-VALOR  PIC X(15) VALUE SPACES.
           77 WRK-ENTRADA-RESTO  PIC X(15) VALUE SPACES.
           77 WRK-ENTRADA-INT    PIC X(15) VALUE SPACES.
           77 WRK-ENTRADA-DEC    PIC X(15) VALUE SPACES.
           77 WRK-ENTRADA-QTD-INT PIC 9(02) VALUE ZEROS.
           77 WRK-ENTRADA-QTD-DEC PIC 9(02) VALUE ZEROS.
           77 WRK-ENTRADA-SITUACAO PIC X(01) VALUE 'N'.
               88 ENTRADA-VALIDA VALUE 'S'.
      ******************************
      **** DATA DE VIGENCIA, MOTIVO E SEGUNDO APROVADOR
      ******************************
           01 WRK-VIGENCIA.
               02 WRK-VIG-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-VIG-MES PIC 9(02) VALUE ZEROS.
               02 WRK-VIG-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-VIGENCIA-X REDEFINES WRK-VIGENCIA PIC X(08).
           77 WRK-VIG-SITUACAO PIC X(01) VALUE 'N'.
               88 VIGENCIA-VALIDA VALUE 'S'.
           77 WRK-CAL-SITUACAO PIC X(01) VALUE SPACES.
               88 CAL-DIA-UTIL     VALUE 'S'.
               88 CAL-DIA-NAO-UTIL VALUE 'N'.
               88 CAL-FORA         VALUE SPACES.
           77 WRK-MOTIVO PIC X(30) VALUE SPACES.
           77 WRK-ADMIN-SESSAO PIC X(10) VALUE SPACES.
           77 WRK-SENHA-SESSAO PIC X(30) VALUE SPACES.
           77 WRK-APROVADOR PIC X(10) VALUE SPACES.
           77 WRK-APROV-SITUACAO PIC X(01) VALUE 'N'.
               88 APROVADOR-OK VALUE 'S'.
           77 WRK-REGISTRO-EXISTE PIC X(01) VALUE 'N'.
               88 REGISTRO-EXISTE VALUE 'S'.
           77 WRK-ETAPA PIC X(01) VALUE 'S'.
               88 ETAPA-OK VALUE 'S'.
           77 WRK-ENTRADA-QTD-TOKEN PIC 9(02) VALUE ZEROS.
           77 WRK-ENTRADA-PARTES    PIC 9(02) VALUE ZEROS.
           77 WRK-PRM-INT-CAMPO     PIC 9(02) VALUE ZEROS.
           77 WRK-NOITE-DATA PIC X(08) VALUE SPACES.
           77 WRK-NOITE-SITUACAO PIC X(01) VALUE 'N'.
               88 NOITE-ACHADA VALUE 'S'.
           77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-ALTERACOES    PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-CANCELAMENTOS PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-RECUSAS       PIC 9(04) VALUE ZEROS.
           PROCEDURE DIVISION.
           0000-PRINCIPAL.
               PERFORM 0975-CONFERIR-TRAVA.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0060-SIGN-ON.
               IF NOT ADMINISTRADOR-OK
                   DISPLAY 'ACESSO RESTRITO AO ADMINISTRADOR'
                   STOP RUN
               END-IF.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-TRATAR-OPCAO UNTIL FIM-SESSAO.
               PERFORM 0900-FINALIZAR.
               STOP RUN.
      ******************************
      **** CARREGA O PARMSUITE INTEIRO (IMAGEM EM MANUTENCAO) E OS
      **** CODIGOS DE NIVEL E REGRAS DE SENHA DO SIGN-ON; SEM O
      **** ARQUIVO, A IMAGEM SAO OS DEFAULTS DO COPYBOOK CPYPARM
      ******************************
           0050-CARREGAR-PARAMETROS.
               MOVE WRK-PARAMETROS TO WRK-PRM-IMAGEM.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           MOVE REG-PARM-IN TO WRK-PRM-IMAGEM
                           IF REG-PARM-NIVEL-ADMIN IS NUMERIC
                               MOVE REG-PARM-NIVEL-ADMIN
                                   TO WRK-PARM-NIVEL-ADMIN
                           END-IF
                           IF REG-PARM-NIVEL-SUPERVISOR IS NUMERIC
                               MOVE REG-PARM-NIVEL-SUPERVISOR
                                   TO WRK-PARM-NIVEL-SUPERVISOR
                           END-IF
                           IF REG-PARM-DIAS-SENHA IS NUMERIC
                               MOVE REG-PARM-DIAS-SENHA
                                   TO WRK-PARM-DIAS-SENHA
                           END-IF
                           IF REG-PARM-TENTATIVAS-SENHA IS NUMERIC
                               MOVE REG-PARM-TENTATIVAS-SENHA
                                   TO WRK-PARM-TENTATIVAS-SENHA
                           END-IF
                           IF REG-PARM-HIST-SENHA IS NUMERIC
                               AND REG-PARM-HIST-SENHA NOT > 5
                               MOVE REG-PARM-HIST-SENHA
                                   TO WRK-PARM-HIST-SENHA
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               ELSE
                   DISPLAY 'PARMSUITE NAO ENCONTRADO - VALORES ATUAIS '
                       'SAO OS DEFAULTS DOS PROGRAMAS'
               END-IF.
      ******************************
      **** SIGN-ON CONTRA O CADASTRO DE USUARIOS: SO PASSA USUARIO
      **** ATIVO, COM A SENHA CERTA E NIVEL DE ADMINISTRADOR
      ******************************
           0060-SIGN-ON.
               DISPLAY 'ENTRE COM O ID DO USUARIO'.
               ACCEPT WRK-USUARIO FROM CONSOLE.
               DISPLAY 'ENTRE COM A SENHA'.
               ACCEPT WRK-SENHA FROM CONSOLE.
               OPEN INPUT USUARIOS-MASTER.
               MOVE WRK-USUARIO TO REG-USR-ID.
               READ USUARIOS-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF USRMST-OK AND USR-ATIVO
                   MOVE REG-USR-NIVEL TO WRK-NIVEL
                   PERFORM 0061-CONFERIR-SENHA
                   IF SENHA-CONFERIDA
                       AND WRK-NIVEL NOT > WRK-PARM-NIVEL-ADMIN
                       SET ADMINISTRADOR-OK TO TRUE
                   END-IF
               END-IF.
               CLOSE USUARIOS-MASTER.
               MOVE WRK-USUARIO TO WRK-ADMIN-SESSAO.
      ******************************
      **** CONFERE A SENHA DIGITADA CONTRA O HASH DA CREDENCIAL
      **** (USRSENHA): USUARIO BLOQUEADO NAO ENTRA; SENHA ERRADA
      **** CONTA UMA FALHA E, NO LIMITE DO PARMSUITE, BLOQUEIA;
      **** SENHA CERTA ZERA AS FALHAS E, VENCIDA OU COM A TROCA
      **** MARCADA, SO ENTRA DEPOIS DE TROCAR
      ******************************
           0061-CONFERIR-SENHA.
               MOVE 'N' TO WRK-SNH-CONFERENCIA.
               ACCEPT WRK-SNH-HOJE FROM DATE YYYYMMDD.
               OPEN I-O SENHAS-USUARIO.
               MOVE WRK-USUARIO TO REG-SNH-ID.
               READ SENHAS-USUARIO INTO WRK-SENHA-USUARIO
                   INVALID KEY CONTINUE
               END-READ.
               EVALUATE TRUE
                   WHEN NOT USRSENHA-OK
                       DISPLAY 'USUARIO SEM CREDENCIAL DE SENHA - '
                           'PROCURE O ADMINISTRADOR'
                   WHEN SNH-BLOQUEADA
                       DISPLAY 'USUARIO BLOQUEADO DESDE '
                           WRK-SNH-DATA-BLOQUEIO
                           ' - PROCURE O ADMINISTRADOR'
                   WHEN OTHER
                       MOVE WRK-SNH-SAL TO WRK-HSH-SAL
                       MOVE WRK-SENHA TO WRK-HSH-FRASE
                       MOVE WRK-USUARIO TO WRK-HSH-ID
                       PERFORM 0066-CALCULAR-HASH
                       IF WRK-HSH-RESULTADO = WRK-SNH-HASH
                           MOVE ZEROS TO WRK-SNH-FALHAS
                           PERFORM 0062-CONFERIR-VALIDADE
                       ELSE
                           IF WRK-SNH-FALHAS < 99
                               ADD 1 TO WRK-SNH-FALHAS
                           END-IF
                           IF WRK-SNH-FALHAS
                               NOT < WRK-PARM-TENTATIVAS-SENHA
                               SET SNH-BLOQUEADA TO TRUE
                               MOVE WRK-SNH-HOJE
                                   TO WRK-SNH-DATA-BLOQUEIO
                               DISPLAY 'LIMITE DE TENTATIVAS - '
                                   'USUARIO BLOQUEADO'
                           END-IF
                       END-IF
                       REWRITE REG-SENHA-USUARIO
                           FROM WRK-SENHA-USUARIO
               END-EVALUATE.
               CLOSE SENHAS-USUARIO.
      ******************************
      **** VALIDADE DA SENHA PELO CRITERIO 30/360 CONTRA OS DIAS DO
      **** PARMSUITE; SENHA VENCIDA OU TROCA MARCADA (USUARIO NOVO,
      **** SENHA REDEFINIDA) EXIGE A TROCA ANTES DE ENTRAR
      ******************************
           0062-CONFERIR-VALIDADE.
               IF WRK-SNH-DATA-TROCA IS NUMERIC
                   COMPUTE WRK-SNH-DIAS =
                       ((WRK-SNH-HOJE-ANO - WRK-SNH-TROCA-ANO) * 360)
                       + ((WRK-SNH-HOJE-MES - WRK-SNH-TROCA-MES) * 30)
                       + WRK-SNH-HOJE-DIA - WRK-SNH-TROCA-DIA
                   IF WRK-SNH-DIAS > WRK-PARM-DIAS-SENHA
                       SET SNH-TROCA-OBRIGATORIA TO TRUE
                   END-IF
               ELSE
                   SET SNH-TROCA-OBRIGATORIA TO TRUE
               END-IF.
               IF SNH-TROCA-OBRIGATORIA
                   DISPLAY 'SENHA VENCIDA OU PROVISORIA - TROQUE A '
                       'SENHA PARA ENTRAR'
                   PERFORM 0063-TROCAR-SENHA
               ELSE
                   SET SENHA-CONFERIDA TO TRUE
               END-IF.
      ******************************
      **** TROCA DA SENHA: DE 8 A 30 POSICOES, DIGITADA DUAS VEZES,
      **** DIFERENTE DA ATUAL E DAS ANTERIORES QUE O PARMSUITE MANDA
      **** CONFERIR; A ATUAL VAI PARA O TOPO DAS ANTERIORES
      ******************************
           0063-TROCAR-SENHA.
               DISPLAY 'ENTRE COM A NOVA SENHA (8 A 30 POSICOES)'.
               ACCEPT WRK-SENHA-NOVA FROM CONSOLE.
               DISPLAY 'REPITA A NOVA SENHA'.
               ACCEPT WRK-SENHA-CONFIRMA FROM CONSOLE.
               MOVE ZEROS TO WRK-SENHA-TAMANHO.
               INSPECT WRK-SENHA-NOVA TALLYING WRK-SENHA-TAMANHO
                   FOR CHARACTERS BEFORE INITIAL '  '.
               MOVE 'N' TO WRK-SNH-REPETICAO.
               MOVE WRK-SENHA-NOVA TO WRK-HSH-FRASE.
               MOVE WRK-SNH-SAL TO WRK-HSH-SAL.
               PERFORM 0066-CALCULAR-HASH.
               IF WRK-HSH-RESULTADO = WRK-SNH-HASH
                   SET SENHA-REPETIDA TO TRUE
               END-IF.
               PERFORM 0064-CONFERIR-REPETIDA
                   VARYING WRK-SNH-SUB FROM 1 BY 1
                   UNTIL WRK-SNH-SUB > WRK-PARM-HIST-SENHA.
               EVALUATE TRUE
                   WHEN WRK-SENHA-NOVA NOT = WRK-SENHA-CONFIRMA
                       DISPLAY 'AS DUAS DIGITACOES NAO CONFEREM - '
                           'SENHA NAO TROCADA'
                   WHEN WRK-SENHA-TAMANHO < 8
                       DISPLAY 'SENHA COM MENOS DE 8 POSICOES - '
                           'SENHA NAO TROCADA'
                   WHEN SENHA-REPETIDA
                       DISPLAY 'SENHA IGUAL A UMA DAS ULTIMAS - '
                           'SENHA NAO TROCADA'
                   WHEN OTHER
                       MOVE 5 TO WRK-SNH-SUB
                       PERFORM 0065-DESLOCAR-ANTERIOR
                           UNTIL WRK-SNH-SUB < 2
                       MOVE WRK-SNH-SAL TO WRK-SNH-ANT-SAL (1)
                       MOVE WRK-SNH-HASH TO WRK-SNH-ANT-HASH (1)
                       ACCEPT WRK-SNH-SAL FROM TIME
                       MOVE WRK-SNH-SAL TO WRK-HSH-SAL
                       PERFORM 0066-CALCULAR-HASH
                       MOVE WRK-HSH-RESULTADO TO WRK-SNH-HASH
                       MOVE WRK-SNH-HOJE TO WRK-SNH-DATA-TROCA
                       MOVE 'N' TO WRK-SNH-TROCA-OBRIG
                       SET SENHA-CONFERIDA TO TRUE
                       DISPLAY 'SENHA TROCADA'
               END-EVALUATE.
           0064-CONFERIR-REPETIDA.
               MOVE WRK-SNH-ANT-SAL (WRK-SNH-SUB) TO WRK-HSH-SAL.
               PERFORM 0066-CALCULAR-HASH.
               IF WRK-HSH-RESULTADO = WRK-SNH-ANT-HASH (WRK-SNH-SUB)
                   SET SENHA-REPETIDA TO TRUE
               END-IF.
           0065-DESLOCAR-ANTERIOR.
               MOVE WRK-SNH-ANTERIORES (WRK-SNH-SUB - 1)
                   TO WRK-SNH-ANTERIORES (WRK-SNH-SUB).
               SUBTRACT 1 FROM WRK-SNH-SUB.
      ******************************
      **** HASH DE SAL + SENHA + ID: DUAS SOMAS MODULARES SOBRE O
      **** CODIGO DE CADA CARACTER, REPETIDAS EM 64 VOLTAS
      ******************************
           0066-CALCULAR-HASH.
               MOVE 5381 TO WRK-HSH-ACUM-A.
               MOVE 52711 TO WRK-HSH-ACUM-B.
               PERFORM 0067-MISTURAR-VOLTA
                   VARYING WRK-HSH-VOLTA FROM 1 BY 1
                   UNTIL WRK-HSH-VOLTA > 64.
               MOVE WRK-HSH-ACUM-A TO WRK-HSH-RES-A.
               MOVE WRK-HSH-ACUM-B TO WRK-HSH-RES-B.
           0067-MISTURAR-VOLTA.
               PERFORM 0068-MISTURAR-CARACTER
                   VARYING WRK-HSH-POS FROM 1 BY 1
                   UNTIL WRK-HSH-POS > 48.
           0068-MISTURAR-CARACTER.
               MOVE WRK-HSH-ENTRADA (WRK-HSH-POS:1)
                   TO WRK-HSH-CARACTER.
               COMPUTE WRK-HSH-TRABALHO =
                   (WRK-HSH-ACUM-A * 33) + WRK-HSH-CODIGO
                   + WRK-HSH-VOLTA.
               DIVIDE WRK-HSH-TRABALHO BY 999999937
                   GIVING WRK-HSH-QUOCIENTE
                   REMAINDER WRK-HSH-ACUM-A.
               COMPUTE WRK-HSH-TRABALHO =
                   (WRK-HSH-ACUM-B * 131)
                   + (WRK-HSH-CODIGO * WRK-HSH-POS) + WRK-HSH-ACUM-A.
               DIVIDE WRK-HSH-TRABALHO BY 999999929
                   GIVING WRK-HSH-QUOCIENTE
                   REMAINDER WRK-HSH-ACUM-B.
      ******************************
      **** ABRE O HISTORICO DE ALTERACOES (CRIADO NO PRIMEIRO USO)
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O HISTORICO-PARM.
               IF PARMHIST-AUSENTE
                   OPEN OUTPUT HISTORICO-PARM
                   CLOSE HISTORICO-PARM
                   OPEN I-O HISTORICO-PARM
               END-IF.
               IF NOT PARMHIST-OK
                   DISPLAY 'PARMHIST NAO ABRIU - STATUS '
                       WRK-PARMHIST-STATUS
                   STOP RUN
               END-IF.
      ******************************
      **** MENU DA MANUTENCAO
      ******************************
           0200-TRATAR-OPCAO.
               DISPLAY '********************'.
               DISPLAY 'C - CONSULTAR PARAMETROS'.
               DISPLAY 'A - ALTERAR PARAMETRO'.
               DISPLAY 'X - CANCELAR ALTERACAO AGENDADA'.
               DISPLAY 'H - HISTORICO DE UM PARAMETRO'.
               DISPLAY 'N - PARAMETROS DE UMA NOITE'.
               DISPLAY 'F - FIM'.
               MOVE SPACES TO WRK-RESPOSTA.
               ACCEPT WRK-RESPOSTA FROM CONSOLE.
               EVALUATE WRK-RESPOSTA
                   WHEN 'C'
                       PERFORM 0300-CONSULTAR
                   WHEN 'A'
                       PERFORM 0500-ALTERAR
                   WHEN 'X'
                       PERFORM 0600-CANCELAR
                   WHEN 'H'
                       PERFORM 0650-HISTORICO
                   WHEN 'N'
                       PERFORM 0680-NOITE
                   WHEN 'F'
                       SET FIM-SESSAO TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
      ******************************
      **** CONSULTA: VALOR ATUAL E FAIXA DE CADA PARAMETRO DO
      **** CATALOGO E AS ALTERACOES AGENDADAS
      ******************************
           0300-CONSULTAR.
               DISPLAY 'PARAMETRO          VALOR ATUAL    FAIXA VALIDA'.
               PERFORM 0310-MOSTRAR-PARAMETRO
                   VARYING TAB-PRM-IDX FROM 1 BY 1
                   UNTIL TAB-PRM-IDX > WRK-QTD-PARM.
               DISPLAY 'ALTERACOES AGENDADAS:'.
               MOVE ZEROS TO WRK-QTD-LISTADOS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               MOVE LOW-VALUES TO REG-PHS-CHAVE.
               START HISTORICO-PARM KEY IS NOT < REG-PHS-CHAVE
                   INVALID KEY SET FIM-ARQUIVO TO TRUE
               END-START.
               PERFORM 0320-LISTAR-AGENDADA UNTIL FIM-ARQUIVO.
               IF WRK-QTD-LISTADOS = ZEROS
                   DISPLAY '  NENHUMA'
               END-IF.
           0310-MOSTRAR-PARAMETRO.
               PERFORM 0390-EXTRAIR-CAMPO.
               PERFORM 0400-FORMATAR-VALOR.
               PERFORM 0410-FORMATAR-FAIXA.
               DISPLAY TAB-PRM-NOME (TAB-PRM-IDX) ' '
                   WRK-PRM-VALOR-ED ' ' WRK-PRM-MINIMO-ED ' A '
                   WRK-PRM-MAXIMO-ED ' ' WRK-PRM-AVISO.
           0320-LISTAR-AGENDADA.
               READ HISTORICO-PARM NEXT INTO WRK-HIST-PARM
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
               IF NOT FIM-ARQUIVO AND PHS-AGENDADA
                   ADD 1 TO WRK-QTD-LISTADOS
                   DISPLAY '  ' WRK-PHS-NOME ' VIGENCIA '
                       WRK-PHS-VIGENCIA ' VALOR ' WRK-PHS-VALOR-NOVO
                       ' POR ' WRK-PHS-ADMIN ' APROV '
                       WRK-PHS-APROVADOR
               END-IF.
      ******************************
      **** IMAGEM DO PARAMETRO DO CATALOGO NO REGISTRO EM MANUTENCAO
      ******************************
           0390-EXTRAIR-CAMPO.
               MOVE SPACES TO WRK-PRM-CAMPO.
               MOVE WRK-PRM-IMAGEM (TAB-PRM-POSICAO (TAB-PRM-IDX):
                   TAB-PRM-TAMANHO (TAB-PRM-IDX))
                   TO WRK-PRM-CAMPO (1:TAB-PRM-TAMANHO (TAB-PRM-IDX)).
      ******************************
      **** LE A IMAGEM DO CAMPO (WRK-PRM-CAMPO) PELO TIPO, TAMANHO E
      **** DECIMAIS DO CATALOGO, CONFERE A FAIXA E EDITA O VALOR
      ******************************
           0400-FORMATAR-VALOR.
               SET CAMPO-VALIDO TO TRUE.
               MOVE SPACES TO WRK-PRM-AVISO.
               MOVE SPACES TO WRK-PRM-VALOR-ED.
               MOVE ZEROS TO WRK-PRM-NUMERO-X.
               MOVE ZEROS TO WRK-PRM-VALOR.
               MOVE '+' TO WRK-PRM-SINAL.
               MOVE 1 TO WRK-PRM-INICIO.
               MOVE TAB-PRM-TAMANHO (TAB-PRM-IDX) TO WRK-PRM-QTD-INT.
               IF PRM-TIPO-SINAL (TAB-PRM-IDX)
                   MOVE WRK-PRM-CAMPO (1:1) TO WRK-PRM-SINAL
                   MOVE 2 TO WRK-PRM-INICIO
                   SUBTRACT 1 FROM WRK-PRM-QTD-INT
               END-IF.
               EVALUATE TRUE
                   WHEN PRM-TIPO-CHAVE (TAB-PRM-IDX)
                       MOVE WRK-PRM-CAMPO (1:1) TO WRK-PRM-VALOR-ED
                       IF WRK-PRM-CAMPO (1:1) NOT = 'S'
                           AND WRK-PRM-CAMPO (1:1) NOT = 'N'
                           SET CAMPO-ILEGIVEL TO TRUE
                       END-IF
                   WHEN WRK-PRM-SINAL NOT = '+'
                       AND WRK-PRM-SINAL NOT = '-'
                       SET CAMPO-ILEGIVEL TO TRUE
                   WHEN WRK-PRM-CAMPO (WRK-PRM-INICIO:WRK-PRM-QTD-INT)
                       IS NOT NUMERIC
                       SET CAMPO-ILEGIVEL TO TRUE
                   WHEN OTHER
                       PERFORM 0405-CONVERTER-CAMPO
               END-EVALUATE.
               IF CAMPO-ILEGIVEL
                   MOVE WRK-PRM-CAMPO TO WRK-PRM-VALOR-ED
                   MOVE '*** ILEGIVEL' TO WRK-PRM-AVISO
               END-IF.
               IF CAMPO-FORA-FAIXA
                   MOVE '*** FORA DA FAIXA' TO WRK-PRM-AVISO
               END-IF.
           0405-CONVERTER-CAMPO.
               SUBTRACT TAB-PRM-DECIMAIS (TAB-PRM-IDX)
                   FROM WRK-PRM-QTD-INT.
               MOVE WRK-PRM-CAMPO (WRK-PRM-INICIO:WRK-PRM-QTD-INT)
                   TO WRK-PRM-NUMERO-X (8 - WRK-PRM-QTD-INT:
                   WRK-PRM-QTD-INT).
               IF TAB-PRM-DECIMAIS (TAB-PRM-IDX) > ZEROS
                   ADD WRK-PRM-QTD-INT TO WRK-PRM-INICIO
                   MOVE WRK-PRM-CAMPO (WRK-PRM-INICIO:
                       TAB-PRM-DECIMAIS (TAB-PRM-IDX))
                       TO WRK-PRM-NUMERO-X (8:
                       TAB-PRM-DECIMAIS (TAB-PRM-IDX))
               END-IF.
               MOVE WRK-PRM-NUMERO TO WRK-PRM-VALOR.
               IF WRK-PRM-SINAL = '-'
                   COMPUTE WRK-PRM-VALOR = WRK-PRM-VALOR * -1
               END-IF.
               MOVE WRK-PRM-VALOR TO WRK-VAL-VALOR-TESTE.
               MOVE TAB-PRM-MINIMO (TAB-PRM-IDX)
                   TO WRK-VAL-FAIXA-MINIMA.
               MOVE TAB-PRM-MAXIMO (TAB-PRM-IDX)
                   TO WRK-VAL-FAIXA-MAXIMA.
               SET VALOR-FORA-FAIXA TO TRUE.
               IF WRK-VAL-VALOR-TESTE NOT < WRK-VAL-FAIXA-MINIMA
                   AND WRK-VAL-VALOR-TESTE NOT > WRK-VAL-FAIXA-MAXIMA
                   SET VALOR-EM-FAIXA TO TRUE
               END-IF.
               IF VALOR-FORA-FAIXA
                   SET CAMPO-FORA-FAIXA TO TRUE
               END-IF.
               IF TAB-PRM-DECIMAIS (TAB-PRM-IDX) = ZEROS
                   MOVE WRK-PRM-VALOR TO WRK-PRM-INTEIRO-ED
                   MOVE WRK-PRM-INTEIRO-ED TO WRK-PRM-VALOR-ED
               ELSE
                   MOVE WRK-PRM-VALOR TO WRK-PRM-DECIMAL-ED
                   MOVE WRK-PRM-DECIMAL-ED TO WRK-PRM-VALOR-ED
               END-IF.
      ******************************
      **** FAIXA VALIDA DO PARAMETRO, EDITADA COMO O VALOR
      ******************************
           0410-FORMATAR-FAIXA.
               EVALUATE TRUE
                   WHEN PRM-TIPO-CHAVE (TAB-PRM-IDX)
                       MOVE 'S' TO WRK-PRM-MINIMO-ED
                       MOVE 'N' TO WRK-PRM-MAXIMO-ED
                   WHEN TAB-PRM-DECIMAIS (TAB-PRM-IDX) = ZEROS
                       MOVE TAB-PRM-MINIMO (TAB-PRM-IDX)
                           TO WRK-PRM-INTEIRO-ED
                       MOVE WRK-PRM-INTEIRO-ED TO WRK-PRM-MINIMO-ED
                       MOVE TAB-PRM-MAXIMO (TAB-PRM-IDX)
                           TO WRK-PRM-INTEIRO-ED
                       MOVE WRK-PRM-INTEIRO-ED TO WRK-PRM-MAXIMO-ED
                   WHEN OTHER
                       MOVE TAB-PRM-MINIMO (TAB-PRM-IDX)
                           TO WRK-PRM-DECIMAL-ED
                       MOVE WRK-PRM-DECIMAL-ED TO WRK-PRM-MINIMO-ED
                       MOVE TAB-PRM-MAXIMO (TAB-PRM-IDX)
                           TO WRK-PRM-DECIMAL-ED
                       MOVE WRK-PRM-DECIMAL-ED TO WRK-PRM-MAXIMO-ED
               END-EVALUATE.
      ******************************
      **** MONTA A IMAGEM DO CAMPO (WRK-PRM-CAMPO-NOVO) A PARTIR DO
      **** VALOR DIGITADO: SINAL OPCIONAL (SO NO TIPO S), PARTE
      **** INTEIRA E DECIMAIS DEPOIS DA VIRGULA, SEM ESPACO NO MEIO
      ******************************
           0450-MONTAR-CAMPO.
               MOVE 'N' TO WRK-ENTRADA-SITUACAO.
               MOVE SPACES TO WRK-PRM-CAMPO-NOVO.
               IF PRM-TIPO-CHAVE (TAB-PRM-IDX)
                   IF (WRK-ENTRADA-VALOR (1:1) = 'S' OR 'N')
                       AND WRK-ENTRADA-VALOR (2:) = SPACES
                       MOVE WRK-ENTRADA-VALOR (1:1)
                           TO WRK-PRM-CAMPO-NOVO
                       SET ENTRADA-VALIDA TO TRUE
                   END-IF
               ELSE
                   PERFORM 0455-SEPARAR-NUMERO
               END-IF.
           0455-SEPARAR-NUMERO.
               MOVE '+' TO WRK-PRM-SINAL.
               MOVE WRK-ENTRADA-VALOR TO WRK-ENTRADA-RESTO.
               IF WRK-ENTRADA-VALOR (1:1) = '-' OR '+'
                   MOVE WRK-ENTRADA-VALOR (1:1) TO WRK-PRM-SINAL
                   MOVE WRK-ENTRADA-VALOR (2:) TO WRK-ENTRADA-RESTO
               END-IF.
               MOVE ZEROS TO WRK-ENTRADA-QTD-TOKEN.
               INSPECT WRK-ENTRADA-RESTO TALLYING WRK-ENTRADA-QTD-TOKEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
               MOVE SPACES TO WRK-ENTRADA-INT.
               MOVE SPACES TO WRK-ENTRADA-DEC.
               MOVE ZEROS TO WRK-ENTRADA-QTD-INT.
               MOVE ZEROS TO WRK-ENTRADA-QTD-DEC.
               MOVE ZEROS TO WRK-ENTRADA-PARTES.
               IF WRK-ENTRADA-QTD-TOKEN > ZEROS
                   UNSTRING WRK-ENTRADA-RESTO
                       (1:WRK-ENTRADA-QTD-TOKEN)
                       DELIMITED BY ','
                       INTO WRK-ENTRADA-INT
                           COUNT IN WRK-ENTRADA-QTD-INT
                            WRK-ENTRADA-DEC
                           COUNT IN WRK-ENTRADA-QTD-DEC
                       TALLYING IN WRK-ENTRADA-PARTES
                       ON OVERFLOW MOVE 9 TO WRK-ENTRADA-PARTES
                   END-UNSTRING
               END-IF.
               COMPUTE WRK-PRM-INT-CAMPO =
                   TAB-PRM-TAMANHO (TAB-PRM-IDX)
                   - TAB-PRM-DECIMAIS (TAB-PRM-IDX).
               IF PRM-TIPO-SINAL (TAB-PRM-IDX)
                   SUBTRACT 1 FROM WRK-PRM-INT-CAMPO
               END-IF.
               EVALUATE TRUE
                   WHEN WRK-ENTRADA-QTD-TOKEN = ZEROS
                   WHEN WRK-ENTRADA-QTD-TOKEN < 15
                       AND WRK-ENTRADA-RESTO
                       (WRK-ENTRADA-QTD-TOKEN + 1:) NOT = SPACES
                   WHEN WRK-ENTRADA-PARTES > 2
                   WHEN WRK-ENTRADA-QTD-INT = ZEROS
                   WHEN WRK-ENTRADA-QTD-INT > WRK-PRM-INT-CAMPO
                   WHEN WRK-ENTRADA-QTD-DEC
                       > TAB-PRM-DECIMAIS (TAB-PRM-IDX)
                   WHEN WRK-PRM-SINAL = '-'
                       AND NOT PRM-TIPO-SINAL (TAB-PRM-IDX)
                       CONTINUE
                   WHEN WRK-ENTRADA-INT (1:WRK-ENTRADA-QTD-INT)
                       IS NOT NUMERIC
                       CONTINUE
                   WHEN WRK-ENTRADA-QTD-DEC > ZEROS
                       AND WRK-ENTRADA-DEC (1:WRK-ENTRADA-QTD-DEC)
                       IS NOT NUMERIC
                       CONTINUE
                   WHEN OTHER
                       PERFORM 0460-GERAR-IMAGEM
               END-EVALUATE.
           0460-GERAR-IMAGEM.
               MOVE ZEROS TO WRK-PRM-NUMERO-X.
               MOVE WRK-ENTRADA-INT (1:WRK-ENTRADA-QTD-INT)
                   TO WRK-PRM-NUMERO-X (8 - WRK-ENTRADA-QTD-INT:
                   WRK-ENTRADA-QTD-INT).
               IF WRK-ENTRADA-QTD-DEC > ZEROS
                   MOVE WRK-ENTRADA-DEC (1:WRK-ENTRADA-QTD-DEC)
                       TO WRK-PRM-NUMERO-X (8:WRK-ENTRADA-QTD-DEC)
               END-IF.
               IF WRK-PRM-NUMERO = ZEROS
                   MOVE '+' TO WRK-PRM-SINAL
               END-IF.
               MOVE 1 TO WRK-PRM-INICIO.
               IF PRM-TIPO-SINAL (TAB-PRM-IDX)
                   MOVE WRK-PRM-SINAL TO WRK-PRM-CAMPO-NOVO (1:1)
                   MOVE 2 TO WRK-PRM-INICIO
               END-IF.
               MOVE WRK-PRM-NUMERO-X (8 - WRK-PRM-INT-CAMPO:
                   WRK-PRM-INT-CAMPO)
                   TO WRK-PRM-CAMPO-NOVO (WRK-PRM-INICIO:
                   WRK-PRM-INT-CAMPO).
               IF TAB-PRM-DECIMAIS (TAB-PRM-IDX) > ZEROS
                   ADD WRK-PRM-INT-CAMPO TO WRK-PRM-INICIO
                   MOVE WRK-PRM-NUMERO-X (8:
                       TAB-PRM-DECIMAIS (TAB-PRM-IDX))
                       TO WRK-PRM-CAMPO-NOVO (WRK-PRM-INICIO:
                       TAB-PRM-DECIMAIS (TAB-PRM-IDX))
               END-IF.
               SET ENTRADA-VALIDA TO TRUE.
      ******************************
      **** ALTERACAO: PARAMETRO, VALOR NOVO, VIGENCIA, MOTIVO E
      **** SEGUNDO APROVADOR; SO COM TUDO CERTO A ALTERACAO FICA
      **** AGENDADA NO PARMHIST PARA O RUN NOTURNO DA VIGENCIA
      ******************************
           0500-ALTERAR.
               MOVE 'S' TO WRK-ETAPA.
               PERFORM 0510-LOCALIZAR-PARAMETRO.
               IF ETAPA-OK
                   PERFORM 0520-LER-VALOR-NOVO
               END-IF.
               IF ETAPA-OK
                   PERFORM 0530-LER-VIGENCIA
               END-IF.
               IF ETAPA-OK
                   PERFORM 0540-CONFERIR-AGENDA
               END-IF.
               IF ETAPA-OK
                   DISPLAY 'ENTRE COM O MOTIVO DA ALTERACAO'
                   MOVE SPACES TO WRK-MOTIVO
                   ACCEPT WRK-MOTIVO FROM CONSOLE
                   IF WRK-MOTIVO = SPACES
                       DISPLAY 'ALTERACAO RECUSADA: SEM MOTIVO'
                       MOVE 'N' TO WRK-ETAPA
                   END-IF
               END-IF.
               IF ETAPA-OK
                   PERFORM 0700-CONFERIR-APROVADOR
                   IF NOT APROVADOR-OK
                       MOVE 'N' TO WRK-ETAPA
                   END-IF
               END-IF.
               IF ETAPA-OK
                   PERFORM 0550-GRAVAR-ALTERACAO
               ELSE
                   ADD 1 TO WRK-TOTAL-RECUSAS
                   DISPLAY 'PARAMETRO NAO ALTERADO'
               END-IF.
      ******************************
      **** LOCALIZA O PARAMETRO PELO NOME NO CATALOGO E MOSTRA O
      **** VALOR ATUAL E A FAIXA
      ******************************
           0510-LOCALIZAR-PARAMETRO.
               DISPLAY 'ENTRE COM O NOME DO PARAMETRO'.
               MOVE SPACES TO WRK-PRM-NOME.
               ACCEPT WRK-PRM-NOME FROM CONSOLE.
               MOVE 'N' TO WRK-PRM-ACHADO.
               SET TAB-PRM-IDX TO 1.
               SEARCH TAB-PRM
                   AT END
                       DISPLAY 'PARAMETRO NAO CATALOGADO: ' WRK-PRM-NOME
                   WHEN TAB-PRM-NOME (TAB-PRM-IDX) = WRK-PRM-NOME
                       SET PARAMETRO-ACHADO TO TRUE
               END-SEARCH.
               IF PARAMETRO-ACHADO
                   PERFORM 0390-EXTRAIR-CAMPO
                   MOVE WRK-PRM-CAMPO TO WRK-PRM-CAMPO-ATUAL
                   PERFORM 0400-FORMATAR-VALOR
                   MOVE WRK-PRM-VALOR-ED TO WRK-PRM-ATUAL-ED
                   PERFORM 0410-FORMATAR-FAIXA
                   DISPLAY 'VALOR ATUAL: ' WRK-PRM-ATUAL-ED ' '
                       WRK-PRM-AVISO
                   DISPLAY 'FAIXA VALIDA: ' WRK-PRM-MINIMO-ED ' A '
                       WRK-PRM-MAXIMO-ED
               ELSE
                   MOVE 'N' TO WRK-ETAPA
               END-IF.
      ******************************
      **** VALOR NOVO: LEGIVEL, DENTRO DA FAIXA E DIFERENTE DO ATUAL
      ******************************
           0520-LER-VALOR-NOVO.
               IF PRM-TIPO-CHAVE (TAB-PRM-IDX)
                   DISPLAY 'ENTRE COM O VALOR NOVO (S OU N)'
               ELSE
                   DISPLAY 'ENTRE COM O VALOR NOVO (DECIMAIS COM '
                       'VIRGULA)'
               END-IF.
               MOVE SPACES TO WRK-ENTRADA-VALOR.
               ACCEPT WRK-ENTRADA-VALOR FROM CONSOLE.
               PERFORM 0450-MONTAR-CAMPO.
               IF ENTRADA-VALIDA
                   MOVE WRK-PRM-CAMPO-NOVO TO WRK-PRM-CAMPO
                   PERFORM 0400-FORMATAR-VALOR
               END-IF.
               EVALUATE TRUE
                   WHEN NOT ENTRADA-VALIDA
                       DISPLAY 'VALOR INVALIDO PARA O PARAMETRO'
                       MOVE 'N' TO WRK-ETAPA
                   WHEN NOT CAMPO-VALIDO
                       DISPLAY 'VALOR FORA DA FAIXA ' WRK-PRM-MINIMO-ED
                           ' A ' WRK-PRM-MAXIMO-ED
                       MOVE 'N' TO WRK-ETAPA
                   WHEN WRK-PRM-CAMPO-NOVO = WRK-PRM-CAMPO-ATUAL
                       DISPLAY 'VALOR NOVO IGUAL AO ATUAL'
                       MOVE 'N' TO WRK-ETAPA
                   WHEN OTHER
                       DISPLAY 'VALOR NOVO: ' WRK-PRM-VALOR-ED
               END-EVALUATE.
      ******************************
      **** VIGENCIA AAAAMMDD, DE HOJE EM DIANTE (BRANCO = HOJE). COM
      **** A DATA NO CALENDARIO (CALPROC) ELA TEM DE SER DIA DE
      **** PROCESSAMENTO; FORA DO CALENDARIO SO AVISA
      ******************************
           0530-LER-VIGENCIA.
               DISPLAY 'ENTRE COM A DATA DE VIGENCIA AAAAMMDD '
                   '(BRANCO = HOJE)'.
               MOVE SPACES TO WRK-VIGENCIA-X.
               ACCEPT WRK-VIGENCIA-X FROM CONSOLE.
               IF WRK-VIGENCIA-X = SPACES
                   MOVE WRK-DATA-HOJE TO WRK-VIGENCIA-X
               END-IF.
               EVALUATE TRUE
                   WHEN WRK-VIGENCIA-X IS NOT NUMERIC
                   WHEN WRK-VIG-MES < 1 OR WRK-VIG-MES > 12
                   WHEN WRK-VIG-DIA < 1 OR WRK-VIG-DIA > 31
                       DISPLAY 'DATA DE VIGENCIA INVALIDA'
                       MOVE 'N' TO WRK-ETAPA
                   WHEN WRK-VIGENCIA-X < WRK-DATA-HOJE
                       DISPLAY 'VIGENCIA NAO PODE SER RETROATIVA'
                       MOVE 'N' TO WRK-ETAPA
                   WHEN OTHER
                       PERFORM 0535-CONFERIR-CALENDARIO
               END-EVALUATE.
           0535-CONFERIR-CALENDARIO.
               MOVE SPACES TO WRK-CAL-SITUACAO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT CALENDARIO-IN.
               IF CALPROC-OK
                   PERFORM 0536-LER-CALENDARIO
                       UNTIL FIM-ARQUIVO OR NOT CAL-FORA
                   CLOSE CALENDARIO-IN
               END-IF.
               EVALUATE TRUE
                   WHEN CAL-DIA-NAO-UTIL
                       DISPLAY 'DATA SEM PROCESSAMENTO NO CALENDARIO'
                           ' - ESCOLHA UM DIA DE RUN NOTURNO'
                       MOVE 'N' TO WRK-ETAPA
                   WHEN CAL-FORA
                       DISPLAY 'AVISO: DATA FORA DO CALENDARIO CALPROC'
                           ' - CONFIRA O RUN NOTURNO DA DATA'
               END-EVALUATE.
           0536-LER-CALENDARIO.
               READ CALENDARIO-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
               IF NOT FIM-ARQUIVO
                   AND REG-CAL-DATA = WRK-VIGENCIA-X
                   IF REG-CAL-UTIL = 'S'
                       SET CAL-DIA-UTIL TO TRUE
                   ELSE
                       SET CAL-DIA-NAO-UTIL TO TRUE
                   END-IF
               END-IF.
      ******************************
      **** JA HAVENDO REGISTRO DO PARAMETRO NA MESMA VIGENCIA: O JA
      **** APLICADO NAO MUDA MAIS; O AGENDADO E SUBSTITUIDO
      ******************************
           0540-CONFERIR-AGENDA.
               MOVE 'N' TO WRK-REGISTRO-EXISTE.
               MOVE WRK-PRM-NOME TO WRK-PHS-NOME.
               MOVE WRK-VIGENCIA-X TO WRK-PHS-VIGENCIA.
               MOVE WRK-PHS-CHAVE TO REG-PHS-CHAVE.
               READ HISTORICO-PARM INTO WRK-HIST-PARM
                   INVALID KEY CONTINUE
               END-READ.
               IF PARMHIST-OK
                   SET REGISTRO-EXISTE TO TRUE
                   EVALUATE TRUE
                       WHEN PHS-EM-VIGOR
                           DISPLAY 'ALTERACAO DESTA VIGENCIA JA '
                               'APLICADA EM ' WRK-PHS-DATA-APLICACAO
                           MOVE 'N' TO WRK-ETAPA
                       WHEN PHS-AGENDADA
                           DISPLAY 'SUBSTITUI A ALTERACAO AGENDADA '
                               'PARA ' WRK-PHS-VALOR-NOVO ' POR '
                               WRK-PHS-ADMIN
                   END-EVALUATE
               END-IF.
      ******************************
      **** GRAVA A ALTERACAO AGENDADA E A TRILHA DE AUDITORIA
      ******************************
           0550-GRAVAR-ALTERACAO.
               INITIALIZE WRK-HIST-PARM.
               MOVE WRK-PRM-NOME TO WRK-PHS-NOME.
               MOVE WRK-VIGENCIA-X TO WRK-PHS-VIGENCIA.
               SET PHS-AGENDADA TO TRUE.
               MOVE WRK-PRM-CAMPO-NOVO TO WRK-PHS-VALOR-NOVO.
               MOVE WRK-PRM-CAMPO-ATUAL TO WRK-PHS-VALOR-ANTERIOR.
               MOVE WRK-ADMIN-SESSAO TO WRK-PHS-ADMIN.
               MOVE WRK-APROVADOR TO WRK-PHS-APROVADOR.
               MOVE WRK-DATA-HOJE TO WRK-PHS-DATA-REGISTRO.
               ACCEPT WRK-PHS-HORA-REGISTRO FROM TIME.
               MOVE WRK-MOTIVO TO WRK-PHS-MOTIVO.
               IF REGISTRO-EXISTE
                   REWRITE REG-HIST-PARM FROM WRK-HIST-PARM
               ELSE
                   WRITE REG-HIST-PARM FROM WRK-HIST-PARM
               END-IF.
               IF PARMHIST-OK
                   ADD 1 TO WRK-TOTAL-ALTERACOES
                   DISPLAY 'ALTERACAO AGENDADA - ENTRA NO PARMSUITE '
                       'NO RUN NOTURNO DE ' WRK-VIGENCIA-X
                   MOVE 'ALTERADO' TO WRK-AUD-RESULTADO
                   PERFORM 0800-REGISTRAR-AUDITORIA
               ELSE
                   ADD 1 TO WRK-TOTAL-RECUSAS
                   DISPLAY 'PARMHIST NAO GRAVOU - STATUS '
                       WRK-PARMHIST-STATUS
               END-IF.
      ******************************
      **** CANCELAMENTO DE ALTERACAO AINDA AGENDADA, COM O MESMO
      **** SEGUNDO APROVADOR DA ALTERACAO
      ******************************
           0600-CANCELAR.
               MOVE 'S' TO WRK-ETAPA.
               PERFORM 0510-LOCALIZAR-PARAMETRO.
               IF ETAPA-OK
                   DISPLAY 'ENTRE COM A DATA DE VIGENCIA AAAAMMDD'
                   MOVE SPACES TO WRK-VIGENCIA-X
                   ACCEPT WRK-VIGENCIA-X FROM CONSOLE
                   MOVE WRK-PRM-NOME TO WRK-PHS-NOME
                   MOVE WRK-VIGENCIA-X TO WRK-PHS-VIGENCIA
                   MOVE WRK-PHS-CHAVE TO REG-PHS-CHAVE
                   READ HISTORICO-PARM INTO WRK-HIST-PARM
                       INVALID KEY CONTINUE
                   END-READ
                   IF NOT PARMHIST-OK OR NOT PHS-AGENDADA
                       DISPLAY 'NAO HA ALTERACAO AGENDADA DO '
                           'PARAMETRO NESSA VIGENCIA'
                       MOVE 'N' TO WRK-ETAPA
                   END-IF
               END-IF.
               IF ETAPA-OK
                   DISPLAY 'VALOR AGENDADO: ' WRK-PHS-VALOR-NOVO
                       ' POR ' WRK-PHS-ADMIN
                   PERFORM 0700-CONFERIR-APROVADOR
                   IF NOT APROVADOR-OK
                       MOVE 'N' TO WRK-ETAPA
                   END-IF
               END-IF.
               IF ETAPA-OK
                   SET PHS-CANCELADA TO TRUE
                   MOVE WRK-DATA-HOJE TO WRK-PHS-DATA-APLICACAO
                   REWRITE REG-HIST-PARM FROM WRK-HIST-PARM
                   ADD 1 TO WRK-TOTAL-CANCELAMENTOS
                   DISPLAY 'ALTERACAO AGENDADA CANCELADA'
                   MOVE 'CANCELADO' TO WRK-AUD-RESULTADO
                   PERFORM 0800-REGISTRAR-AUDITORIA
               ELSE
                   DISPLAY 'NADA CANCELADO'
               END-IF.
      ******************************
      **** HISTORICO DE UM PARAMETRO: TODAS AS VIGENCIAS, DA MAIS
      **** ANTIGA PARA A MAIS NOVA
      ******************************
           0650-HISTORICO.
               MOVE 'S' TO WRK-ETAPA.
               PERFORM 0510-LOCALIZAR-PARAMETRO.
               IF ETAPA-OK
                   MOVE ZEROS TO WRK-QTD-LISTADOS
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   MOVE WRK-PRM-NOME TO WRK-PHS-NOME
                   MOVE LOW-VALUES TO WRK-PHS-VIGENCIA
                   MOVE WRK-PHS-CHAVE TO REG-PHS-CHAVE
                   START HISTORICO-PARM KEY IS NOT < REG-PHS-CHAVE
                       INVALID KEY SET FIM-ARQUIVO TO TRUE
                   END-START
                   PERFORM 0655-LISTAR-HISTORICO UNTIL FIM-ARQUIVO
                   IF WRK-QTD-LISTADOS = ZEROS
                       DISPLAY 'PARAMETRO SEM ALTERACOES NO HISTORICO'
                   END-IF
               END-IF.
           0655-LISTAR-HISTORICO.
               READ HISTORICO-PARM NEXT INTO WRK-HIST-PARM
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
               IF NOT FIM-ARQUIVO
                   IF WRK-PHS-NOME NOT = WRK-PRM-NOME
                       SET FIM-ARQUIVO TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY 'VIGENCIA ' WRK-PHS-VIGENCIA ' SIT '
                           WRK-PHS-SITUACAO ' DE '
                           WRK-PHS-VALOR-ANTERIOR
                           ' PARA ' WRK-PHS-VALOR-NOVO
                       DISPLAY '    POR ' WRK-PHS-ADMIN ' APROV '
                           WRK-PHS-APROVADOR ' EM '
                           WRK-PHS-DATA-REGISTRO ' APLIC '
                           WRK-PHS-DATA-APLICACAO
                       DISPLAY '    MOTIVO ' WRK-PHS-MOTIVO
                   END-IF
               END-IF.
      ******************************
      **** PARAMETROS DE UMA NOITE: A ULTIMA IMAGEM GUARDADA PELO RUN
      **** DA DATA NO PARMNOIT E AS ALTERACOES APLICADAS NELE
      ******************************
           0680-NOITE.
               DISPLAY 'ENTRE COM A DATA DO RUN NOTURNO AAAAMMDD'.
               MOVE SPACES TO WRK-NOITE-DATA.
               ACCEPT WRK-NOITE-DATA FROM CONSOLE.
               MOVE 'N' TO WRK-NOITE-SITUACAO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT NOITES-PARM.
               IF PARMNOIT-OK
                   PERFORM 0685-LER-NOITE UNTIL FIM-ARQUIVO
                   CLOSE NOITES-PARM
               END-IF.
               IF NOITE-ACHADA
                   DISPLAY 'RUN DE ' WRK-PNT-DATA ' AS ' WRK-PNT-HORA
                       ' - ALTERACOES APLICADAS: ' WRK-PNT-APLICADAS
                   PERFORM 0690-MOSTRAR-NOITE
                   DISPLAY 'ALTERACOES APLICADAS NA NOITE:'
                   MOVE ZEROS TO WRK-QTD-LISTADOS
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   MOVE LOW-VALUES TO REG-PHS-CHAVE
                   START HISTORICO-PARM KEY IS NOT < REG-PHS-CHAVE
                       INVALID KEY SET FIM-ARQUIVO TO TRUE
                   END-START
                   PERFORM 0695-LISTAR-APLICADA UNTIL FIM-ARQUIVO
                   IF WRK-QTD-LISTADOS = ZEROS
                       DISPLAY '  NENHUMA'
                   END-IF
               ELSE
                   DISPLAY 'NAO HA RUN NOTURNO DESSA DATA NO PARMNOIT'
               END-IF.
           0685-LER-NOITE.
               READ NOITES-PARM
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
               IF NOT FIM-ARQUIVO
                   AND REG-NOITE-PARM (1:8) = WRK-NOITE-DATA
                   MOVE REG-NOITE-PARM TO WRK-NOITE-PARM
                   SET NOITE-ACHADA TO TRUE
               END-IF.
      ******************************
      **** MOSTRA A IMAGEM DA NOITE TROCANDO A IMAGEM EM MANUTENCAO
      **** PELO TEMPO DA LISTAGEM
      ******************************
           0690-MOSTRAR-NOITE.
               MOVE WRK-PRM-IMAGEM TO WRK-PRM-IMAGEM-SALVA.
               MOVE WRK-PNT-IMAGEM TO WRK-PRM-IMAGEM.
               PERFORM 0310-MOSTRAR-PARAMETRO
                   VARYING TAB-PRM-IDX FROM 1 BY 1
                   UNTIL TAB-PRM-IDX > WRK-QTD-PARM.
               MOVE WRK-PRM-IMAGEM-SALVA TO WRK-PRM-IMAGEM.
           0695-LISTAR-APLICADA.
               READ HISTORICO-PARM NEXT INTO WRK-HIST-PARM
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
               IF NOT FIM-ARQUIVO AND PHS-EM-VIGOR
                   AND WRK-PHS-DATA-APLICACAO = WRK-NOITE-DATA
                   ADD 1 TO WRK-QTD-LISTADOS
                   DISPLAY '  ' WRK-PHS-NOME ' DE '
                       WRK-PHS-VALOR-ANTERIOR ' PARA '
                       WRK-PHS-VALOR-NOVO ' VIGENCIA '
                       WRK-PHS-VIGENCIA
               END-IF.
      ******************************
      **** SEGUNDO APROVADOR: OUTRO USUARIO, ATIVO, COM NIVEL DE
      **** SUPERVISOR OU MELHOR, QUE CONFIRMA COM A PROPRIA SENHA
      ******************************
           0700-CONFERIR-APROVADOR.
               MOVE 'N' TO WRK-APROV-SITUACAO.
               DISPLAY 'ENTRE COM O ID DO SEGUNDO APROVADOR'.
               MOVE SPACES TO WRK-APROVADOR.
               ACCEPT WRK-APROVADOR FROM CONSOLE.
               EVALUATE TRUE
                   WHEN WRK-APROVADOR = SPACES
                       DISPLAY 'RECUSADO: SEM SEGUNDO APROVADOR'
                   WHEN WRK-APROVADOR = WRK-ADMIN-SESSAO
                       DISPLAY 'RECUSADO: APROVADOR E O PROPRIO '
                           'ADMINISTRADOR'
                   WHEN OTHER
                       OPEN INPUT USUARIOS-MASTER
                       MOVE WRK-APROVADOR TO REG-USR-ID
                       READ USUARIOS-MASTER
                           INVALID KEY CONTINUE
                       END-READ
                       IF USRMST-OK AND USR-ATIVO
                           AND REG-USR-NIVEL
                               NOT > WRK-PARM-NIVEL-SUPERVISOR
                           CLOSE USUARIOS-MASTER
                           PERFORM 0710-SENHA-APROVADOR
                       ELSE
                           CLOSE USUARIOS-MASTER
                           DISPLAY 'RECUSADO: APROVADOR NAO CADASTRADO,'
                               ' INATIVO OU SEM NIVEL DE SUPERVISOR'
                       END-IF
               END-EVALUATE.
      ******************************
      **** SENHA DO APROVADOR PELA MESMA CONFERENCIA DO SIGN-ON; O
      **** USUARIO DA SESSAO E RESTAURADO EM SEGUIDA
      ******************************
           0710-SENHA-APROVADOR.
               MOVE WRK-SENHA TO WRK-SENHA-SESSAO.
               MOVE WRK-APROVADOR TO WRK-USUARIO.
               DISPLAY 'ENTRE COM A SENHA DO APROVADOR'.
               MOVE SPACES TO WRK-SENHA.
               ACCEPT WRK-SENHA FROM CONSOLE.
               PERFORM 0061-CONFERIR-SENHA.
               IF SENHA-CONFERIDA
                   SET APROVADOR-OK TO TRUE
               ELSE
                   DISPLAY 'RECUSADO: SENHA DO APROVADOR NAO CONFERE'
               END-IF.
               MOVE WRK-ADMIN-SESSAO TO WRK-USUARIO.
               MOVE WRK-SENHA-SESSAO TO WRK-SENHA.
      ******************************
      **** GRAVA ALTERACAO E CANCELAMENTO NA TRILHA DE AUDITORIA
      ******************************
           0800-REGISTRAR-AUDITORIA.
               MOVE 'PROGPRM' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'PARM ' DELIMITED BY SIZE
                      WRK-PRM-NOME DELIMITED BY SPACE
                      ' VIG ' DELIMITED BY SIZE
                      WRK-PHS-VIGENCIA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PHS-VALOR-NOVO DELIMITED BY SPACE
                      INTO WRK-AUD-ENTRADA.
               MOVE WRK-AUD-RESULTADO TO WRK-PRM-AVISO.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               STRING WRK-PRM-AVISO DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WRK-ADMIN-SESSAO DELIMITED BY SPACE
                      ' APROV ' DELIMITED BY SIZE
                      WRK-APROVADOR DELIMITED BY SPACE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0900-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'ALTERACOES AGENDADAS : ' WRK-TOTAL-ALTERACOES.
               DISPLAY 'CANCELAMENTOS        : '
                   WRK-TOTAL-CANCELAMENTOS.
               DISPLAY 'ALTERACOES RECUSADAS : ' WRK-TOTAL-RECUSAS.
               CLOSE HISTORICO-PARM.
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
