           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGFOR.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES (FORNMST)
      *     NO ESPIRITO DO PROGCOB13 E DO PROGCOB98 -- O FORNMST E
      *     LIDO PELAS COMPRAS (PROGCOB39 E PROGREP), PELA CONFERENCIA
      *     DA FATURA DO FORNECEDOR (PROGCOB53) E PELA REMESSA DE
      *     PAGAMENTO (PROGCOB54), MAS ERA DIGITADO DIRETO NO DATASET.
      *     COM ESTE PROGRAMA, QUALQUER USUARIO ATIVO (SIGN-ON USRMST)
      *     INCLUI, ALTERA, BLOQUEIA E CONSULTA FORNECEDOR; O CNPJ
      *     TEM OS DIGITOS VERIFICADORES CONFERIDOS. FORNECEDOR
      *     BLOQUEADO (SITUACAO B) NAO RECEBE PEDIDO DE COMPRA NEM
      *     PAGAMENTO; DESBLOQUEIO SO COM NIVEL DE SUPERVISOR OU
      *     MELHOR. DADOS BANCARIOS (BANCO, AGENCIA E CONTA DE
      *     CREDITO DA REMESSA) NUNCA ENTRAM DIRETO: A PROPOSTA CAI
      *     NO ARQUIVO DE PENDENTES (FORPEND, STATUS P) E SO ENTRA EM
      *     VIGOR QUANDO UM SUPERVISOR DIFERENTE DE QUEM PROPOS
      *     APROVA NA REVISAO (OPCAO 6), QUE REGRAVA AS PENDENTES NO
      *     FORPNEW. O FORNMST E SEQUENCIAL: O CADASTRO INTEIRO E
      *     CARREGADO NA PARTIDA E REGRAVADO NO FIM QUANDO ALGUMA
      *     OPERACAO O ALTERA. TODA OPERACAO GRAVA A IMAGEM DO
      *     FORNECEDOR ANTES E DEPOIS NO HISTORICO DE ALTERACOES
      *     (FORHIST) E UMA LINHA NA TRILHA AUDSUITE. O JCL DE QUEM O
      *     SUBMETE DEVE APONTAR O DD SUITELCK (PCOB.CONTROLE.TRAVA),
      *     COMO NO PROGCOB38
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O SIGN-ON PASSOU A CONFERIR A SENHA PELO HASH DA CREDENCIAL
      *     (USRSENHA, COPYBOOK CPYSENHA) EM VEZ DO REG-USR-SENHA EM
      *     CLARO: SENHA DE ATE 30 POSICOES, VALIDADE E HISTORICO DO
      *     PARMSUITE COM TROCA NA HORA, E BLOQUEIO APOS AS FALHAS
      *     SEGUIDAS, IGUAL EM TODOS OS PROGRAMAS COM SIGN-ON
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
               SELECT FORNECEDOR-MASTER ASSIGN TO FORNMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FORNMST-STATUS.
               SELECT PARAMETROS-IN ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
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
               SELECT PENDENTES-IN ASSIGN TO FORPEND
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FORPEND-STATUS.
               SELECT PENDENTES-OUT ASSIGN TO FORPNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HISTORICO-FORNECEDOR ASSIGN TO FORHIST
                   ORGANIZATION IS LINE SEQUENTIAL.
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
           FD  FORNECEDOR-MASTER.
           01  REG-FORNECEDOR PIC X(82).
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
           FD  PENDENTES-IN.
           01  REG-PENDENTE-IN.
               02 REG-PEN-CODIGO        PIC X(04).
               02 FILLER                PIC X(02).
               02 REG-PEN-BANCO-ANTES   PIC X(03).
               02 REG-PEN-AGENCIA-ANTES PIC X(05).
               02 REG-PEN-CONTA-ANTES   PIC X(12).
               02 FILLER                PIC X(02).
               02 REG-PEN-BANCO-NOVO    PIC X(03).
               02 REG-PEN-AGENCIA-NOVO  PIC X(05).
               02 REG-PEN-CONTA-NOVO    PIC X(12).
               02 FILLER                PIC X(02).
               02 REG-PEN-PROPONENTE    PIC X(10).
               02 FILLER                PIC X(02).
               02 REG-PEN-DATA          PIC X(08).
               02 FILLER                PIC X(02).
               02 REG-PEN-STATUS        PIC X(01).
                   88 PENDENTE-EM-ABERTO VALUE 'P'.
                   88 PENDENTE-APROVADA  VALUE 'A'.
                   88 PENDENTE-REJEITADA VALUE 'R'.
               02 FILLER                PIC X(02).
               02 REG-PEN-APROVADOR     PIC X(10).
           FD  PENDENTES-OUT.
           01  REG-PENDENTE-OUT PIC X(85).
           FD  HISTORICO-FORNECEDOR.
           01  LINHA-HISTORICO-FOR PIC X(206).
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
           COPY CPYERRO.
           COPY CPYCPF.
           77 WRK-FORNMST-STATUS PIC X(02) VALUE '00'.
               88 FORNMST-OK VALUE '00'.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-FORPEND-STATUS PIC X(02) VALUE '00'.
               88 FORPEND-OK VALUE '00'.
           77 WRK-FIM-FORNECEDORES PIC X(01) VALUE 'N'.
               88 FIM-FORNECEDORES VALUE 'S'.
           77 WRK-FIM-PENDENTES PIC X(01) VALUE 'N'.
               88 FIM-PENDENTES VALUE 'S'.
           77 WRK-CADASTRO-SITUACAO PIC X(01) VALUE 'N'.
               88 CADASTRO-ALTERADO VALUE 'S'.
           77 WRK-FORN-SITUACAO PIC X(01) VALUE 'N'.
               88 FORNECEDOR-ACHADO VALUE 'S'.
           77 WRK-USUARIO PIC X(10) VALUE SPACES.
           77 WRK-SENHA   PIC X(30) VALUE SPACES.
           77 WRK-NIVEL   PIC 9(02) VALUE ZEROS.
           77 WRK-SIGNON-SITUACAO PIC X(01) VALUE 'N'.
               88 SIGNON-OK VALUE 'S'.
           77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
           77 WRK-OPCAO-ALFA  PIC X(01) VALUE SPACES.
           77 WRK-OPCAO-CHECK PIC X(01) VALUE SPACES.
           77 WRK-RESPOSTA    PIC X(01) VALUE SPACES.
           77 WRK-DATA-HOJE   PIC X(08) VALUE SPACES.
           77 WRK-HORA-AGORA  PIC X(08) VALUE SPACES.
           77 WRK-MENSAGEM    PIC X(45) VALUE SPACES.
           77 WRK-CODIGO      PIC X(04) VALUE SPACES.
           77 WRK-NOME        PIC X(30) VALUE SPACES.
           77 WRK-MATERIAIS   PIC X(10) VALUE SPACES.
           77 WRK-TOTAL-APROVADAS  PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-REJEITADAS PIC 9(04) VALUE ZEROS.
      ******************************
      **** CAMPOS DIGITADOS NO CONSOLE, SO DIGITOS, COM ZEROS A
      **** ESQUERDA
      ******************************
           01 WRK-PRAZO-ALFA PIC X(03) VALUE SPACES.
           01 WRK-PRAZO-DIG REDEFINES WRK-PRAZO-ALFA PIC 9(03).
           01 WRK-CNPJ       PIC X(14) VALUE SPACES.
           01 WRK-CNPJ-DIG REDEFINES WRK-CNPJ PIC 9(14).
           01 WRK-BANCO      PIC X(03) VALUE SPACES.
           01 WRK-AGENCIA    PIC X(05) VALUE SPACES.
           01 WRK-CONTA      PIC X(12) VALUE SPACES.
      ******************************
      **** CONFERENCIA DOS DIGITOS VERIFICADORES DO CNPJ (MODULO
      **** 11, MESMA REGRA DO PROGCOB13)
      ******************************
           77 WRK-DOC-SITUACAO PIC X(01) VALUE 'N'.
               88 DOCUMENTO-VALIDO VALUE 'S'.
           77 WRK-DOC-TAM      PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-IND      PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-PESO     PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-CICLO    PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-DIGITO   PIC 9(01) VALUE ZEROS.
           77 WRK-DOC-SOMA     PIC 9(04) VALUE ZEROS.
           77 WRK-DOC-QTE      PIC 9(04) VALUE ZEROS.
           77 WRK-DOC-RESTO    PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-DV-CALC  PIC 9(01) VALUE ZEROS.
           77 WRK-DOC-DV-INF   PIC 9(01) VALUE ZEROS.
      ******************************
      **** LAYOUT DO REGISTRO DO FORNMST (O MESMO DO FD DOS
      **** PROGRAMAS QUE LEEM O CADASTRO)
      ******************************
           01 WRK-FORNECEDOR.
               02 WRK-FOR-CODIGO    PIC X(04) VALUE SPACES.
               02 WRK-FOR-NOME      PIC X(30) VALUE SPACES.
               02 WRK-FOR-MATERIAIS PIC X(10) VALUE SPACES.
               02 WRK-FOR-PRAZO     PIC 9(03) VALUE ZEROS.
               02 WRK-FOR-CNPJ      PIC X(14) VALUE SPACES.
               02 WRK-FOR-BANCO     PIC X(03) VALUE SPACES.
               02 WRK-FOR-AGENCIA   PIC X(05) VALUE SPACES.
               02 WRK-FOR-CONTA     PIC X(12) VALUE SPACES.
               02 WRK-FOR-SITUACAO  PIC X(01) VALUE SPACES.
                   88 FOR-ATIVO     VALUE 'A' ' '.
                   88 FOR-BLOQUEADO VALUE 'B'.
      ******************************
      **** CADASTRO INTEIRO EM MEMORIA, NA ORDEM DO ARQUIVO
      ******************************
           77 WRK-QTD-FORN PIC 9(03) VALUE ZEROS.
           77 WRK-FOR-IDX  PIC 9(03) VALUE ZEROS.
           01 TAB-FORNECEDORES.
               02 TAB-FOR OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-FORN
                  INDEXED BY TAB-FOR-IDX.
                   03 TAB-FOR-CODIGO PIC X(04).
                   03 TAB-FOR-DADOS  PIC X(78).
      ******************************
      **** REGISTRO DO HISTORICO DE ALTERACOES DO CADASTRO, COM A
      **** IMAGEM DO FORNECEDOR ANTES E DEPOIS DA OPERACAO (MESMO
      **** FORMATO DO CLIHIST DO PROGCOB13)
      ******************************
           01 WRK-HISTORICO-FOR.
               02 WRK-HST-OPERACAO PIC X(08) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-USUARIO  PIC X(10) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-DATA     PIC X(08) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-HORA     PIC X(06) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-ANTES    PIC X(82) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-DEPOIS   PIC X(82) VALUE SPACES.
           77 WRK-IMAGEM-ANTES PIC X(82) VALUE SPACES.
           PROCEDURE DIVISION.
           0000-PRINCIPAL.
               PERFORM 0975-CONFERIR-TRAVA.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0040-CARREGAR-PARAMETROS.
               PERFORM 0060-SIGN-ON.
               IF NOT SIGNON-OK
                   DISPLAY 'ACESSO NEGADO'
                   STOP RUN
               END-IF.
               PERFORM 0100-EXIBIR-MENU.
               PERFORM 0150-RECEBER-OPCAO.
               PERFORM 0250-CARREGAR-CADASTRO.
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0300-RECEBER-CODIGO
                       PERFORM 0400-INCLUIR
                   WHEN 2
                       PERFORM 0300-RECEBER-CODIGO
                       PERFORM 0500-ALTERAR
                   WHEN 3
                       PERFORM 0300-RECEBER-CODIGO
                       PERFORM 0550-PROPOR-BANCO
                   WHEN 4
                       PERFORM 0300-RECEBER-CODIGO
                       PERFORM 0600-BLOQUEAR
                   WHEN 5
                       PERFORM 0300-RECEBER-CODIGO
                       PERFORM 0700-CONSULTAR
                   WHEN 6
                       PERFORM 0800-REVISAR-PENDENTES
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
               END-EVALUATE.
               IF CADASTRO-ALTERADO
                   PERFORM 0950-REGRAVAR-CADASTRO
               END-IF.
               DISPLAY WRK-MENSAGEM.
               STOP RUN.
      ******************************
      **** CARREGA OS CODIGOS DE NIVEL DO ARQUIVO DE PARAMETROS, SE
      **** O ARQUIVO EXISTIR; DO CONTRARIO MANTEM O DEFAULT DO
      **** COPYBOOK CPYPARM
      ******************************
           0040-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
                           MOVE REG-PARM-NIVEL-SUPERVISOR
                               TO WRK-PARM-NIVEL-SUPERVISOR
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
               END-IF.
      ******************************
      **** SIGN-ON CONTRA O CADASTRO DE USUARIOS, MESMA CONFERENCIA
      **** DO PROGCOB10; O NIVEL FICA GUARDADO PARA O DESBLOQUEIO E
      **** PARA A APROVACAO DOS DADOS BANCARIOS
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
                       SET SIGNON-OK TO TRUE
                   END-IF
               END-IF.
               CLOSE USUARIOS-MASTER.
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
      **** LISTA AS OPCOES DE MANUTENCAO DO CADASTRO DE FORNECEDORES
      ******************************
           0100-EXIBIR-MENU.
               DISPLAY '============================================'.
               DISPLAY ' MANUTENCAO DO CADASTRO DE FORNECEDORES'.
               DISPLAY '============================================'.
               DISPLAY ' 1 - INCLUIR FORNECEDOR'.
               DISPLAY ' 2 - ALTERAR FORNECEDOR'.
               DISPLAY ' 3 - PROPOR DADOS BANCARIOS'.
               DISPLAY ' 4 - BLOQUEAR/DESBLOQUEAR FORNECEDOR'.
               DISPLAY ' 5 - CONSULTAR FORNECEDOR'.
               DISPLAY ' 6 - REVISAR DADOS BANCARIOS (SUPERVISOR)'.
               DISPLAY '============================================'.
      ******************************
      **** PEDE A OPCAO ATE RECEBER UMA ENTRADA NUMERICA
      ******************************
           0150-RECEBER-OPCAO.
               MOVE 'N' TO WRK-ENTRADA-SITUACAO.
               PERFORM 0160-LER-OPCAO UNTIL ENTRADA-VALIDA.
           0160-LER-OPCAO.
               DISPLAY 'ESCOLHA UMA OPCAO'.
               MOVE SPACES TO WRK-OPCAO-ALFA.
               ACCEPT WRK-OPCAO-ALFA FROM CONSOLE.
               MOVE WRK-OPCAO-ALFA TO WRK-OPCAO-CHECK.
               INSPECT WRK-OPCAO-CHECK
                   REPLACING TRAILING SPACES BY ZEROS.
               IF WRK-OPCAO-CHECK IS NUMERIC
                   MOVE WRK-OPCAO-ALFA TO WRK-OPCAO
                   SET ENTRADA-VALIDA TO TRUE
               ELSE
                   DISPLAY WRK-MSG-ERRO-PADRAO
               END-IF.
      ******************************
      **** CARREGA O CADASTRO INTEIRO NA TABELA; SEM O ARQUIVO O
      **** CADASTRO COMECA VAZIO. CADASTRO MAIOR QUE A TABELA NAO
      **** PODE SER REGRAVADO SEM PERDER FORNECEDOR, ENTAO O
      **** PROGRAMA PARA
      ******************************
           0250-CARREGAR-CADASTRO.
               OPEN INPUT FORNECEDOR-MASTER.
               IF FORNMST-OK
                   READ FORNECEDOR-MASTER
                       AT END SET FIM-FORNECEDORES TO TRUE
                   END-READ
                   PERFORM 0260-LER-FORNECEDOR
                       UNTIL FIM-FORNECEDORES OR WRK-QTD-FORN >= 500
                   IF NOT FIM-FORNECEDORES
                       DISPLAY 'CADASTRO DE FORNECEDORES EXCEDE 500 '
                           'REGISTROS - MANUTENCAO RECUSADA'
                       CLOSE FORNECEDOR-MASTER
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE FORNECEDOR-MASTER
               END-IF.
           0260-LER-FORNECEDOR.
               ADD 1 TO WRK-QTD-FORN.
               MOVE REG-FORNECEDOR TO TAB-FOR (WRK-QTD-FORN).
               READ FORNECEDOR-MASTER
                   AT END SET FIM-FORNECEDORES TO TRUE
               END-READ.
      ******************************
      **** PEDE O CODIGO DO FORNECEDOR ATE RECEBER UM CODIGO NAO
      **** BRANCO
      ******************************
           0300-RECEBER-CODIGO.
               MOVE 'N' TO WRK-ENTRADA-SITUACAO.
               PERFORM 0310-LER-CODIGO UNTIL ENTRADA-VALIDA.
           0310-LER-CODIGO.
               DISPLAY 'CODIGO DO FORNECEDOR (4 POSICOES)'.
               MOVE SPACES TO WRK-CODIGO.
               ACCEPT WRK-CODIGO FROM CONSOLE.
               IF WRK-CODIGO NOT = SPACES
                   SET ENTRADA-VALIDA TO TRUE
               ELSE
                   DISPLAY WRK-MSG-ERRO-PADRAO
               END-IF.
      ******************************
      **** PROCURA O CODIGO NA TABELA; ACHADO, O REGISTRO VAI PARA O
      **** LAYOUT DE TRABALHO E O INDICE FICA EM WRK-FOR-IDX
      ******************************
           0320-PROCURAR-FORNECEDOR.
               MOVE 'N' TO WRK-FORN-SITUACAO.
               IF WRK-QTD-FORN > 0
                   SET TAB-FOR-IDX TO 1
                   SEARCH TAB-FOR
                       AT END CONTINUE
                       WHEN TAB-FOR-CODIGO (TAB-FOR-IDX) = WRK-CODIGO
                           SET FORNECEDOR-ACHADO TO TRUE
                           SET WRK-FOR-IDX TO TAB-FOR-IDX
                           MOVE TAB-FOR (TAB-FOR-IDX)
                               TO WRK-FORNECEDOR
                   END-SEARCH
               END-IF.
      ******************************
      **** PEDE O PRAZO DE ENTREGA EM DIAS (3 DIGITOS) ATE RECEBER
      **** UMA ENTRADA NUMERICA
      ******************************
           0330-RECEBER-PRAZO.
               MOVE 'N' TO WRK-ENTRADA-SITUACAO.
               PERFORM 0335-LER-PRAZO UNTIL ENTRADA-VALIDA.
           0335-LER-PRAZO.
               DISPLAY 'PRAZO DE ENTREGA EM DIAS (3 DIGITOS)'.
               MOVE SPACES TO WRK-PRAZO-ALFA.
               ACCEPT WRK-PRAZO-ALFA FROM CONSOLE.
               IF WRK-PRAZO-ALFA IS NUMERIC
                   SET ENTRADA-VALIDA TO TRUE
               ELSE
                   DISPLAY WRK-MSG-ERRO-PADRAO
               END-IF.
      ******************************
      **** PEDE O CNPJ DO FORNECEDOR (14 DIGITOS) ATE OS DIGITOS
      **** VERIFICADORES CONFERIREM
      ******************************
           0340-RECEBER-CNPJ.
               MOVE 'N' TO WRK-DOC-SITUACAO.
               PERFORM 0345-LER-CNPJ UNTIL DOCUMENTO-VALIDO.
           0345-LER-CNPJ.
               DISPLAY 'CNPJ DO FORNECEDOR (14 DIGITOS)'.
               MOVE SPACES TO WRK-CNPJ.
               ACCEPT WRK-CNPJ FROM CONSOLE.
               PERFORM 0350-VALIDAR-CNPJ.
               IF NOT DOCUMENTO-VALIDO
                   DISPLAY 'CNPJ INVALIDO'
               END-IF.
      ******************************
      **** CNPJ: 12 DIGITOS + 2 VERIFICADORES, PESOS DE 2 A 9 DA
      **** DIREITA PARA A ESQUERDA, RECOMECANDO NO 2. RESTO MENOR
      **** QUE 2 DA DIGITO ZERO; DIGITOS TODOS IGUAIS E RECUSADO
      ******************************
           0350-VALIDAR-CNPJ.
               MOVE 'N' TO WRK-DOC-SITUACAO.
               MOVE 12 TO WRK-DOC-TAM.
               IF WRK-CNPJ IS NUMERIC
                   AND WRK-CNPJ (1:13) NOT = WRK-CNPJ (2:13)
                   PERFORM 0355-CALCULAR-DV
                   MOVE WRK-CNPJ (13:1) TO WRK-DOC-DV-INF
                   IF WRK-DOC-DV-CALC = WRK-DOC-DV-INF
                       ADD 1 TO WRK-DOC-TAM
                       PERFORM 0355-CALCULAR-DV
                       MOVE WRK-CNPJ (14:1) TO WRK-DOC-DV-INF
                       IF WRK-DOC-DV-CALC = WRK-DOC-DV-INF
                           SET DOCUMENTO-VALIDO TO TRUE
                       END-IF
                   END-IF
               END-IF.
           0355-CALCULAR-DV.
               MOVE ZEROS TO WRK-DOC-SOMA.
               PERFORM 0360-SOMAR-DIGITO
                   VARYING WRK-DOC-IND FROM 1 BY 1
                   UNTIL WRK-DOC-IND > WRK-DOC-TAM.
               DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QTE
                   REMAINDER WRK-DOC-RESTO.
               IF WRK-DOC-RESTO < 2
                   MOVE 0 TO WRK-DOC-DV-CALC
               ELSE
                   COMPUTE WRK-DOC-DV-CALC = 11 - WRK-DOC-RESTO
               END-IF.
           0360-SOMAR-DIGITO.
               MOVE WRK-CNPJ (WRK-DOC-IND:1) TO WRK-DOC-DIGITO.
               COMPUTE WRK-DOC-CICLO = WRK-DOC-TAM - WRK-DOC-IND.
               DIVIDE WRK-DOC-CICLO BY 8 GIVING WRK-DOC-QTE
                   REMAINDER WRK-DOC-PESO.
               ADD 2 TO WRK-DOC-PESO.
               COMPUTE WRK-DOC-SOMA =
                   WRK-DOC-SOMA + (WRK-DOC-DIGITO * WRK-DOC-PESO).
      ******************************
      **** PEDE BANCO (3 DIGITOS), AGENCIA (5 DIGITOS) E CONTA
      **** (ATE 12 POSICOES, COM O DIGITO) ATE RECEBER OS TRES
      ******************************
           0370-RECEBER-BANCO.
               MOVE 'N' TO WRK-ENTRADA-SITUACAO.
               PERFORM 0375-LER-BANCO UNTIL ENTRADA-VALIDA.
           0375-LER-BANCO.
               DISPLAY 'BANCO (3 DIGITOS)'.
               MOVE SPACES TO WRK-BANCO.
               ACCEPT WRK-BANCO FROM CONSOLE.
               DISPLAY 'AGENCIA (5 DIGITOS)'.
               MOVE SPACES TO WRK-AGENCIA.
               ACCEPT WRK-AGENCIA FROM CONSOLE.
               DISPLAY 'CONTA COM DIGITO (ATE 12 POSICOES)'.
               MOVE SPACES TO WRK-CONTA.
               ACCEPT WRK-CONTA FROM CONSOLE.
               IF WRK-BANCO IS NUMERIC AND WRK-AGENCIA IS NUMERIC
                   AND WRK-CONTA NOT = SPACES
                   SET ENTRADA-VALIDA TO TRUE
               ELSE
                   DISPLAY WRK-MSG-ERRO-PADRAO
               END-IF.
      ******************************
      **** INCLUI UM FORNECEDOR NOVO, ATIVO E SEM DADOS BANCARIOS;
      **** OS DADOS BANCARIOS INFORMADOS NA INCLUSAO VAO PARA AS
      **** PENDENTES COMO QUALQUER OUTRA PROPOSTA
      ******************************
           0400-INCLUIR.
               PERFORM 0320-PROCURAR-FORNECEDOR.
               EVALUATE TRUE
                   WHEN FORNECEDOR-ACHADO
                       MOVE 'FORNECEDOR JA CADASTRADO PARA ESSE CODIGO'
                           TO WRK-MENSAGEM
                   WHEN WRK-QTD-FORN >= 500
                       MOVE 'CADASTRO DE FORNECEDORES CHEIO'
                           TO WRK-MENSAGEM
                   WHEN OTHER
                       PERFORM 0410-MONTAR-INCLUSAO
               END-EVALUATE.
           0410-MONTAR-INCLUSAO.
               DISPLAY 'NOME DO FORNECEDOR'.
               MOVE SPACES TO WRK-NOME.
               ACCEPT WRK-NOME FROM CONSOLE.
               DISPLAY 'MATERIAIS FORNECIDOS (ATE 10 CODIGOS)'.
               MOVE SPACES TO WRK-MATERIAIS.
               ACCEPT WRK-MATERIAIS FROM CONSOLE.
               PERFORM 0330-RECEBER-PRAZO.
               PERFORM 0340-RECEBER-CNPJ.
               MOVE SPACES        TO WRK-FORNECEDOR.
               MOVE WRK-CODIGO    TO WRK-FOR-CODIGO.
               MOVE WRK-NOME      TO WRK-FOR-NOME.
               MOVE WRK-MATERIAIS TO WRK-FOR-MATERIAIS.
               MOVE WRK-PRAZO-DIG TO WRK-FOR-PRAZO.
               MOVE WRK-CNPJ      TO WRK-FOR-CNPJ.
               MOVE 'A'           TO WRK-FOR-SITUACAO.
               ADD 1 TO WRK-QTD-FORN.
               MOVE WRK-QTD-FORN TO WRK-FOR-IDX.
               MOVE WRK-FORNECEDOR TO TAB-FOR (WRK-FOR-IDX).
               SET CADASTRO-ALTERADO TO TRUE.
               MOVE 'INCLUSAO' TO WRK-HST-OPERACAO.
               MOVE SPACES TO WRK-IMAGEM-ANTES.
               PERFORM 0850-GRAVAR-HISTORICO.
               MOVE 'FORNECEDOR INCLUIDO COM SUCESSO' TO WRK-MENSAGEM.
               MOVE 'FORNECEDOR INCLUIDO' TO WRK-AUD-RESULTADO.
               DISPLAY 'INFORMAR DADOS BANCARIOS AGORA (S/N)?'.
               MOVE SPACES TO WRK-RESPOSTA.
               ACCEPT WRK-RESPOSTA FROM CONSOLE.
               IF WRK-RESPOSTA = 'S'
                   PERFORM 0370-RECEBER-BANCO
                   PERFORM 0870-GRAVAR-PENDENTE
                   MOVE 'INCLUIDO, BANCO AGUARDANDO APROVACAO'
                       TO WRK-MENSAGEM
                   MOVE 'INCLUSAO - BANCO PENDENTE'
                       TO WRK-AUD-RESULTADO
               END-IF.
               PERFORM 0900-REGISTRAR-AUDITORIA.
      ******************************
      **** ALTERA NOME, MATERIAIS, PRAZO E CNPJ DE UM FORNECEDOR JA
      **** CADASTRADO; DADOS BANCARIOS E SITUACAO NAO MUDAM AQUI
      ******************************
           0500-ALTERAR.
               PERFORM 0320-PROCURAR-FORNECEDOR.
               IF NOT FORNECEDOR-ACHADO
                   MOVE 'FORNECEDOR NAO ENCONTRADO' TO WRK-MENSAGEM
               ELSE
                   MOVE WRK-FORNECEDOR TO WRK-IMAGEM-ANTES
                   PERFORM 0750-EXIBIR-FORNECEDOR
                   DISPLAY 'NOVO NOME DO FORNECEDOR'
                   MOVE SPACES TO WRK-NOME
                   ACCEPT WRK-NOME FROM CONSOLE
                   DISPLAY 'MATERIAIS FORNECIDOS (ATE 10 CODIGOS)'
                   MOVE SPACES TO WRK-MATERIAIS
                   ACCEPT WRK-MATERIAIS FROM CONSOLE
                   PERFORM 0330-RECEBER-PRAZO
                   PERFORM 0340-RECEBER-CNPJ
                   MOVE WRK-NOME      TO WRK-FOR-NOME
                   MOVE WRK-MATERIAIS TO WRK-FOR-MATERIAIS
                   MOVE WRK-PRAZO-DIG TO WRK-FOR-PRAZO
                   MOVE WRK-CNPJ      TO WRK-FOR-CNPJ
                   MOVE WRK-FORNECEDOR TO TAB-FOR (WRK-FOR-IDX)
                   SET CADASTRO-ALTERADO TO TRUE
                   MOVE 'ALTERACAO' TO WRK-HST-OPERACAO
                   PERFORM 0850-GRAVAR-HISTORICO
                   MOVE 'FORNECEDOR ALTERADO COM SUCESSO'
                       TO WRK-MENSAGEM
                   MOVE 'FORNECEDOR ALTERADO' TO WRK-AUD-RESULTADO
                   PERFORM 0900-REGISTRAR-AUDITORIA
               END-IF.
      ******************************
      **** PROPOSTA DE DADOS BANCARIOS: O CADASTRO NAO MUDA, A
      **** PROPOSTA VAI PARA AS PENDENTES COM OS DADOS ATUAIS E OS
      **** NOVOS, ESPERANDO A APROVACAO DE UM SEGUNDO USUARIO
      ******************************
           0550-PROPOR-BANCO.
               PERFORM 0320-PROCURAR-FORNECEDOR.
               IF NOT FORNECEDOR-ACHADO
                   MOVE 'FORNECEDOR NAO ENCONTRADO' TO WRK-MENSAGEM
               ELSE
                   PERFORM 0750-EXIBIR-FORNECEDOR
                   PERFORM 0370-RECEBER-BANCO
                   PERFORM 0870-GRAVAR-PENDENTE
                   MOVE 'DADOS BANCARIOS AGUARDANDO APROVACAO'
                       TO WRK-MENSAGEM
                   MOVE 'BANCO PROPOSTO - PENDENTE'
                       TO WRK-AUD-RESULTADO
                   PERFORM 0900-REGISTRAR-AUDITORIA
               END-IF.
      ******************************
      **** BLOQUEIA OU DESBLOQUEIA UM FORNECEDOR. QUALQUER USUARIO
      **** BLOQUEIA; DESBLOQUEAR (VOLTAR A COMPRAR E A PAGAR) SO COM
      **** NIVEL DE SUPERVISOR OU MELHOR
      ******************************
           0600-BLOQUEAR.
               PERFORM 0320-PROCURAR-FORNECEDOR.
               IF NOT FORNECEDOR-ACHADO
                   MOVE 'FORNECEDOR NAO ENCONTRADO' TO WRK-MENSAGEM
               ELSE
                   MOVE WRK-FORNECEDOR TO WRK-IMAGEM-ANTES
                   PERFORM 0750-EXIBIR-FORNECEDOR
                   IF FOR-BLOQUEADO
                       PERFORM 0610-DESBLOQUEAR
                   ELSE
                       SET FOR-BLOQUEADO TO TRUE
                       MOVE 'BLOQUEIO' TO WRK-HST-OPERACAO
                       MOVE 'FORNECEDOR BLOQUEADO COM SUCESSO'
                           TO WRK-MENSAGEM
                       MOVE 'FORNECEDOR BLOQUEADO'
                           TO WRK-AUD-RESULTADO
                       PERFORM 0620-GRAVAR-SITUACAO
                   END-IF
               END-IF.
           0610-DESBLOQUEAR.
               IF WRK-NIVEL > WRK-PARM-NIVEL-SUPERVISOR
                   MOVE 'DESBLOQUEIO RESTRITO A SUPERVISOR'
                       TO WRK-MENSAGEM
               ELSE
                   DISPLAY 'DESBLOQUEAR O FORNECEDOR (S/N)?'
                   MOVE SPACES TO WRK-RESPOSTA
                   ACCEPT WRK-RESPOSTA FROM CONSOLE
                   IF WRK-RESPOSTA = 'S'
                       MOVE 'A' TO WRK-FOR-SITUACAO
                       MOVE 'DESBLOQ' TO WRK-HST-OPERACAO
                       MOVE 'FORNECEDOR DESBLOQUEADO COM SUCESSO'
                           TO WRK-MENSAGEM
                       MOVE 'FORNECEDOR DESBLOQUEADO'
                           TO WRK-AUD-RESULTADO
                       PERFORM 0620-GRAVAR-SITUACAO
                   ELSE
                       MOVE 'FORNECEDOR CONTINUA BLOQUEADO'
                           TO WRK-MENSAGEM
                   END-IF
               END-IF.
           0620-GRAVAR-SITUACAO.
               MOVE WRK-FORNECEDOR TO TAB-FOR (WRK-FOR-IDX).
               SET CADASTRO-ALTERADO TO TRUE.
               PERFORM 0850-GRAVAR-HISTORICO.
               PERFORM 0900-REGISTRAR-AUDITORIA.
      ******************************
      **** CONSULTA E EXIBE OS DADOS DE UM FORNECEDOR JA CADASTRADO
      ******************************
           0700-CONSULTAR.
               PERFORM 0320-PROCURAR-FORNECEDOR.
               IF NOT FORNECEDOR-ACHADO
                   MOVE 'FORNECEDOR NAO ENCONTRADO' TO WRK-MENSAGEM
               ELSE
                   PERFORM 0750-EXIBIR-FORNECEDOR
               END-IF.
           0750-EXIBIR-FORNECEDOR.
               DISPLAY 'CODIGO    : ' WRK-FOR-CODIGO.
               DISPLAY 'NOME      : ' WRK-FOR-NOME.
               DISPLAY 'MATERIAIS : ' WRK-FOR-MATERIAIS.
               DISPLAY 'PRAZO     : ' WRK-FOR-PRAZO.
               IF WRK-FOR-CNPJ IS NUMERIC
                   MOVE WRK-FOR-CNPJ TO WRK-CNPJ-DIG
                   MOVE WRK-CNPJ-DIG TO WRK-CNPJ-ED
                   DISPLAY 'CNPJ      : ' WRK-CNPJ-ED
               ELSE
                   DISPLAY 'CNPJ      : NAO INFORMADO'
               END-IF.
               DISPLAY 'BANCO     : ' WRK-FOR-BANCO
                   '  AGENCIA: ' WRK-FOR-AGENCIA
                   '  CONTA: ' WRK-FOR-CONTA.
               IF FOR-BLOQUEADO
                   MOVE 'SITUACAO  : BLOQUEADO' TO WRK-MENSAGEM
               ELSE
                   MOVE 'SITUACAO  : ATIVO' TO WRK-MENSAGEM
               END-IF.
      ******************************
      **** REVISAO DOS DADOS BANCARIOS PENDENTES, SO PARA SUPERVISOR
      **** OU MELHOR E NUNCA DA PROPRIA PROPOSTA: A=APROVA (OS DADOS
      **** ENTRAM NO CADASTRO), R=REJEITA, OUTRA=PULA
      ******************************
           0800-REVISAR-PENDENTES.
               IF WRK-NIVEL > WRK-PARM-NIVEL-SUPERVISOR
                   MOVE 'APROVACAO RESTRITA A SUPERVISOR'
                       TO WRK-MENSAGEM
               ELSE
                   OPEN INPUT PENDENTES-IN
                   IF NOT FORPEND-OK
                       MOVE 'SEM PENDENTES' TO WRK-MENSAGEM
                   ELSE
                       OPEN OUTPUT PENDENTES-OUT
                       READ PENDENTES-IN
                           AT END SET FIM-PENDENTES TO TRUE
                       END-READ
                       PERFORM 0810-TRATAR-PENDENTE
                           UNTIL FIM-PENDENTES
                       CLOSE PENDENTES-IN PENDENTES-OUT
                       DISPLAY 'APROVADAS : ' WRK-TOTAL-APROVADAS
                       DISPLAY 'REJEITADAS: ' WRK-TOTAL-REJEITADAS
                       MOVE 'REVISAO DE DADOS BANCARIOS ENCERRADA'
                           TO WRK-MENSAGEM
                   END-IF
               END-IF.
           0810-TRATAR-PENDENTE.
               IF PENDENTE-EM-ABERTO
                   MOVE REG-PEN-CODIGO TO WRK-CODIGO
                   DISPLAY 'PENDENTE: FORNECEDOR ' REG-PEN-CODIGO
                       ' PROPONENTE ' REG-PEN-PROPONENTE
                       ' EM ' REG-PEN-DATA
                   DISPLAY '  ATUAL   : ' REG-PEN-BANCO-ANTES ' '
                       REG-PEN-AGENCIA-ANTES ' ' REG-PEN-CONTA-ANTES
                   DISPLAY '  PROPOSTO: ' REG-PEN-BANCO-NOVO ' '
                       REG-PEN-AGENCIA-NOVO ' ' REG-PEN-CONTA-NOVO
                   IF REG-PEN-PROPONENTE = WRK-USUARIO
                       DISPLAY 'PROPOSTA SUA - APROVACAO POR OUTRO '
                           'USUARIO'
                   ELSE
                       PERFORM 0815-DECIDIR-PENDENTE
                   END-IF
               END-IF.
               WRITE REG-PENDENTE-OUT FROM REG-PENDENTE-IN.
               READ PENDENTES-IN
                   AT END SET FIM-PENDENTES TO TRUE
               END-READ.
           0815-DECIDIR-PENDENTE.
               DISPLAY 'A=APROVAR  R=REJEITAR  OUTRA=PULAR'.
               MOVE SPACES TO WRK-RESPOSTA.
               ACCEPT WRK-RESPOSTA FROM CONSOLE.
               EVALUATE WRK-RESPOSTA
                   WHEN 'A'
                       PERFORM 0820-APLICAR-BANCO
                   WHEN 'R'
                       ADD 1 TO WRK-TOTAL-REJEITADAS
                       MOVE 'R' TO REG-PEN-STATUS
                       MOVE WRK-USUARIO TO REG-PEN-APROVADOR
                       MOVE 'BANCO REJEITADO' TO WRK-AUD-RESULTADO
                       PERFORM 0900-REGISTRAR-AUDITORIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
      ******************************
      **** DADOS BANCARIOS APROVADOS: ENTRAM NO CADASTRO E VAO PARA
      **** O HISTORICO. FORNECEDOR QUE SUMIU DO CADASTRO, OU CUJOS
      **** DADOS BANCARIOS MUDARAM DESDE A PROPOSTA (OUTRA PROPOSTA
      **** JA APROVADA), NAO TEM O QUE APROVAR E A PENDENTE E
      **** REJEITADA
      ******************************
           0820-APLICAR-BANCO.
               PERFORM 0320-PROCURAR-FORNECEDOR.
               MOVE WRK-USUARIO TO REG-PEN-APROVADOR.
               EVALUATE TRUE
                   WHEN NOT FORNECEDOR-ACHADO
                       DISPLAY 'FORNECEDOR NAO ENCONTRADO - PENDENTE '
                           'REJEITADA'
                       ADD 1 TO WRK-TOTAL-REJEITADAS
                       MOVE 'R' TO REG-PEN-STATUS
                       MOVE 'FORNECEDOR NAO ENCONTRADO'
                           TO WRK-AUD-RESULTADO
                   WHEN WRK-FOR-BANCO   NOT = REG-PEN-BANCO-ANTES
                     OR WRK-FOR-AGENCIA NOT = REG-PEN-AGENCIA-ANTES
                     OR WRK-FOR-CONTA   NOT = REG-PEN-CONTA-ANTES
                       DISPLAY 'BANCO MUDOU DESDE A PROPOSTA - '
                           'PENDENTE REJEITADA'
                       ADD 1 TO WRK-TOTAL-REJEITADAS
                       MOVE 'R' TO REG-PEN-STATUS
                       MOVE 'BANCO MUDOU DESDE A PROPOSTA'
                           TO WRK-AUD-RESULTADO
                   WHEN OTHER
                       ADD 1 TO WRK-TOTAL-APROVADAS
                       MOVE 'A' TO REG-PEN-STATUS
                       MOVE WRK-FORNECEDOR TO WRK-IMAGEM-ANTES
                       MOVE REG-PEN-BANCO-NOVO   TO WRK-FOR-BANCO
                       MOVE REG-PEN-AGENCIA-NOVO TO WRK-FOR-AGENCIA
                       MOVE REG-PEN-CONTA-NOVO   TO WRK-FOR-CONTA
                       MOVE WRK-FORNECEDOR TO TAB-FOR (WRK-FOR-IDX)
                       SET CADASTRO-ALTERADO TO TRUE
                       MOVE 'APROVBCO' TO WRK-HST-OPERACAO
                       PERFORM 0850-GRAVAR-HISTORICO
                       MOVE 'BANCO APROVADO' TO WRK-AUD-RESULTADO
               END-EVALUATE.
               PERFORM 0900-REGISTRAR-AUDITORIA.
      ******************************
      **** GRAVA NO HISTORICO DE ALTERACOES A IMAGEM DO FORNECEDOR
      **** ANTES E DEPOIS DA OPERACAO, COM USUARIO, DATA E HORA
      ******************************
           0850-GRAVAR-HISTORICO.
               MOVE WRK-USUARIO    TO WRK-HST-USUARIO.
               MOVE WRK-DATA-HOJE  TO WRK-HST-DATA.
               ACCEPT WRK-HORA-AGORA FROM TIME.
               MOVE WRK-HORA-AGORA TO WRK-HST-HORA.
               MOVE WRK-IMAGEM-ANTES TO WRK-HST-ANTES.
               MOVE WRK-FORNECEDOR TO WRK-HST-DEPOIS.
               OPEN EXTEND HISTORICO-FORNECEDOR.
               WRITE LINHA-HISTORICO-FOR FROM WRK-HISTORICO-FOR.
               CLOSE HISTORICO-FORNECEDOR.
      ******************************
      **** GRAVA A PROPOSTA DE DADOS BANCARIOS NO ARQUIVO DE
      **** PENDENTES COM STATUS P, OS DADOS ATUAIS, PROPONENTE E DATA
      ******************************
           0870-GRAVAR-PENDENTE.
               OPEN EXTEND PENDENTES-IN.
               MOVE SPACES TO REG-PENDENTE-IN.
               MOVE WRK-CODIGO      TO REG-PEN-CODIGO.
               MOVE WRK-FOR-BANCO   TO REG-PEN-BANCO-ANTES.
               MOVE WRK-FOR-AGENCIA TO REG-PEN-AGENCIA-ANTES.
               MOVE WRK-FOR-CONTA   TO REG-PEN-CONTA-ANTES.
               MOVE WRK-BANCO       TO REG-PEN-BANCO-NOVO.
               MOVE WRK-AGENCIA     TO REG-PEN-AGENCIA-NOVO.
               MOVE WRK-CONTA       TO REG-PEN-CONTA-NOVO.
               MOVE WRK-USUARIO     TO REG-PEN-PROPONENTE.
               MOVE WRK-DATA-HOJE   TO REG-PEN-DATA.
               MOVE 'P' TO REG-PEN-STATUS.
               WRITE REG-PENDENTE-IN.
               CLOSE PENDENTES-IN.
      ******************************
      **** GRAVA A OPERACAO NA TRILHA DE AUDITORIA
      ******************************
           0900-REGISTRAR-AUDITORIA.
               MOVE 'PROGFOR' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'FORNECEDOR ' DELIMITED BY SIZE
                      WRK-CODIGO DELIMITED BY SIZE
                      ' POR ' DELIMITED BY SIZE
                      WRK-USUARIO DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** REGRAVA O FORNMST INTEIRO A PARTIR DA TABELA, NA MESMA
      **** ORDEM EM QUE FOI LIDO (INCLUSAO VAI PARA O FIM)
      ******************************
           0950-REGRAVAR-CADASTRO.
               OPEN OUTPUT FORNECEDOR-MASTER.
               PERFORM 0960-GRAVAR-FORNECEDOR
                   VARYING WRK-FOR-IDX FROM 1 BY 1
                   UNTIL WRK-FOR-IDX > WRK-QTD-FORN.
               CLOSE FORNECEDOR-MASTER.
           0960-GRAVAR-FORNECEDOR.
               WRITE REG-FORNECEDOR FROM TAB-FOR (WRK-FOR-IDX).
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
