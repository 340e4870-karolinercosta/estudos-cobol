           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGCOB98.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: MANUTENCAO DO CADASTRO MESTRE DE PRODUTOS
      *     (PRDMST) NO ESPIRITO DO PROGCOB13 E DO PROGCOB38 -- O
      *     PRDMST E LIDO PELO FRETE (PROGCOB09/09B), PELA BAIXA DE
      *     ESTOQUE (PROGCOB20) E PELO INVENTARIO (PROGCOB80), MAS
      *     PRODUTO NOVO E MUDANCA DE PRECO ERAM DIGITADOS DIRETO NO
      *     DATASET. COM ESTE PROGRAMA, QUALQUER USUARIO ATIVO
      *     (SIGN-ON USRMST) INCLUI, ALTERA, INATIVA E CONSULTA
      *     PRODUTO; PRECO SO ENTRA EM VIGOR COM NIVEL DE SUPERVISOR
      *     OU MELHOR. PRECO DIGITADO POR QUEM NAO E SUPERVISOR CAI
      *     NO ARQUIVO DE PENDENTES (PRDPEND, STATUS P) E O PRODUTO
      *     NOVO FICA AGUARDANDO PRECO (SITUACAO P, RECUSADO PELO
      *     FRETE) ATE UM SUPERVISOR APROVAR NA REVISAO (OPCAO 5),
      *     QUE REGRAVA AS PENDENTES NO PRDPNEW. TODO PRECO QUE
      *     ENTRA EM VIGOR VAI DATADO PARA O HISTORICO DE PRECOS
      *     (PRDPRECO, COPYBOOK CPYPRECO), PARA SE EXPLICAR O PRECO
      *     DE UM PEDIDO ANTIGO; TODA OPERACAO GRAVA A IMAGEM DO
      *     PRODUTO ANTES E DEPOIS NO HISTORICO DE ALTERACOES
      *     (PRDHIST) E UMA LINHA NA TRILHA AUDSUITE. O JCL DE QUEM
      *     O SUBMETE DEVE APONTAR O DD SUITELCK
      *     (PCOB.CONTROLE.TRAVA), COMO NO PROGCOB38
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO GANHOU A CLASSIFICACAO FISCAL DO PRODUTO (NCM,
      *     REG-PRD-NCM, NO FIM DO REGISTRO), PEDIDA NA INCLUSAO E NA
      *     ALTERACAO; AS IMAGENS DO PRDHIST FORAM PARA X(61)
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
               SELECT PRODUTO-MASTER ASSIGN TO PRDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-PRD-CODIGO
                   FILE STATUS IS WRK-PRDMST-STATUS.
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
               SELECT PENDENTES-IN ASSIGN TO PRDPEND
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRDPEND-STATUS.
               SELECT PENDENTES-OUT ASSIGN TO PRDPNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HISTORICO-PRECO ASSIGN TO PRDPRECO
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HISTORICO-PRODUTO ASSIGN TO PRDHIST
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
           FD  PRODUTO-MASTER.
           01  REG-PRODUTO.
               02 REG-PRD-CODIGO    PIC 9(06).
               02 REG-PRD-DESCRICAO PIC X(30).
               02 REG-PRD-PESO      PIC 9(05)V99.
               02 REG-PRD-VALOR     PIC 9(07)V99.
               02 REG-PRD-SITUACAO  PIC X(01).
                   88 PRD-ATIVO            VALUE 'A' ' '.
                   88 PRD-INATIVO          VALUE 'I'.
                   88 PRD-AGUARDANDO-PRECO VALUE 'P'.
               02 REG-PRD-NCM       PIC X(08).
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
               02 REG-PEN-CODIGO      PIC 9(06).
               02 FILLER              PIC X(02).
               02 REG-PEN-VALOR-ANTES PIC 9(07)V99.
               02 FILLER              PIC X(02).
               02 REG-PEN-VALOR-NOVO  PIC 9(07)V99.
               02 FILLER              PIC X(02).
               02 REG-PEN-PROPONENTE  PIC X(10).
               02 FILLER              PIC X(02).
               02 REG-PEN-DATA        PIC X(08).
               02 FILLER              PIC X(02).
               02 REG-PEN-STATUS      PIC X(01).
                   88 PENDENTE-EM-ABERTO VALUE 'P'.
                   88 PENDENTE-APROVADA  VALUE 'A'.
                   88 PENDENTE-REJEITADA VALUE 'R'.
           FD  PENDENTES-OUT.
           01  REG-PENDENTE-OUT PIC X(53).
           FD  HISTORICO-PRECO.
           01  LINHA-HISTORICO-PRECO PIC X(78).
           FD  HISTORICO-PRODUTO.
           01  LINHA-HISTORICO-PRD PIC X(164).
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
           COPY CPYPRECO.
           77 WRK-PRDMST-STATUS PIC X(02) VALUE '00'.
               88 MESTRE-OK          VALUE '00'.
               88 MESTRE-NAO-EXISTE  VALUE '35'.
               88 MESTRE-DUPLICADO   VALUE '22'.
               88 MESTRE-NAO-ACHOU   VALUE '23'.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-PRDPEND-STATUS PIC X(02) VALUE '00'.
               88 PRDPEND-OK VALUE '00'.
           77 WRK-FIM-PENDENTES PIC X(01) VALUE 'N'.
               88 FIM-PENDENTES VALUE 'S'.
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
           77 WRK-CODIGO      PIC 9(06) VALUE ZEROS.
           77 WRK-DESCRICAO   PIC X(30) VALUE SPACES.
           77 WRK-VALOR-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PESO-ED     PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PRECO-SITUACAO PIC X(01) VALUE 'N'.
               88 PRECO-ALTERADO VALUE 'S'.
           77 WRK-TOTAL-APROVADAS  PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-REJEITADAS PIC 9(04) VALUE ZEROS.
      ******************************
      **** CAMPOS DIGITADOS NO CONSOLE, SO DIGITOS, COM ZEROS A
      **** ESQUERDA E AS DUAS ULTIMAS POSICOES COMO DECIMAIS
      ******************************
           01 WRK-CODIGO-ALFA PIC X(06) VALUE SPACES.
           01 WRK-CODIGO-DIG REDEFINES WRK-CODIGO-ALFA PIC 9(06).
           01 WRK-PESO-ALFA   PIC X(07) VALUE SPACES.
           01 WRK-PESO-DIG REDEFINES WRK-PESO-ALFA PIC 9(05)V99.
           01 WRK-VALOR-ALFA  PIC X(09) VALUE SPACES.
           01 WRK-VALOR-DIG REDEFINES WRK-VALOR-ALFA PIC 9(07)V99.
           01 WRK-NCM         PIC X(08) VALUE SPACES.
      ******************************
      **** REGISTRO DO HISTORICO DE ALTERACOES DO CADASTRO, COM A
      **** IMAGEM DO PRODUTO ANTES E DEPOIS DA OPERACAO (MESMO
      **** FORMATO DO CLIHIST DO PROGCOB13)
      ******************************
           01 WRK-HISTORICO-PRD.
               02 WRK-HST-OPERACAO PIC X(08) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-USUARIO  PIC X(10) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-DATA     PIC X(08) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-HORA     PIC X(06) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-ANTES    PIC X(61) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-DEPOIS   PIC X(61) VALUE SPACES.
           77 WRK-IMAGEM-ANTES PIC X(61) VALUE SPACES.
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
               PERFORM 0250-ABRIR-MESTRE.
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0300-RECEBER-CODIGO
                       PERFORM 0400-INCLUIR
                   WHEN 2
                       PERFORM 0300-RECEBER-CODIGO
                       PERFORM 0500-ALTERAR
                   WHEN 3
                       PERFORM 0300-RECEBER-CODIGO
                       PERFORM 0600-INATIVAR
                   WHEN 4
                       PERFORM 0300-RECEBER-CODIGO
                       PERFORM 0700-CONSULTAR
                   WHEN 5
                       PERFORM 0800-REVISAR-PENDENTES
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
               END-EVALUATE.
               DISPLAY WRK-MENSAGEM.
               CLOSE PRODUTO-MASTER.
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
      **** DO PROGCOB10; O NIVEL FICA GUARDADO PARA A APROVACAO DE
      **** PRECO
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
      **** LISTA AS OPCOES DE MANUTENCAO DO CADASTRO DE PRODUTOS
      ******************************
           0100-EXIBIR-MENU.
               DISPLAY '============================================'.
               DISPLAY ' MANUTENCAO DO CADASTRO DE PRODUTOS'.
               DISPLAY '============================================'.
               DISPLAY ' 1 - INCLUIR PRODUTO'.
               DISPLAY ' 2 - ALTERAR PRODUTO'.
               DISPLAY ' 3 - INATIVAR PRODUTO'.
               DISPLAY ' 4 - CONSULTAR PRODUTO'.
               DISPLAY ' 5 - REVISAR PRECOS PENDENTES (SUPERVISOR)'.
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
      **** ABRE O CADASTRO MESTRE, CRIANDO O ARQUIVO NO PRIMEIRO USO
      **** SE ELE AINDA NAO EXISTIR
      ******************************
           0250-ABRIR-MESTRE.
               OPEN I-O PRODUTO-MASTER.
               IF MESTRE-NAO-EXISTE
                   OPEN OUTPUT PRODUTO-MASTER
                   CLOSE PRODUTO-MASTER
                   OPEN I-O PRODUTO-MASTER
               END-IF.
      ******************************
      **** PEDE O CODIGO DO PRODUTO ATE RECEBER 6 DIGITOS
      ******************************
           0300-RECEBER-CODIGO.
               MOVE 'N' TO WRK-ENTRADA-SITUACAO.
               PERFORM 0310-LER-CODIGO UNTIL ENTRADA-VALIDA.
           0310-LER-CODIGO.
               DISPLAY 'CODIGO DO PRODUTO (6 DIGITOS)'.
               MOVE SPACES TO WRK-CODIGO-ALFA.
               ACCEPT WRK-CODIGO-ALFA FROM CONSOLE.
               IF WRK-CODIGO-ALFA IS NUMERIC
                   MOVE WRK-CODIGO-DIG TO WRK-CODIGO
                   SET ENTRADA-VALIDA TO TRUE
               ELSE
                   DISPLAY WRK-MSG-ERRO-PADRAO
               END-IF.
      ******************************
      **** PEDE O PESO UNITARIO (7 DIGITOS, 2 DECIMAIS) ATE RECEBER
      **** UMA ENTRADA NUMERICA
      ******************************
           0320-RECEBER-PESO.
               MOVE 'N' TO WRK-ENTRADA-SITUACAO.
               PERFORM 0330-LER-PESO UNTIL ENTRADA-VALIDA.
           0330-LER-PESO.
               DISPLAY 'PESO UNITARIO EM KG (7 DIGITOS, 2 DECIMAIS)'.
               MOVE SPACES TO WRK-PESO-ALFA.
               ACCEPT WRK-PESO-ALFA FROM CONSOLE.
               IF WRK-PESO-ALFA IS NUMERIC
                   SET ENTRADA-VALIDA TO TRUE
               ELSE
                   DISPLAY WRK-MSG-ERRO-PADRAO
               END-IF.
      ******************************
      **** PEDE O PRECO UNITARIO (9 DIGITOS, 2 DECIMAIS) ATE RECEBER
      **** UMA ENTRADA NUMERICA
      ******************************
           0340-RECEBER-VALOR.
               MOVE 'N' TO WRK-ENTRADA-SITUACAO.
               PERFORM 0350-LER-VALOR UNTIL ENTRADA-VALIDA.
           0350-LER-VALOR.
               DISPLAY 'PRECO UNITARIO (9 DIGITOS, 2 DECIMAIS)'.
               MOVE SPACES TO WRK-VALOR-ALFA.
               ACCEPT WRK-VALOR-ALFA FROM CONSOLE.
               IF WRK-VALOR-ALFA IS NUMERIC
                   SET ENTRADA-VALIDA TO TRUE
               ELSE
                   DISPLAY WRK-MSG-ERRO-PADRAO
               END-IF.
      ******************************
      **** PEDE A CLASSIFICACAO FISCAL (NCM, 8 DIGITOS) ATE RECEBER
      **** UMA ENTRADA NUMERICA; A ALIQUOTA DE IPI SAI DA TABELA
      **** NCM X IPI (TABIPI) NO RUN DE FATURA
      ******************************
           0360-RECEBER-NCM.
               MOVE 'N' TO WRK-ENTRADA-SITUACAO.
               PERFORM 0370-LER-NCM UNTIL ENTRADA-VALIDA.
           0370-LER-NCM.
               DISPLAY 'NCM DO PRODUTO (8 DIGITOS)'.
               MOVE SPACES TO WRK-NCM.
               ACCEPT WRK-NCM FROM CONSOLE.
               IF WRK-NCM IS NUMERIC
                   SET ENTRADA-VALIDA TO TRUE
               ELSE
                   DISPLAY WRK-MSG-ERRO-PADRAO
               END-IF.
      ******************************
      **** INCLUI UM PRODUTO NOVO. COM SUPERVISOR O PRECO JA ENTRA
      **** EM VIGOR; DO CONTRARIO O PRODUTO FICA AGUARDANDO PRECO
      **** (VALOR ZERO) E O PRECO DIGITADO VAI PARA AS PENDENTES
      ******************************
           0400-INCLUIR.
               DISPLAY 'DESCRICAO DO PRODUTO'.
               MOVE SPACES TO WRK-DESCRICAO.
               ACCEPT WRK-DESCRICAO FROM CONSOLE.
               PERFORM 0320-RECEBER-PESO.
               PERFORM 0340-RECEBER-VALOR.
               PERFORM 0360-RECEBER-NCM.
               MOVE WRK-CODIGO    TO REG-PRD-CODIGO.
               MOVE WRK-DESCRICAO TO REG-PRD-DESCRICAO.
               MOVE WRK-PESO-DIG  TO REG-PRD-PESO.
               MOVE WRK-NCM       TO REG-PRD-NCM.
               IF WRK-NIVEL > WRK-PARM-NIVEL-SUPERVISOR
                   MOVE ZEROS TO REG-PRD-VALOR
                   SET PRD-AGUARDANDO-PRECO TO TRUE
               ELSE
                   MOVE WRK-VALOR-DIG TO REG-PRD-VALOR
                   SET PRD-ATIVO TO TRUE
               END-IF.
               WRITE REG-PRODUTO
                   INVALID KEY CONTINUE
               END-WRITE.
               IF MESTRE-DUPLICADO
                   MOVE 'PRODUTO JA CADASTRADO PARA ESSE CODIGO'
                       TO WRK-MENSAGEM
               ELSE
                   MOVE 'INCLUSAO' TO WRK-HST-OPERACAO
                   MOVE SPACES TO WRK-IMAGEM-ANTES
                   PERFORM 0850-GRAVAR-HISTORICO
                   MOVE ZEROS TO WRK-VALOR-ANTERIOR
                   IF PRD-AGUARDANDO-PRECO
                       PERFORM 0870-GRAVAR-PENDENTE
                       MOVE 'INCLUIDO, PRECO AGUARDANDO APROVACAO'
                           TO WRK-MENSAGEM
                       MOVE 'INCLUSAO - PRECO PENDENTE'
                           TO WRK-AUD-RESULTADO
                   ELSE
                       MOVE WRK-USUARIO TO WRK-HPR-PROPONENTE
                       MOVE 'INCLUSAO' TO WRK-HPR-OPERACAO
                       PERFORM 0860-GRAVAR-PRECO
                       MOVE 'PRODUTO INCLUIDO COM SUCESSO'
                           TO WRK-MENSAGEM
                       MOVE 'PRODUTO INCLUIDO'
                           TO WRK-AUD-RESULTADO
                   END-IF
                   PERFORM 0900-REGISTRAR-AUDITORIA
               END-IF.
      ******************************
      **** ALTERA DESCRICAO/PESO/PRECO DE UM PRODUTO JA CADASTRADO.
      **** PRECO DIFERENTE DO ATUAL SO ENTRA EM VIGOR COM
      **** SUPERVISOR; DO CONTRARIO O PRECO ATUAL E MANTIDO E A
      **** MUDANCA VAI PARA AS PENDENTES
      ******************************
           0500-ALTERAR.
               MOVE WRK-CODIGO TO REG-PRD-CODIGO.
               READ PRODUTO-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF MESTRE-NAO-ACHOU
                   MOVE 'PRODUTO NAO ENCONTRADO' TO WRK-MENSAGEM
               ELSE
                   MOVE REG-PRODUTO TO WRK-IMAGEM-ANTES
                   MOVE 'N' TO WRK-PRECO-SITUACAO
                   PERFORM 0750-EXIBIR-PRODUTO
                   DISPLAY 'NOVA DESCRICAO DO PRODUTO'
                   MOVE SPACES TO WRK-DESCRICAO
                   ACCEPT WRK-DESCRICAO FROM CONSOLE
                   PERFORM 0320-RECEBER-PESO
                   PERFORM 0340-RECEBER-VALOR
                   PERFORM 0360-RECEBER-NCM
                   MOVE WRK-DESCRICAO TO REG-PRD-DESCRICAO
                   MOVE WRK-PESO-DIG  TO REG-PRD-PESO
                   MOVE WRK-NCM       TO REG-PRD-NCM
                   MOVE REG-PRD-VALOR TO WRK-VALOR-ANTERIOR
                   MOVE 'PRODUTO ALTERADO COM SUCESSO' TO WRK-MENSAGEM
                   MOVE 'PRODUTO ALTERADO' TO WRK-AUD-RESULTADO
                   IF WRK-VALOR-DIG NOT = REG-PRD-VALOR
                       IF WRK-NIVEL > WRK-PARM-NIVEL-SUPERVISOR
                           PERFORM 0870-GRAVAR-PENDENTE
                           MOVE 'ALTERADO, PRECO AGUARDANDO APROVACAO'
                               TO WRK-MENSAGEM
                           MOVE 'ALTERACAO - PRECO PENDENTE'
                               TO WRK-AUD-RESULTADO
                       ELSE
                           MOVE WRK-VALOR-DIG TO REG-PRD-VALOR
                           IF PRD-AGUARDANDO-PRECO
                               SET PRD-ATIVO TO TRUE
                           END-IF
                           SET PRECO-ALTERADO TO TRUE
                           MOVE 'ALTERADO COM PRECO NOVO'
                               TO WRK-AUD-RESULTADO
                       END-IF
                   END-IF
                   REWRITE REG-PRODUTO
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE 'ALTERACAO' TO WRK-HST-OPERACAO
                   PERFORM 0850-GRAVAR-HISTORICO
                   IF PRECO-ALTERADO
                       MOVE WRK-USUARIO TO WRK-HPR-PROPONENTE
                       MOVE 'ALTERAC' TO WRK-HPR-OPERACAO
                       PERFORM 0860-GRAVAR-PRECO
                   END-IF
                   PERFORM 0900-REGISTRAR-AUDITORIA
               END-IF.
      ******************************
      **** INATIVA UM PRODUTO JA CADASTRADO (NAO REMOVE O REGISTRO:
      **** PEDIDO ANTIGO E HISTORICO DE PRECO CONTINUAM APONTANDO
      **** PARA ELE; O FRETE PASSA A RECUSAR PEDIDO NOVO)
      ******************************
           0600-INATIVAR.
               MOVE WRK-CODIGO TO REG-PRD-CODIGO.
               READ PRODUTO-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF MESTRE-NAO-ACHOU
                   MOVE 'PRODUTO NAO ENCONTRADO' TO WRK-MENSAGEM
               ELSE
                   IF PRD-INATIVO
                       MOVE 'PRODUTO JA ESTA INATIVO' TO WRK-MENSAGEM
                   ELSE
                       MOVE REG-PRODUTO TO WRK-IMAGEM-ANTES
                       SET PRD-INATIVO TO TRUE
                       REWRITE REG-PRODUTO
                           INVALID KEY CONTINUE
                       END-REWRITE
                       MOVE 'PRODUTO INATIVADO COM SUCESSO'
                           TO WRK-MENSAGEM
                       MOVE 'INATIVAC' TO WRK-HST-OPERACAO
                       PERFORM 0850-GRAVAR-HISTORICO
                       MOVE 'PRODUTO INATIVADO' TO WRK-AUD-RESULTADO
                       PERFORM 0900-REGISTRAR-AUDITORIA
                   END-IF
               END-IF.
      ******************************
      **** CONSULTA E EXIBE OS DADOS DE UM PRODUTO JA CADASTRADO
      ******************************
           0700-CONSULTAR.
               MOVE WRK-CODIGO TO REG-PRD-CODIGO.
               READ PRODUTO-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF MESTRE-NAO-ACHOU
                   MOVE 'PRODUTO NAO ENCONTRADO' TO WRK-MENSAGEM
               ELSE
                   PERFORM 0750-EXIBIR-PRODUTO
               END-IF.
           0750-EXIBIR-PRODUTO.
               DISPLAY 'CODIGO    : ' REG-PRD-CODIGO.
               DISPLAY 'DESCRICAO : ' REG-PRD-DESCRICAO.
               MOVE REG-PRD-PESO TO WRK-PESO-ED.
               DISPLAY 'PESO      : ' WRK-PESO-ED.
               MOVE REG-PRD-VALOR TO WRK-VALOR-ED.
               DISPLAY 'PRECO     : ' WRK-VALOR-ED.
               DISPLAY 'NCM       : ' REG-PRD-NCM.
               EVALUATE TRUE
                   WHEN PRD-INATIVO
                       MOVE 'SITUACAO  : INATIVO' TO WRK-MENSAGEM
                   WHEN PRD-AGUARDANDO-PRECO
                       MOVE 'SITUACAO  : AGUARDANDO APROVACAO DO PRECO'
                           TO WRK-MENSAGEM
                   WHEN OTHER
                       MOVE 'SITUACAO  : ATIVO' TO WRK-MENSAGEM
               END-EVALUATE.
      ******************************
      **** REVISAO DOS PRECOS PENDENTES, SO PARA SUPERVISOR OU
      **** MELHOR: A=APROVA (PRECO ENTRA EM VIGOR NO PRDMST E VAI
      **** PARA O HISTORICO DE PRECOS), R=REJEITA, OUTRA=PULA
      ******************************
           0800-REVISAR-PENDENTES.
               IF WRK-NIVEL > WRK-PARM-NIVEL-SUPERVISOR
                   MOVE 'APROVACAO RESTRITA A SUPERVISOR'
                       TO WRK-MENSAGEM
               ELSE
                   OPEN INPUT PENDENTES-IN
                   IF NOT PRDPEND-OK
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
                       MOVE 'REVISAO DE PRECOS ENCERRADA'
                           TO WRK-MENSAGEM
                   END-IF
               END-IF.
           0810-TRATAR-PENDENTE.
               IF PENDENTE-EM-ABERTO
                   MOVE REG-PEN-CODIGO TO WRK-CODIGO
                   MOVE REG-PEN-VALOR-ANTES TO WRK-VALOR-ED
                   DISPLAY 'PENDENTE: PRODUTO ' REG-PEN-CODIGO
                       ' PROPONENTE ' REG-PEN-PROPONENTE
                       ' EM ' REG-PEN-DATA
                   DISPLAY '  PRECO ANTERIOR: ' WRK-VALOR-ED
                   MOVE REG-PEN-VALOR-NOVO TO WRK-VALOR-ED
                   DISPLAY '  PRECO PROPOSTO: ' WRK-VALOR-ED
                   DISPLAY 'A=APROVAR  R=REJEITAR  OUTRA=PULAR'
                   MOVE SPACES TO WRK-RESPOSTA
                   ACCEPT WRK-RESPOSTA FROM CONSOLE
                   EVALUATE WRK-RESPOSTA
                       WHEN 'A'
                           PERFORM 0820-APLICAR-PRECO
                       WHEN 'R'
                           ADD 1 TO WRK-TOTAL-REJEITADAS
                           MOVE 'R' TO REG-PEN-STATUS
                           MOVE 'PRECO REJEITADO'
                               TO WRK-AUD-RESULTADO
                           PERFORM 0900-REGISTRAR-AUDITORIA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               WRITE REG-PENDENTE-OUT FROM REG-PENDENTE-IN.
               READ PENDENTES-IN
                   AT END SET FIM-PENDENTES TO TRUE
               END-READ.
      ******************************
      **** PRECO APROVADO: REGRAVA O PRDMST COM O PRECO NOVO (O
      **** PRODUTO QUE AGUARDAVA PRECO PASSA A ATIVO), GRAVA O
      **** HISTORICO DO PRODUTO E O HISTORICO DE PRECOS. O PRECO
      **** ANTERIOR DO HISTORICO E O DO CADASTRO NA HORA DA
      **** APROVACAO, NAO O DA PROPOSTA. PRODUTO QUE SUMIU DO
      **** CADASTRO NAO TEM O QUE APROVAR E A PENDENTE E REJEITADA
      ******************************
           0820-APLICAR-PRECO.
               MOVE REG-PEN-CODIGO TO REG-PRD-CODIGO.
               READ PRODUTO-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF MESTRE-NAO-ACHOU
                   DISPLAY 'PRODUTO NAO ENCONTRADO - PENDENTE REJEITADA'
                   ADD 1 TO WRK-TOTAL-REJEITADAS
                   MOVE 'R' TO REG-PEN-STATUS
                   MOVE 'PRODUTO NAO ENCONTRADO' TO WRK-AUD-RESULTADO
               ELSE
                   ADD 1 TO WRK-TOTAL-APROVADAS
                   MOVE 'A' TO REG-PEN-STATUS
                   MOVE REG-PRODUTO TO WRK-IMAGEM-ANTES
                   MOVE REG-PRD-VALOR TO WRK-VALOR-ANTERIOR
                   MOVE REG-PEN-VALOR-NOVO TO REG-PRD-VALOR
                   IF PRD-AGUARDANDO-PRECO
                       SET PRD-ATIVO TO TRUE
                   END-IF
                   REWRITE REG-PRODUTO
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE 'APROVPRC' TO WRK-HST-OPERACAO
                   PERFORM 0850-GRAVAR-HISTORICO
                   MOVE REG-PEN-PROPONENTE TO WRK-HPR-PROPONENTE
                   MOVE 'APROVADO' TO WRK-HPR-OPERACAO
                   PERFORM 0860-GRAVAR-PRECO
                   MOVE 'PRECO APROVADO' TO WRK-AUD-RESULTADO
               END-IF.
               PERFORM 0900-REGISTRAR-AUDITORIA.
      ******************************
      **** GRAVA NO HISTORICO DE ALTERACOES A IMAGEM DO PRODUTO
      **** ANTES E DEPOIS DA OPERACAO, COM USUARIO, DATA E HORA
      ******************************
           0850-GRAVAR-HISTORICO.
               MOVE WRK-USUARIO    TO WRK-HST-USUARIO.
               MOVE WRK-DATA-HOJE  TO WRK-HST-DATA.
               ACCEPT WRK-HORA-AGORA FROM TIME.
               MOVE WRK-HORA-AGORA TO WRK-HST-HORA.
               MOVE WRK-IMAGEM-ANTES TO WRK-HST-ANTES.
               MOVE REG-PRODUTO    TO WRK-HST-DEPOIS.
               OPEN EXTEND HISTORICO-PRODUTO.
               WRITE LINHA-HISTORICO-PRD FROM WRK-HISTORICO-PRD.
               CLOSE HISTORICO-PRODUTO.
      ******************************
      **** GRAVA NO HISTORICO DE PRECOS O PRECO QUE ACABOU DE ENTRAR
      **** EM VIGOR, DATADO, COM O PRECO ANTERIOR, O PROPONENTE E O
      **** SUPERVISOR QUE APROVOU (QUEM ESTA LOGADO)
      ******************************
           0860-GRAVAR-PRECO.
               MOVE REG-PRD-CODIGO     TO WRK-HPR-CODIGO.
               MOVE WRK-DATA-HOJE      TO WRK-HPR-DATA.
               ACCEPT WRK-HORA-AGORA FROM TIME.
               MOVE WRK-HORA-AGORA     TO WRK-HPR-HORA.
               MOVE WRK-VALOR-ANTERIOR TO WRK-HPR-VALOR-ANTES.
               MOVE REG-PRD-VALOR      TO WRK-HPR-VALOR-NOVO.
               MOVE WRK-USUARIO        TO WRK-HPR-APROVADOR.
               OPEN EXTEND HISTORICO-PRECO.
               WRITE LINHA-HISTORICO-PRECO FROM WRK-HISTORICO-PRECO.
               CLOSE HISTORICO-PRECO.
      ******************************
      **** GRAVA A PROPOSTA DE PRECO NO ARQUIVO DE PENDENTES COM
      **** STATUS P, PROPONENTE E DATA
      ******************************
           0870-GRAVAR-PENDENTE.
               OPEN EXTEND PENDENTES-IN.
               MOVE SPACES TO REG-PENDENTE-IN.
               MOVE WRK-CODIGO         TO REG-PEN-CODIGO.
               MOVE WRK-VALOR-ANTERIOR TO REG-PEN-VALOR-ANTES.
               MOVE WRK-VALOR-DIG      TO REG-PEN-VALOR-NOVO.
               MOVE WRK-USUARIO        TO REG-PEN-PROPONENTE.
               MOVE WRK-DATA-HOJE      TO REG-PEN-DATA.
               MOVE 'P' TO REG-PEN-STATUS.
               WRITE REG-PENDENTE-IN.
               CLOSE PENDENTES-IN.
      ******************************
      **** GRAVA A OPERACAO NA TRILHA DE AUDITORIA
      ******************************
           0900-REGISTRAR-AUDITORIA.
               MOVE 'PROGCOB98' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'PRODUTO ' DELIMITED BY SIZE
                      WRK-CODIGO DELIMITED BY SIZE
                      ' POR ' DELIMITED BY SIZE
                      WRK-USUARIO DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               PERFORM 0995-GRAVAR-TRILHA.
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
