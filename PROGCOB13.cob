      *     GRAVADA NO LAYOUT VELHO NAO E REAPLICAVEL: O CLIHIST
      *     DEVE SER CORTADO PARA UM ARQUIVO NOVO JUNTO COM ESTA
      *     VERSAO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO GANHOU O CODIGO DO REPRESENTANTE DE VENDA
      *     (REG-CLI-VENDEDOR, NO FIM DO REGISTRO, EM BRANCO = VENDA
      *     DIRETA), PEDIDO NA INCLUSAO E NA ALTERACAO E CONFERIDO
      *     CONTRA O CADASTRO DE REPRESENTANTES (VENDMST): CODIGO
      *     INEXISTENTE OU INATIVO E PEDIDO DE NOVO. O RUN DE FRETE
      *     (PROGCOB09B) PASSA O REPRESENTANTE AO PEDIDO E AO TITULO,
      *     BASE DA COMISSAO MENSAL (PROGCOM). AS IMAGENS DO CLIHIST
      *     FORAM PARA X(128); O CLIHIST E CORTADO JUNTO COM ESTA
      *     VERSAO. A CONSULTA PASSOU A MOSTRAR EMPRESA E REPRESENTANTE
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO PASSOU A ACEITAR CLIENTE PESSOA JURIDICA: A CHAVE
      *     (REG-CLI-CPF) FOI PARA 14 POSICOES, COM O CPF ENCOSTADO A
      *     ESQUERDA OU O CNPJ, E O REGISTRO GANHOU O TIPO DE PESSOA NO
      *     FIM (REG-CLI-TIPO-PESSOA, F OU J; EM BRANCO VALE F). A
      *     MANUTENCAO PEDE O TIPO ANTES DO DOCUMENTO E CONFERE OS
      *     DIGITOS VERIFICADORES DO CPF OU DO CNPJ; A CONSULTA MOSTRA O
      *     DOCUMENTO NO FORMATO DO TIPO. AS IMAGENS DO CLIHIST FORAM
      *     PARA X(132) E O DOCUMENTO DO INDICE DE NOMES (CLINDX) PARA
      *     14 POSICOES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O SIGN-ON PASSOU A CONFERIR A SENHA PELO HASH DA CREDENCIAL
      *     (USRSENHA, COPYBOOK CPYSENHA) EM VEZ DO REG-USR-SENHA EM
      *     CLARO: SENHA DE ATE 30 POSICOES, VALIDADE E HISTORICO DO
      *     PARMSUITE COM TROCA NA HORA, E BLOQUEIO APOS AS FALHAS
      *     SEGUIDAS, IGUAL EM TODOS OS PROGRAMAS COM SIGN-ON
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (CLIHIST) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 360 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT SENHAS-USUARIO ASSIGN TO USRSENHA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-SNH-ID
                   FILE STATUS IS WRK-USRSENHA-STATUS.
               SELECT PARAMETROS-IN ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT TABELA-VEND-IN ASSIGN TO VENDMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-VENDMST-STATUS.
               SELECT HISTORICO-CLIENTE ASSIGN TO CLIHIST
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT INDICE-NOMES ASSIGN TO CLINDX
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 REG-CLI-NOME     PIC X(40).
               02 REG-CLI-ENDERECO PIC X(40).
               02 REG-CLI-UF       PIC X(02).
               02 REG-CLI-DATA-ULT-MOV PIC X(08).
               02 REG-CLI-LIMITE-CRED  PIC 9(09)V99.
               02 REG-CLI-EMPRESA      PIC X(03).
               02 REG-CLI-VENDEDOR     PIC X(04).
               02 REG-CLI-TIPO-PESSOA  PIC X(01).
                   88 CLI-PESSOA-JURIDICA VALUE 'J'.
           FD  TABELA-CEP-IN.
           01  REG-TABCEP-IN.
               02 REG-CEP-INICIAL PIC X(08).
                   88 USR-ATIVO   VALUE 'A'.
                   88 USR-INATIVO VALUE 'I'.
               02 REG-USR-SENHA  PIC X(08).
           FD  SENHAS-USUARIO.
           01  REG-SENHA-USUARIO.
               02 REG-SNH-ID PIC X(10).
               02 FILLER     PIC X(190).
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
           FD  TABELA-VEND-IN.
           01  REG-VENDMST-IN.
               02 REG-VND-CODIGO     PIC X(04).
               02 FILLER             PIC X(01).
               02 REG-VND-NOME       PIC X(30).
               02 FILLER             PIC X(01).
               02 REG-VND-PERCENTUAL PIC 9(02)V99.
               02 FILLER             PIC X(01).
               02 REG-VND-FORNECEDOR PIC X(04).
               02 FILLER             PIC X(01).
               02 REG-VND-STATUS     PIC X(01).
           FD  HISTORICO-CLIENTE.
           01  LINHA-HISTORICO-CLI PIC X(360).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  INDICE-NOMES.
           01  REG-INDICE-NOME.
               02 REG-IDX-NOME PIC X(40).
               02 FILLER       PIC X(02).
               02 REG-IDX-CPF  PIC X(14).
           WORKING-STORAGE SECTION.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 MESTRE-OK          VALUE '00'.
               88 MESTRE-NAO-ACHOU   VALUE '23'.
           COPY CPYCPF.
           COPY CPYERRO.
           COPY CPYPARM.
           COPY CPYSENHA.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
           77 WRK-OPCAO-ALFA  PIC X(01) VALUE SPACES.
           77 WRK-OPCAO-CHECK PIC X(01) VALUE SPACES.
           77 WRK-CPF         PIC X(14) VALUE SPACES.
           77 WRK-TIPO-PESSOA PIC X(01) VALUE 'F'.
               88 PESSOA-FISICA   VALUE 'F'.
               88 PESSOA-JURIDICA VALUE 'J'.
      ******************************
      **** CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF E DO CNPJ
      **** (MODULO 11, MESMA REGRA DO PROG01-CPFB)
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
           77 WRK-NOME        PIC X(40) VALUE SPACES.
           77 WRK-ENDERECO    PIC X(40) VALUE SPACES.
           77 WRK-UF          PIC X(02) VALUE SPACES.
           77 WRK-LIMITE-CRED  PIC 9(09)V99 VALUE ZEROS.
           77 WRK-LIMITE-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-EMPRESA      PIC X(03) VALUE SPACES.
           77 WRK-VENDEDOR     PIC X(04) VALUE SPACES.
           77 WRK-NOME-LIMPO   PIC X(40) VALUE SPACES.
           77 WRK-POS-NOME     PIC 9(02) VALUE 1.
           77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.
           77 WRK-CEP-SITUACAO PIC X(01) VALUE 'N'.
               88 CEP-ACEITO VALUE 'S'.
           77 WRK-CEP-FAIXA-UF PIC X(02) VALUE SPACES.
           77 WRK-VENDMST-STATUS PIC X(02) VALUE '00'.
               88 VENDMST-OK VALUE '00'.
           77 WRK-FIM-VENDMST PIC X(01) VALUE 'N'.
               88 FIM-VENDMST VALUE 'S'.
           77 WRK-VEND-SITUACAO PIC X(01) VALUE 'N'.
               88 VENDEDOR-ACEITO VALUE 'S'.
      ******************************
      **** CADASTRO DE REPRESENTANTES DE VENDA, EM MEMORIA
      ******************************
           COPY CPYVEND.
           COPY CPYELO.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-USUARIO PIC X(10) VALUE SPACES.
           77 WRK-SENHA   PIC X(30) VALUE SPACES.
           77 WRK-SIGNON-SITUACAO PIC X(01) VALUE 'N'.
               88 SIGNON-OK VALUE 'S'.
      ******************************
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-HORA     PIC X(06) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-ANTES    PIC X(132) VALUE SPACES.
               02 FILLER           PIC X(02) VALUE SPACES.
               02 WRK-HST-DEPOIS   PIC X(132) VALUE SPACES.
           77 WRK-IMAGEM-ANTES PIC X(132) VALUE SPACES.
           PROCEDURE DIVISION.
           0000-PRINCIPAL.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0010-CARREGAR-PARAMETROS.
               PERFORM 0020-SIGN-ON.
               IF NOT SIGNON-OK
                   DISPLAY 'ACESSO NEGADO'
                   STOP RUN
               END-IF.
               PERFORM 0050-CARREGAR-TABELA-CEP.
               PERFORM 0070-CARREGAR-VENDEDORES.
               PERFORM 0100-EXIBIR-MENU.
               PERFORM 0200-RECEBER-OPCAO.
               PERFORM 0250-ABRIR-MESTRE.
      **** SE ELE AINDA NAO EXISTIR
      ******************************
      ******************************
      **** CARREGA DO ARQUIVO DE PARAMETROS A VALIDADE DA SENHA, O
      **** LIMITE DE FALHAS E O HISTORICO DE SENHAS DO SIGN-ON, SE O
      **** ARQUIVO EXISTIR; DO CONTRARIO MANTEM O DEFAULT DO
      **** COPYBOOK CPYPARM
      ******************************
           0010-CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETROS-IN.
               IF PARM-OK
                   READ PARAMETROS-IN
                       AT END CONTINUE
                       NOT AT END
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
      **** DE SENHA E STATUS DO PROGCOB10
      ******************************
                   INVALID KEY CONTINUE
               END-READ.
               IF USRMST-OK AND USR-ATIVO
                   PERFORM 0021-CONFERIR-SENHA
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
           0021-CONFERIR-SENHA.
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
                       PERFORM 0026-CALCULAR-HASH
                       IF WRK-HSH-RESULTADO = WRK-SNH-HASH
                           MOVE ZEROS TO WRK-SNH-FALHAS
                           PERFORM 0022-CONFERIR-VALIDADE
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
           0022-CONFERIR-VALIDADE.
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
                   PERFORM 0023-TROCAR-SENHA
               ELSE
                   SET SENHA-CONFERIDA TO TRUE
               END-IF.
      ******************************
      **** TROCA DA SENHA: DE 8 A 30 POSICOES, DIGITADA DUAS VEZES,
      **** DIFERENTE DA ATUAL E DAS ANTERIORES QUE O PARMSUITE MANDA
      **** CONFERIR; A ATUAL VAI PARA O TOPO DAS ANTERIORES
      ******************************
           0023-TROCAR-SENHA.
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
               PERFORM 0026-CALCULAR-HASH.
               IF WRK-HSH-RESULTADO = WRK-SNH-HASH
                   SET SENHA-REPETIDA TO TRUE
               END-IF.
               PERFORM 0024-CONFERIR-REPETIDA
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
                       PERFORM 0025-DESLOCAR-ANTERIOR
                           UNTIL WRK-SNH-SUB < 2
                       MOVE WRK-SNH-SAL TO WRK-SNH-ANT-SAL (1)
                       MOVE WRK-SNH-HASH TO WRK-SNH-ANT-HASH (1)
                       ACCEPT WRK-SNH-SAL FROM TIME
                       MOVE WRK-SNH-SAL TO WRK-HSH-SAL
                       PERFORM 0026-CALCULAR-HASH
                       MOVE WRK-HSH-RESULTADO TO WRK-SNH-HASH
                       MOVE WRK-SNH-HOJE TO WRK-SNH-DATA-TROCA
                       MOVE 'N' TO WRK-SNH-TROCA-OBRIG
                       SET SENHA-CONFERIDA TO TRUE
                       DISPLAY 'SENHA TROCADA'
               END-EVALUATE.
           0024-CONFERIR-REPETIDA.
               MOVE WRK-SNH-ANT-SAL (WRK-SNH-SUB) TO WRK-HSH-SAL.
               PERFORM 0026-CALCULAR-HASH.
               IF WRK-HSH-RESULTADO = WRK-SNH-ANT-HASH (WRK-SNH-SUB)
                   SET SENHA-REPETIDA TO TRUE
               END-IF.
           0025-DESLOCAR-ANTERIOR.
               MOVE WRK-SNH-ANTERIORES (WRK-SNH-SUB - 1)
                   TO WRK-SNH-ANTERIORES (WRK-SNH-SUB).
               SUBTRACT 1 FROM WRK-SNH-SUB.
      ******************************
      **** HASH DE SAL + SENHA + ID: DUAS SOMAS MODULARES SOBRE O
      **** CODIGO DE CADA CARACTER, REPETIDAS EM 64 VOLTAS
      ******************************
           0026-CALCULAR-HASH.
               MOVE 5381 TO WRK-HSH-ACUM-A.
               MOVE 52711 TO WRK-HSH-ACUM-B.
               PERFORM 0027-MISTURAR-VOLTA
                   VARYING WRK-HSH-VOLTA FROM 1 BY 1
                   UNTIL WRK-HSH-VOLTA > 64.
               MOVE WRK-HSH-ACUM-A TO WRK-HSH-RES-A.
               MOVE WRK-HSH-ACUM-B TO WRK-HSH-RES-B.
           0027-MISTURAR-VOLTA.
               PERFORM 0028-MISTURAR-CARACTER
                   VARYING WRK-HSH-POS FROM 1 BY 1
                   UNTIL WRK-HSH-POS > 48.
           0028-MISTURAR-CARACTER.
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
      **** CARREGA EM MEMORIA A TABELA EXTERNA DE FAIXAS CEP X UF,
      **** SE O ARQUIVO EXISTIR
      ******************************
               READ TABELA-CEP-IN
                   AT END SET FIM-TABELA-CEP TO TRUE
               END-READ.
      ******************************
      **** CARREGA EM MEMORIA O CADASTRO DE REPRESENTANTES (VENDMST),
      **** SE O ARQUIVO EXISTIR
      ******************************
           0070-CARREGAR-VENDEDORES.
               OPEN INPUT TABELA-VEND-IN.
               IF VENDMST-OK
                   READ TABELA-VEND-IN
                       AT END SET FIM-VENDMST TO TRUE
                   END-READ
                   PERFORM 0080-LER-VENDEDOR
                       UNTIL FIM-VENDMST OR WRK-QTD-VEND >= 300
                   CLOSE TABELA-VEND-IN
               END-IF.
           0080-LER-VENDEDOR.
               ADD 1 TO WRK-QTD-VEND.
               MOVE REG-VND-CODIGO TO TAB-VND-CODIGO (WRK-QTD-VEND).
               MOVE REG-VND-NOME   TO TAB-VND-NOME   (WRK-QTD-VEND).
               IF REG-VND-PERCENTUAL IS NUMERIC
                   MOVE REG-VND-PERCENTUAL
                       TO TAB-VND-PERCENTUAL (WRK-QTD-VEND)
               ELSE
                   MOVE ZEROS TO TAB-VND-PERCENTUAL (WRK-QTD-VEND)
               END-IF.
               MOVE REG-VND-FORNECEDOR
                   TO TAB-VND-FORNECEDOR (WRK-QTD-VEND).
               MOVE REG-VND-STATUS TO TAB-VND-STATUS (WRK-QTD-VEND).
               READ TABELA-VEND-IN
                   AT END SET FIM-VENDMST TO TRUE
               END-READ.
           0250-ABRIR-MESTRE.
               OPEN I-O CLIENTE-MASTER.
               IF MESTRE-NAO-EXISTE
                   CLOSE CLIENTE-MASTER
                   OPEN I-O CLIENTE-MASTER
               END-IF.
      ******************************
      **** PEDE O TIPO DE PESSOA E O DOCUMENTO DO CLIENTE (CPF DE 11
      **** OU CNPJ DE 14 DIGITOS) ATE OS DIGITOS VERIFICADORES
      **** CONFERIREM
      ******************************
           0300-RECEBER-CPF.
               MOVE SPACES TO WRK-TIPO-PESSOA.
               PERFORM 0305-LER-TIPO-PESSOA
                   UNTIL PESSOA-FISICA OR PESSOA-JURIDICA.
               MOVE 'N' TO WRK-DOC-SITUACAO.
               PERFORM 0310-LER-DOCUMENTO UNTIL DOCUMENTO-VALIDO.
           0305-LER-TIPO-PESSOA.
               DISPLAY 'TIPO DE PESSOA (F = FISICA, J = JURIDICA)'.
               ACCEPT WRK-TIPO-PESSOA FROM CONSOLE.
               IF WRK-TIPO-PESSOA = SPACES
                   SET PESSOA-FISICA TO TRUE
               END-IF.
               IF NOT PESSOA-FISICA AND NOT PESSOA-JURIDICA
                   DISPLAY WRK-MSG-ERRO-PADRAO
               END-IF.
           0310-LER-DOCUMENTO.
               IF PESSOA-JURIDICA
                   DISPLAY 'ENTRE COM O CNPJ DO CLIENTE (14 DIGITOS)'
               ELSE
                   DISPLAY 'ENTRE COM O CPF DO CLIENTE (11 DIGITOS)'
               END-IF.
               MOVE SPACES TO WRK-CPF.
               ACCEPT WRK-CPF FROM CONSOLE.
               PERFORM 0320-VALIDAR-DOCUMENTO.
               IF NOT DOCUMENTO-VALIDO
                   IF PESSOA-JURIDICA
                       DISPLAY 'CNPJ INVALIDO'
                   ELSE
                       DISPLAY 'CPF INVALIDO'
                   END-IF
               END-IF.
      ******************************
      **** CPF: 9 DIGITOS + 2 VERIFICADORES, PESOS 10..2 E 11..2.
      **** CNPJ: 12 DIGITOS + 2 VERIFICADORES, PESOS DE 2 A 9 DA
      **** DIREITA PARA A ESQUERDA, RECOMECANDO NO 2. RESTO MENOR
      **** QUE 2 DA DIGITO ZERO; DIGITOS TODOS IGUAIS E RECUSADO
      ******************************
           0320-VALIDAR-DOCUMENTO.
               MOVE 'N' TO WRK-DOC-SITUACAO.
               IF PESSOA-JURIDICA
                   MOVE 12 TO WRK-DOC-TAM
               ELSE
                   MOVE 9 TO WRK-DOC-TAM
               END-IF.
               IF WRK-CPF (1:WRK-DOC-TAM + 2) IS NUMERIC
                   AND (PESSOA-JURIDICA OR WRK-CPF (12:3) = SPACES)
                   AND WRK-CPF (1:WRK-DOC-TAM + 1)
                       NOT = WRK-CPF (2:WRK-DOC-TAM + 1)
                   PERFORM 0330-CALCULAR-DV
                   MOVE WRK-CPF (WRK-DOC-TAM + 1:1) TO WRK-DOC-DV-INF
                   IF WRK-DOC-DV-CALC = WRK-DOC-DV-INF
                       ADD 1 TO WRK-DOC-TAM
                       PERFORM 0330-CALCULAR-DV
                       MOVE WRK-CPF (WRK-DOC-TAM + 1:1)
                           TO WRK-DOC-DV-INF
                       IF WRK-DOC-DV-CALC = WRK-DOC-DV-INF
                           SET DOCUMENTO-VALIDO TO TRUE
                       END-IF
                   END-IF
               END-IF.
           0330-CALCULAR-DV.
               MOVE ZEROS TO WRK-DOC-SOMA.
               PERFORM 0335-SOMAR-DIGITO
                   VARYING WRK-DOC-IND FROM 1 BY 1
                   UNTIL WRK-DOC-IND > WRK-DOC-TAM.
               DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QTE
                   REMAINDER WRK-DOC-RESTO.
               IF WRK-DOC-RESTO < 2
                   MOVE 0 TO WRK-DOC-DV-CALC
               ELSE
                   COMPUTE WRK-DOC-DV-CALC = 11 - WRK-DOC-RESTO
               END-IF.
           0335-SOMAR-DIGITO.
               MOVE WRK-CPF (WRK-DOC-IND:1) TO WRK-DOC-DIGITO.
               IF PESSOA-JURIDICA
                   COMPUTE WRK-DOC-CICLO = WRK-DOC-TAM - WRK-DOC-IND
                   DIVIDE WRK-DOC-CICLO BY 8 GIVING WRK-DOC-QTE
                       REMAINDER WRK-DOC-PESO
                   ADD 2 TO WRK-DOC-PESO
               ELSE
                   COMPUTE WRK-DOC-PESO =
                       WRK-DOC-TAM + 1 - WRK-DOC-IND
               END-IF.
               COMPUTE WRK-DOC-SOMA =
                   WRK-DOC-SOMA + (WRK-DOC-DIGITO * WRK-DOC-PESO).
      ******************************
      **** INCLUI UM NOVO CLIENTE NO CADASTRO
      ******************************
               PERFORM 0480-RECEBER-LIMITE.
               DISPLAY 'CODIGO DA EMPRESA'.
               ACCEPT WRK-EMPRESA FROM CONSOLE.
               PERFORM 0410-RECEBER-VENDEDOR.
               MOVE WRK-CPF      TO REG-CLI-CPF.
               MOVE WRK-NOME     TO REG-CLI-NOME.
               MOVE WRK-ENDERECO TO REG-CLI-ENDERECO.
               MOVE WRK-CEP      TO REG-CLI-CEP.
               MOVE WRK-LIMITE-CRED TO REG-CLI-LIMITE-CRED.
               MOVE WRK-EMPRESA  TO REG-CLI-EMPRESA.
               MOVE WRK-VENDEDOR TO REG-CLI-VENDEDOR.
               MOVE WRK-TIPO-PESSOA TO REG-CLI-TIPO-PESSOA.
               MOVE WRK-DATA-HOJE TO REG-CLI-DATA-ULT-MOV.
               SET CLI-ATIVO TO TRUE.
               WRITE REG-CLIENTE
                   INVALID KEY CONTINUE
               END-WRITE.
               IF MESTRE-DUPLICADO
                   MOVE 'CLIENTE JA CADASTRADO COM ESSE DOCUMENTO'
                       TO WRK-MENSAGEM
               ELSE
                   MOVE 'CLIENTE INCLUIDO COM SUCESSO'
                   PERFORM 0850-GRAVAR-INDICE-NOME
               END-IF.
      ******************************
      **** PEDE O CODIGO DO REPRESENTANTE DE VENDA (EM BRANCO =
      **** VENDA DIRETA, SEM COMISSAO) ATE RECEBER UM CODIGO ATIVO
      **** DO VENDMST; SEM O ARQUIVO DE REPRESENTANTES O CODIGO E
      **** ACEITO COMO VEIO (CADASTRO FALTANDO NAO TRAVA O CLIENTE)
      ******************************
           0410-RECEBER-VENDEDOR.
               MOVE 'N' TO WRK-VEND-SITUACAO.
               PERFORM 0420-LER-VENDEDOR UNTIL VENDEDOR-ACEITO.
           0420-LER-VENDEDOR.
               DISPLAY 'CODIGO DO REPRESENTANTE (BRANCO = DIRETA)'.
               MOVE SPACES TO WRK-VENDEDOR.
               ACCEPT WRK-VENDEDOR FROM CONSOLE.
               IF WRK-VENDEDOR = SPACES OR WRK-QTD-VEND = 0
                   SET VENDEDOR-ACEITO TO TRUE
               ELSE
                   SET TAB-VND-IDX TO 1
                   SEARCH TAB-VND
                       AT END
                           DISPLAY 'REPRESENTANTE NAO CADASTRADO'
                       WHEN TAB-VND-CODIGO (TAB-VND-IDX) = WRK-VENDEDOR
                           IF TAB-VND-STATUS (TAB-VND-IDX) = 'I'
                               DISPLAY 'REPRESENTANTE INATIVO'
                           ELSE
                               SET VENDEDOR-ACEITO TO TRUE
                           END-IF
                   END-SEARCH
               END-IF.
      ******************************
      **** ALTERA NOME/ENDERECO/UF DE UM CLIENTE JA CADASTRADO
      ******************************
           0500-ALTERAR.
                   PERFORM 0480-RECEBER-LIMITE
                   DISPLAY 'CODIGO DA EMPRESA'
                   ACCEPT WRK-EMPRESA FROM CONSOLE
                   PERFORM 0410-RECEBER-VENDEDOR
                   MOVE WRK-EMPRESA  TO REG-CLI-EMPRESA
                   MOVE WRK-VENDEDOR TO REG-CLI-VENDEDOR
                   MOVE WRK-NOME     TO REG-CLI-NOME
                   MOVE WRK-ENDERECO TO REG-CLI-ENDERECO
                   MOVE WRK-UF       TO REG-CLI-UF
               IF MESTRE-NAO-ACHOU
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MENSAGEM
               ELSE
                   IF CLI-PESSOA-JURIDICA
                       MOVE REG-CLI-CPF TO WRK-CNPJ-ED
                       DISPLAY 'CNPJ     : ' WRK-CNPJ-ED
                   ELSE
                       MOVE REG-CLI-CPF (1:11) TO WRK-CPF-ED
                       DISPLAY 'CPF      : ' WRK-CPF-ED
                   END-IF
                   DISPLAY 'NOME     : ' REG-CLI-NOME
                   DISPLAY 'ENDERECO : ' REG-CLI-ENDERECO
                   DISPLAY 'UF       : ' REG-CLI-UF
                   DISPLAY 'CEP      : ' REG-CLI-CEP
                   MOVE REG-CLI-LIMITE-CRED TO WRK-LIMITE-ED
                   DISPLAY 'LIMITE   : ' WRK-LIMITE-ED
                   DISPLAY 'EMPRESA  : ' REG-CLI-EMPRESA
                   IF REG-CLI-VENDEDOR = SPACES
                       DISPLAY 'REPRES.  : VENDA DIRETA'
                   ELSE
                       DISPLAY 'REPRES.  : ' REG-CLI-VENDEDOR
                   END-IF
                   IF CLI-ATIVO
                       MOVE 'STATUS   : ATIVO' TO WRK-MENSAGEM
                   ELSE
               ACCEPT WRK-HST-HORA FROM TIME.
               MOVE WRK-IMAGEM-ANTES TO WRK-HST-ANTES.
               MOVE REG-CLIENTE    TO WRK-HST-DEPOIS.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** PEDE O LIMITE DE CREDITO (EM CENTAVOS, SO DIGITOS; ZERO =
      **** SEM LIMITE) ATE RECEBER UMA ENTRADA NUMERICA
               CLOSE INDICE-NOMES.
           0860-ACHAR-INICIO-NOME.
               ADD 1 TO WRK-POS-NOME.
      ******************************
      **** GRAVA O REGISTRO NA TRILHA CLIHIST COM O SELO DE
      **** ENCADEAMENTO (SEQUENCIA, HASH ANTERIOR E HASH PROPRIO) NAS
      **** 50 POSICOES FINAIS E AVANCA O ELO DA TRILHA NO AUDELO
      ******************************
           0995-GRAVAR-TRILHA.
               MOVE 'CLIHIST' TO WRK-EST-TRILHA.
               MOVE SPACES TO WRK-HEL-REGISTRO.
               MOVE WRK-HISTORICO-CLI TO WRK-HEL-REGISTRO.
               MOVE 310 TO WRK-HEL-TAMANHO.
               PERFORM 0996-SELAR-REGISTRO.
               MOVE WRK-HISTORICO-CLI TO LINHA-HISTORICO-CLI.
               MOVE WRK-ELO-SELO TO LINHA-HISTORICO-CLI (311:50).
               OPEN EXTEND HISTORICO-CLIENTE.
               WRITE LINHA-HISTORICO-CLI.
               CLOSE HISTORICO-CLIENTE.
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
