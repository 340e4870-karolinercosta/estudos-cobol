      *     GRAVA AUDSUITE EM MOD E UMA RODADA DURANTE O PCOBNITE
      *     ENTRELACARIA OS REGISTROS; O JCL DE QUEM O SUBMETE DEVE
      *     APONTAR O DD SUITELCK (PCOB.CONTROLE.TRAVA)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O SIGN-ON PASSOU A CONFERIR A SENHA PELO HASH DA CREDENCIAL
      *     (USRSENHA, COPYBOOK CPYSENHA) EM VEZ DO REG-USR-SENHA EM
      *     CLARO: SENHA DE ATE 30 POSICOES, VALIDADE E HISTORICO DO
      *     PARMSUITE COM TROCA NA HORA, E BLOQUEIO APOS AS FALHAS
      *     SEGUIDAS, IGUAL EM TODOS OS PROGRAMAS COM SIGN-ON
      *    ALTERADO= 15/10/26 - KAROLINE
      *     SEGREGACAO DE FUNCOES: A PENDENTE PROPOSTA PELO PROPRIO
      *     SUPERVISOR NAO E OFERECIDA A ELE NA REVISAO (FICA EM
      *     ABERTO PARA OUTRO APROVADOR) E SAI CONTADA NO FIM
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
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
               SELECT PENDENTES-IN ASSIGN TO TARPEND
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TARPEND-STATUS.
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
                   88 USR-ATIVO   VALUE 'A'.
                   88 USR-INATIVO VALUE 'I'.
               02 REG-USR-SENHA  PIC X(08).
           FD  SENHAS-USUARIO.
           01  REG-SENHA-USUARIO.
               02 REG-SNH-ID PIC X(10).
               02 FILLER     PIC X(190).
           FD  PENDENTES-IN.
           01  REG-PENDENTE-IN.
               02 REG-PEN-TARIFA.
               02 REG-FRT-VIG-INI PIC X(08).
               02 REG-FRT-VIG-FIM PIC X(08).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           WORKING-STORAGE SECTION.
           COPY CPYLOCK.
           COPY CPYPARM.
           COPY CPYSENHA.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYERRO.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-FIM-PENDENTES PIC X(01) VALUE 'N'.
               88 FIM-PENDENTES VALUE 'S'.
           77 WRK-USUARIO PIC X(10) VALUE SPACES.
           77 WRK-SENHA   PIC X(30) VALUE SPACES.
           77 WRK-NIVEL   PIC 9(02) VALUE ZEROS.
           77 WRK-SIGNON-SITUACAO PIC X(01) VALUE 'N'.
               88 SIGNON-OK VALUE 'S'.
           77 WRK-TOTAL-PROPOSTAS  PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-APROVADAS  PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-REJEITADAS PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-PROPRIAS   PIC 9(04) VALUE ZEROS.
           PROCEDURE DIVISION.
           0000-PRINCIPAL.
               PERFORM 0975-CONFERIR-TRAVA.
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
           0100-EXIBIR-MENU.
               DISPLAY '============================================'.
               DISPLAY ' MANUTENCAO DA TABELA DE TARIFAS DE FRETE'.
      ******************************
      **** REVISAO DAS PENDENTES, SO PARA SUPERVISOR OU MELHOR:
      **** A=APROVA (GRAVA NA TABELA VIVA), R=REJEITA, OUTRA=PULA
      **** (A PROPOSTA DO PROPRIO SUPERVISOR FICA PARA OUTRO)
      ******************************
           0300-REVISAR-PENDENTES.
               IF WRK-NIVEL > WRK-PARM-NIVEL-SUPERVISOR
                       CLOSE PENDENTES-IN PENDENTES-OUT
                       DISPLAY 'APROVADAS : ' WRK-TOTAL-APROVADAS
                       DISPLAY 'REJEITADAS: ' WRK-TOTAL-REJEITADAS
                       DISPLAY 'PROPRIAS  : ' WRK-TOTAL-PROPRIAS
                   END-IF
               END-IF.
           0310-TRATAR-PENDENTE.
               IF PENDENTE-EM-ABERTO
                   AND REG-PEN-PROPONENTE = WRK-USUARIO
                   ADD 1 TO WRK-TOTAL-PROPRIAS
                   DISPLAY 'PENDENTE: UF ' REG-PEN-UF
                       ' TRANSP ' REG-PEN-TRANSP
                       ' - PROPOSTA SUA, FICA PARA OUTRO APROVADOR'
               END-IF.
               IF PENDENTE-EM-ABERTO
                   AND REG-PEN-PROPONENTE NOT = WRK-USUARIO
                   DISPLAY 'PENDENTE: UF ' REG-PEN-UF
                       ' TRANSP ' REG-PEN-TRANSP
                       ' PROPONENTE ' REG-PEN-PROPONENTE
                      ' POR ' DELIMITED BY SIZE
                      WRK-USUARIO DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** TRAVA DA SUITE: COM O TOKEN TOMADO (PROGCOB44) SO RODA
      **** QUEM APRESENTA A SENHA DO STREAM (LCKPASS); RUN AVULSO
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
