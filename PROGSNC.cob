           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGSNC.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CONVERSAO DAS SENHAS DO CADASTRO DE USUARIOS
      *     (RODAR UMA VEZ, JOB PCOBSNC). PARA CADA USUARIO DO USRMST
      *     COM SENHA EM CLARO (REG-USR-SENHA), GRAVA A CREDENCIAL NO
      *     USRSENHA (COPYBOOK CPYSENHA) COM O HASH DESSA SENHA E A
      *     TROCA OBRIGATORIA MARCADA -- O USUARIO ENTRA UMA VEZ COM A
      *     SENHA DE SEMPRE E JA TROCA -- E APAGA A SENHA EM CLARO DO
      *     USRMST. USUARIO QUE JA TEM CREDENCIAL SO TEM A SENHA EM
      *     CLARO APAGADA, ENTAO O RUN PODE SER REPETIDO SEM PERDER
      *     TROCA JA FEITA; USUARIO SEM SENHA (PENDENTE DO PROGCOB34)
      *     FICA SEM CREDENCIAL ATE O ADMINISTRADOR DEFINIR A SENHA
      *     PROVISORIA NO PROGSEN. NO PRIMEIRO RUN O USRSENHA AINDA
      *     VAZIO E CRIADO AQUI. CADASTRO QUE NAO ABRE PARA COM RC 8
      *     SEM CONVERTER NADA
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
               SELECT USUARIOS-MASTER ASSIGN TO USRMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT SENHAS-USUARIO ASSIGN TO USRSENHA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-SNH-ID
                   FILE STATUS IS WRK-USRSENHA-STATUS.
               SELECT RELATORIO-SNC ASSIGN TO SNCRPT
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
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID     PIC X(10).
               02 REG-USR-NOME   PIC X(30).
               02 REG-USR-NIVEL  PIC 9(02).
               02 REG-USR-STATUS PIC X(01).
               02 REG-USR-SENHA  PIC X(08).
           FD  SENHAS-USUARIO.
           01  REG-SENHA-USUARIO.
               02 REG-SNH-ID PIC X(10).
               02 FILLER     PIC X(190).
           FD  RELATORIO-SNC.
           01  LINHA-SNC PIC X(80).
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
           COPY CPYSENHA.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-FIM-USUARIOS PIC X(01) VALUE 'N'.
               88 FIM-USUARIOS VALUE 'S'.
           77 WRK-TOTAL-LIDOS       PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CONVERTIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-JA-CONVERT  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-SENHA   PIC 9(06) VALUE ZEROS.
           77 WRK-QTD-ED  PIC ZZZ.ZZ9.
           77 WRK-QTD-ED2 PIC ZZZ.ZZ9.
           77 WRK-QTD-ED3 PIC ZZZ.ZZ9.
           01 WRK-LINHA-USUARIO.
               02 WRK-LUS-ID        PIC X(10) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LUS-NOME      PIC X(30) VALUE SPACES.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LUS-SITUACAO  PIC X(30) VALUE SPACES.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0210-LER-USUARIO
                   PERFORM 0200-CONVERTER-USUARIO
                       UNTIL FIM-USUARIOS
                   CLOSE USUARIOS-MASTER SENHAS-USUARIO
                   PERFORM 0800-FINALIZAR
               END-IF.
               CLOSE RELATORIO-SNC.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** ABRE O CADASTRO E A CREDENCIAL. USRSENHA INEXISTENTE
      **** (PRIMEIRO RUN) E CRIADO VAZIO E REABERTO PARA ATUALIZAR
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-SNH-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-SNC.
               MOVE 'CONVERSAO DAS SENHAS DO CADASTRO DE USUARIOS'
                   TO LINHA-SNC.
               WRITE LINHA-SNC.
               MOVE SPACES TO LINHA-SNC.
               WRITE LINHA-SNC.
               OPEN I-O USUARIOS-MASTER.
               IF NOT USRMST-OK
                   MOVE 'CADASTRO USRMST NAO ABRIU - NADA CONVERTIDO'
                       TO LINHA-SNC
                   WRITE LINHA-SNC
                   DISPLAY 'PROGSNC: USRMST NAO ABRIU - STATUS '
                       WRK-USRMST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF RETURN-CODE = 0
                   OPEN I-O SENHAS-USUARIO
                   IF WRK-USRSENHA-STATUS = '35'
                       OPEN OUTPUT SENHAS-USUARIO
                       CLOSE SENHAS-USUARIO
                       OPEN I-O SENHAS-USUARIO
                   END-IF
                   IF NOT USRSENHA-OK
                       MOVE 'CREDENCIAL USRSENHA NAO ABRIU - NADA CONVE'
                           TO LINHA-SNC
                       MOVE 'RTIDO' TO LINHA-SNC (43:5)
                       WRITE LINHA-SNC
                       DISPLAY 'PROGSNC: USRSENHA NAO ABRIU - STATUS '
                           WRK-USRSENHA-STATUS
                       CLOSE USUARIOS-MASTER
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   MOVE SPACES TO REG-USR-ID
                   START USUARIOS-MASTER KEY NOT < REG-USR-ID
                       INVALID KEY SET FIM-USUARIOS TO TRUE
                   END-START
               END-IF.
      ******************************
      **** UM USUARIO POR VEZ: SEM SENHA EM CLARO NADA A FAZER; COM
      **** CREDENCIAL JA GRAVADA SO APAGA A SENHA EM CLARO; DO
      **** CONTRARIO GRAVA A CREDENCIAL COM O HASH DA SENHA DE SEMPRE
      **** E A TROCA OBRIGATORIA, E APAGA A SENHA EM CLARO
      ******************************
           0200-CONVERTER-USUARIO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               MOVE REG-USR-ID TO WRK-LUS-ID.
               MOVE REG-USR-NOME TO WRK-LUS-NOME.
               IF REG-USR-SENHA = SPACES
                   ADD 1 TO WRK-TOTAL-SEM-SENHA
                   MOVE 'SEM SENHA - DEFINIR NO PROGSEN'
                       TO WRK-LUS-SITUACAO
               ELSE
                   MOVE REG-USR-ID TO REG-SNH-ID
                   READ SENHAS-USUARIO INTO WRK-SENHA-USUARIO
                       INVALID KEY CONTINUE
                   END-READ
                   IF USRSENHA-OK
                       ADD 1 TO WRK-TOTAL-JA-CONVERT
                       MOVE 'JA CONVERTIDO - CLARO APAGADO'
                           TO WRK-LUS-SITUACAO
                   ELSE
                       PERFORM 0220-GRAVAR-CREDENCIAL
                       ADD 1 TO WRK-TOTAL-CONVERTIDOS
                       MOVE 'CONVERTIDO - TROCA OBRIGATORIA'
                           TO WRK-LUS-SITUACAO
                   END-IF
                   MOVE SPACES TO REG-USR-SENHA
                   REWRITE REG-USUARIO
               END-IF.
               WRITE LINHA-SNC FROM WRK-LINHA-USUARIO.
               PERFORM 0210-LER-USUARIO.
           0210-LER-USUARIO.
               READ USUARIOS-MASTER NEXT RECORD
                   AT END SET FIM-USUARIOS TO TRUE
               END-READ.
               IF NOT USRMST-OK
                   SET FIM-USUARIOS TO TRUE
               END-IF.
           0220-GRAVAR-CREDENCIAL.
               MOVE SPACES TO WRK-SENHA-USUARIO.
               MOVE REG-USR-ID TO WRK-SNH-ID.
               ACCEPT WRK-SNH-SAL FROM TIME.
               MOVE WRK-SNH-SAL TO WRK-HSH-SAL.
               MOVE REG-USR-SENHA TO WRK-HSH-FRASE.
               MOVE REG-USR-ID TO WRK-HSH-ID.
               PERFORM 0300-CALCULAR-HASH.
               MOVE WRK-HSH-RESULTADO TO WRK-SNH-HASH.
               MOVE WRK-SNH-HOJE TO WRK-SNH-DATA-TROCA.
               SET SNH-TROCA-OBRIGATORIA TO TRUE.
               MOVE ZEROS TO WRK-SNH-FALHAS.
               SET SNH-LIBERADA TO TRUE.
               WRITE REG-SENHA-USUARIO FROM WRK-SENHA-USUARIO.
      ******************************
      **** HASH DE SAL + SENHA + ID: DUAS SOMAS MODULARES SOBRE O
      **** CODIGO DE CADA CARACTER, REPETIDAS EM 64 VOLTAS
      ******************************
           0300-CALCULAR-HASH.
               MOVE 5381 TO WRK-HSH-ACUM-A.
               MOVE 52711 TO WRK-HSH-ACUM-B.
               PERFORM 0310-MISTURAR-VOLTA
                   VARYING WRK-HSH-VOLTA FROM 1 BY 1
                   UNTIL WRK-HSH-VOLTA > 64.
               MOVE WRK-HSH-ACUM-A TO WRK-HSH-RES-A.
               MOVE WRK-HSH-ACUM-B TO WRK-HSH-RES-B.
           0310-MISTURAR-VOLTA.
               PERFORM 0320-MISTURAR-CARACTER
                   VARYING WRK-HSH-POS FROM 1 BY 1
                   UNTIL WRK-HSH-POS > 48.
           0320-MISTURAR-CARACTER.
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
      **** TOTAIS, TRILHA DE AUDITORIA E LEMBRETE DOS BACKUPS
      ******************************
           0800-FINALIZAR.
               MOVE ALL '=' TO LINHA-SNC.
               WRITE LINHA-SNC.
               MOVE WRK-TOTAL-CONVERTIDOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-JA-CONVERT TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-SEM-SENHA TO WRK-QTD-ED3.
               MOVE SPACES TO LINHA-SNC.
               STRING 'CONVERTIDOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   JA CONVERTIDOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   SEM SENHA: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO LINHA-SNC.
               WRITE LINHA-SNC.
               MOVE 'AS GERACOES ANTIGAS DO USRBKP (PROGCOB90) AINDA TE'
                   TO LINHA-SNC.
               MOVE 'M A SENHA EM CLARO' TO LINHA-SNC (51:18).
               WRITE LINHA-SNC.
               MOVE 'PROGSNC' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'USUARIOS LIDOS ' DELIMITED BY SIZE
                      WRK-TOTAL-LIDOS DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               MOVE SPACES TO WRK-AUD-RESULTADO.
               STRING 'CONVERTIDOS ' DELIMITED BY SIZE
                      WRK-TOTAL-CONVERTIDOS DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
               DISPLAY 'PROGSNC: ' WRK-TOTAL-CONVERTIDOS
                   ' CONVERTIDO(S), ' WRK-TOTAL-JA-CONVERT
                   ' JA CONVERTIDO(S), ' WRK-TOTAL-SEM-SENHA
                   ' SEM SENHA'.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGSNC' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               ADD WRK-TOTAL-CONVERTIDOS WRK-TOTAL-JA-CONVERT
                   GIVING WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-SEM-SENHA TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-CONVERTIDOS TO WRK-CTL-HASH.
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
               MOVE 'PROGSNC' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGSNC' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-CONVERTIDOS TO WRK-RUN-ACEITOS.
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
