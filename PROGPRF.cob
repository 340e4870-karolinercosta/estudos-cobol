           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGPRF.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: MANUTENCAO DO CADASTRO DE PROFESSORES (PROFMST,
      *     CHAVE ID DO PROFESSOR) -- A FOLHA DE NOTAS PASSOU A VIR
      *     COM O PROFESSOR QUE LANCOU (PROGCOB08B/PROGCOB12) E O
      *     RELATORIO DE FOLHAS PENDENTES (PROGNPD) COBRA O PROFESSOR
      *     E O COORDENADOR DELE. LE O MOVIMENTO DA COORDENACAO
      *     (PRFMOV, JOB AD-HOC PCOBPRF): ID + NOME + COORDENADOR (ID
      *     DE OUTRO PROFESSOR DO CADASTRO OU O PROPRIO) + USUARIO DO
      *     USRMST QUE RECEBE OS AVISOS DA CAIXA DE SAIDA + SITUACAO
      *     (A = ATIVO, I = INATIVO; EM BRANCO VALE A). PROFESSOR NOVO
      *     E INCLUIDO, EXISTENTE E ATUALIZADO. ID OU NOME EM BRANCO,
      *     SITUACAO INVALIDA, COORDENADOR FORA DO CADASTRO OU USUARIO
      *     FORA DO USRMST RECUSAM O MOVIMENTO, QUE SAI COM O MOTIVO
      *     NO RELATORIO (PRFRPT) E DEIXA O RUN COM RC 4; CADASTRO OU
      *     MOVIMENTO QUE NAO ABRE PARA COM RC 8
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MOVIMENTO-PRF ASSIGN TO PRFMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRFMOV-STATUS.
               SELECT PROFESSOR-MASTER ASSIGN TO PROFMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-PRF-ID
                   FILE STATUS IS WRK-PROFMST-STATUS.
               SELECT USUARIOS-MASTER ASSIGN TO USRMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT RELATORIO-PRF ASSIGN TO PRFRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
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
           FD  MOVIMENTO-PRF.
           01  REG-MOVIMENTO-PRF.
               02 REG-PMV-ID          PIC X(06).
               02 FILLER              PIC X(02).
               02 REG-PMV-NOME        PIC X(40).
               02 FILLER              PIC X(02).
               02 REG-PMV-COORDENADOR PIC X(06).
               02 FILLER              PIC X(02).
               02 REG-PMV-USUARIO     PIC X(10).
               02 FILLER              PIC X(02).
               02 REG-PMV-STATUS      PIC X(01).
           FD  PROFESSOR-MASTER.
           01  REG-PROFESSOR-MASTER.
               02 REG-PRF-ID          PIC X(06).
               02 REG-PRF-NOME        PIC X(40).
               02 REG-PRF-COORDENADOR PIC X(06).
               02 REG-PRF-USUARIO     PIC X(10).
               02 REG-PRF-STATUS      PIC X(01).
                   88 PRF-ATIVO       VALUE 'A'.
                   88 PRF-INATIVO     VALUE 'I'.
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID     PIC X(10).
               02 REG-USR-NOME   PIC X(30).
               02 REG-USR-NIVEL  PIC 9(02).
               02 REG-USR-STATUS PIC X(01).
                   88 USR-ATIVO   VALUE 'A'.
                   88 USR-INATIVO VALUE 'I'.
               02 REG-USR-SENHA  PIC X(08).
           FD  RELATORIO-PRF.
           01  LINHA-PRF PIC X(132).
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
           77 WRK-PRFMOV-STATUS PIC X(02) VALUE '00'.
               88 PRFMOV-OK VALUE '00'.
           77 WRK-PROFMST-STATUS PIC X(02) VALUE '00'.
               88 PROFMST-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-USRMST-ABERTO PIC X(01) VALUE 'N'.
               88 USRMST-ABERTO VALUE 'S'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-EXISTE PIC X(01) VALUE 'N'.
               88 PROFESSOR-EXISTE VALUE 'S'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-MOTIVO    PIC X(40) VALUE SPACES.
           77 WRK-OPERACAO  PIC X(10) VALUE SPACES.
           77 WRK-LINHA-TXT PIC X(100) VALUE SPACES.
           77 WRK-QTD-ED    PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED2   PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-QTD-ED3   PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-INCLUIDOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ALTERADOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ACEITOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADOS  PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0200-PROCESSAR-MOVIMENTO
                   PERFORM 0800-FINALIZAR
               END-IF.
               CLOSE RELATORIO-PRF.
               PERFORM 0900-GRAVAR-CONTROLE.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** ABRE O CADASTRO E O MOVIMENTO; SEM UM DELES NAO HA O QUE
      **** GRAVAR: PARA COM 8. SEM O USRMST O USUARIO DE AVISO NAO E
      **** CONFERIDO (SO AVISADO NO RELATORIO)
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-PRF.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'MANUTENCAO DO CADASTRO DE PROFESSORES - '
                          DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-PRF FROM WRK-LINHA-TXT.
               MOVE SPACES TO LINHA-PRF.
               WRITE LINHA-PRF.
               MOVE 'ID      OPERACAO    NOME' TO LINHA-PRF.
               MOVE 'COORD   USUARIO     S  MOTIVO'
                   TO LINHA-PRF (63:29).
               WRITE LINHA-PRF.
               MOVE ALL '-' TO LINHA-PRF.
               WRITE LINHA-PRF.
               OPEN I-O PROFESSOR-MASTER.
               IF NOT PROFMST-OK
                   MOVE 'CADASTRO PROFMST NAO ABRIU - NADA GRAVADO'
                       TO LINHA-PRF
                   WRITE LINHA-PRF
                   DISPLAY 'PROGPRF: PROFMST NAO ABRIU - STATUS '
                       WRK-PROFMST-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT MOVIMENTO-PRF
                   IF NOT PRFMOV-OK
                       MOVE 'MOVIMENTO PRFMOV NAO ABRIU - NADA GRAVADO'
                           TO LINHA-PRF
                       WRITE LINHA-PRF
                       DISPLAY 'PROGPRF: PRFMOV NAO ABRIU - STATUS '
                           WRK-PRFMOV-STATUS
                       CLOSE PROFESSOR-MASTER
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT USUARIOS-MASTER
                   IF USRMST-OK
                       SET USRMST-ABERTO TO TRUE
                   ELSE
                       MOVE 'USRMST NAO ABRIU - USUARIO NAO CONFERIDO'
                           TO LINHA-PRF
                       WRITE LINHA-PRF
                   END-IF
               END-IF.
           0200-PROCESSAR-MOVIMENTO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               PERFORM 0210-LER-MOVIMENTO UNTIL FIM-ARQUIVO.
               CLOSE MOVIMENTO-PRF PROFESSOR-MASTER.
               IF USRMST-ABERTO
                   CLOSE USUARIOS-MASTER
               END-IF.
           0210-LER-MOVIMENTO.
               READ MOVIMENTO-PRF
                   AT END SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-LIDOS
                       PERFORM 0300-VALIDAR-PROFESSOR
                       IF WRK-MOTIVO = SPACES
                           PERFORM 0400-GRAVAR-PROFESSOR
                       ELSE
                           ADD 1 TO WRK-TOTAL-RECUSADOS
                           MOVE 'RECUSADO' TO WRK-OPERACAO
                       END-IF
                       PERFORM 0600-LISTAR-MOVIMENTO
               END-READ.
      ******************************
      **** CONFERE O MOVIMENTO; O PRIMEIRO PROBLEMA ACHADO FICA COMO
      **** MOTIVO DA RECUSA
      ******************************
           0300-VALIDAR-PROFESSOR.
               MOVE SPACES TO WRK-MOTIVO.
               IF REG-PMV-STATUS = SPACE
                   MOVE 'A' TO REG-PMV-STATUS
               END-IF.
               EVALUATE TRUE
                   WHEN REG-PMV-ID = SPACES
                       MOVE 'ID DO PROFESSOR EM BRANCO' TO WRK-MOTIVO
                   WHEN REG-PMV-NOME = SPACES
                       MOVE 'NOME DO PROFESSOR EM BRANCO' TO WRK-MOTIVO
                   WHEN REG-PMV-STATUS NOT = 'A'
                       AND REG-PMV-STATUS NOT = 'I'
                       MOVE 'SITUACAO DIFERENTE DE A/I' TO WRK-MOTIVO
                   WHEN REG-PMV-COORDENADOR = SPACES
                       MOVE 'COORDENADOR EM BRANCO' TO WRK-MOTIVO
                   WHEN OTHER
                       PERFORM 0310-CONFERIR-COORDENADOR
                       IF WRK-MOTIVO = SPACES
                           PERFORM 0320-CONFERIR-USUARIO
                       END-IF
               END-EVALUATE.
      ******************************
      **** O COORDENADOR E O PROPRIO PROFESSOR OU OUTRO PROFESSOR JA
      **** CADASTRADO
      ******************************
           0310-CONFERIR-COORDENADOR.
               IF REG-PMV-COORDENADOR NOT = REG-PMV-ID
                   MOVE REG-PMV-COORDENADOR TO REG-PRF-ID
                   READ PROFESSOR-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF NOT PROFMST-OK
                       MOVE 'COORDENADOR FORA DO PROFMST' TO WRK-MOTIVO
                   END-IF
               END-IF.
           0320-CONFERIR-USUARIO.
               IF REG-PMV-USUARIO NOT = SPACES AND USRMST-ABERTO
                   MOVE REG-PMV-USUARIO TO REG-USR-ID
                   READ USUARIOS-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF NOT USRMST-OK
                       MOVE 'USUARIO DE AVISO FORA DO USRMST'
                           TO WRK-MOTIVO
                   END-IF
               END-IF.
      ******************************
      **** PROFESSOR NOVO E INCLUIDO; O QUE JA EXISTE E ATUALIZADO
      ******************************
           0400-GRAVAR-PROFESSOR.
               MOVE REG-PMV-ID TO REG-PRF-ID.
               MOVE 'N' TO WRK-EXISTE.
               READ PROFESSOR-MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF PROFMST-OK
                   SET PROFESSOR-EXISTE TO TRUE
               END-IF.
               MOVE REG-PMV-ID          TO REG-PRF-ID.
               MOVE REG-PMV-NOME        TO REG-PRF-NOME.
               MOVE REG-PMV-COORDENADOR TO REG-PRF-COORDENADOR.
               MOVE REG-PMV-USUARIO     TO REG-PRF-USUARIO.
               MOVE REG-PMV-STATUS      TO REG-PRF-STATUS.
               IF PROFESSOR-EXISTE
                   REWRITE REG-PROFESSOR-MASTER
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE 'ATUALIZADO' TO WRK-OPERACAO
                   ADD 1 TO WRK-TOTAL-ALTERADOS
               ELSE
                   WRITE REG-PROFESSOR-MASTER
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE 'INCLUIDO' TO WRK-OPERACAO
                   ADD 1 TO WRK-TOTAL-INCLUIDOS
               END-IF.
               IF NOT PROFMST-OK
                   MOVE 'ERRO DE GRAVACAO NO PROFMST - STATUS'
                       TO WRK-MOTIVO
                   MOVE WRK-PROFMST-STATUS TO WRK-MOTIVO (38:2)
                   MOVE 'RECUSADO' TO WRK-OPERACAO
                   ADD 1 TO WRK-TOTAL-RECUSADOS
                   IF PROFESSOR-EXISTE
                       SUBTRACT 1 FROM WRK-TOTAL-ALTERADOS
                   ELSE
                       SUBTRACT 1 FROM WRK-TOTAL-INCLUIDOS
                   END-IF
               END-IF.
           0600-LISTAR-MOVIMENTO.
               MOVE SPACES TO LINHA-PRF.
               MOVE REG-PMV-ID          TO LINHA-PRF (1:6).
               MOVE WRK-OPERACAO        TO LINHA-PRF (9:10).
               MOVE REG-PMV-NOME        TO LINHA-PRF (21:40).
               MOVE REG-PMV-COORDENADOR TO LINHA-PRF (63:6).
               MOVE REG-PMV-USUARIO     TO LINHA-PRF (71:10).
               MOVE REG-PMV-STATUS      TO LINHA-PRF (83:1).
               MOVE WRK-MOTIVO          TO LINHA-PRF (86:40).
               WRITE LINHA-PRF.
           0800-FINALIZAR.
               ADD WRK-TOTAL-INCLUIDOS WRK-TOTAL-ALTERADOS
                   GIVING WRK-TOTAL-ACEITOS.
               MOVE WRK-TOTAL-INCLUIDOS TO WRK-QTD-ED.
               MOVE WRK-TOTAL-ALTERADOS TO WRK-QTD-ED2.
               MOVE WRK-TOTAL-RECUSADOS TO WRK-QTD-ED3.
               MOVE SPACES TO LINHA-PRF.
               WRITE LINHA-PRF.
               MOVE SPACES TO WRK-LINHA-TXT.
               STRING 'PROFESSORES INCLUIDOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      '   ATUALIZADOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED2 DELIMITED BY SIZE
                      '   RECUSADOS: ' DELIMITED BY SIZE
                      WRK-QTD-ED3 DELIMITED BY SIZE
                      INTO WRK-LINHA-TXT.
               WRITE LINHA-PRF FROM WRK-LINHA-TXT.
               DISPLAY 'PROGPRF: ' WRK-QTD-ED ' INCLUIDO(S), '
                   WRK-QTD-ED2 ' ATUALIZADO(S), ' WRK-QTD-ED3
                   ' RECUSADO(S)'.
               IF WRK-TOTAL-RECUSADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGPRF' TO WRK-CTL-PROGRAMA.
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
               MOVE 'PROGPRF' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGPRF' TO WRK-RUN-PROGRAMA.
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
