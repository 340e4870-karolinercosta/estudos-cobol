      *     TRAN=LTOU E JFY, A MESMA LIMPEZA DESTE PROGRAMA). O
      *     RELATORIO NOMEDUP E OS TOTAIS DO CTLSUITE CONTINUAM COM
      *     O MESMO SIGNIFICADO, AGORA CORRETOS EM QUALQUER VOLUME
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   FILE STATUS IS WRK-REPROC-STATUS.
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
           01  REG-REPROCESSO.
               02 REG-REP-FLAG PIC X(01).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           77 WRK-REPROC-STATUS PIC X(02) VALUE '00'.
               88 REPROC-OK VALUE '00'.
           COPY CPYAUDIT.
           COPY CPYELO.

           COPY CPYCTRL.
           77 WRK-NOME          PIC X(40) VALUE SPACES.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE 'RUN JA COMPLETO NA DATA' TO WRK-AUD-ENTRADA.
               MOVE 'REPROCESSO AUTORIZADO' TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0885-GRAVAR-CONTROLE-DATA.
               MOVE SPACES TO WRK-CONTROLE-DATA.
               MOVE 'PROGCOB02B' TO WRK-BDT-PROGRAMA.
                       MOVE 4 TO RETURN-CODE
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
