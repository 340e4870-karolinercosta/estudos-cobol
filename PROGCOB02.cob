      *    DATA= 25/08/21
      *    ALT= 09/08/26 - NAO TRUNCAR MAIS O NOME NA EXIBICAO
      *     GRAVA TRILHA DE AUDITORIA (AUDSUITE) AO FINAL DO RUN
      *    ALT= 15/10/26 - REGISTRO DA TRILHA (AUDSUITE) SELADO E
      *     ENCADEADO AO ANTERIOR (CPYELO, ELO NO AUDELO), LINHA
      *     DE 150 POSICOES COM O SELO NO FIM
      ******************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           WORKING-STORAGE SECTION.
           77 WRK-NOME PIC X(40) VALUE SPACES.
           COPY CPYAUDIT.
           COPY CPYELO.
           PROCEDURE DIVISION.
           0000-PRINCIPAL.
               ACCEPT WRK-NOME FROM CONSOLE.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE WRK-NOME TO WRK-AUD-ENTRADA.
               MOVE 'NOME EXIBIDO' TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
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
