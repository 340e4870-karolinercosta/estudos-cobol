      *     CORRUPCAO DO CLIMST CUSTA MINUTOS DE MANUTENCAO, NAO UM
      *     DIA INTEIRO
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     AS IMAGENS ANTES/DEPOIS DO CLIHIST FORAM DE X(124) PARA
      *     X(128) COM O CODIGO DO REPRESENTANTE NO CADASTRO (O
      *     REGISTRO CONTINUA COM 300 POSICOES). COMO NA MUDANCA
      *     ANTERIOR, ENTRADA GRAVADA NO LAYOUT VELHO NAO E
      *     REAPLICAVEL: O CLIHIST E CORTADO JUNTO COM ESTA VERSAO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     AS IMAGENS ANTES/DEPOIS DO CLIHIST FORAM PARA X(132) COM O
      *     DOCUMENTO DO CLIENTE EM 14 POSICOES (CPF OU CNPJ) E O TIPO
      *     DE PESSOA; O REGISTRO FOI PARA 310. O CLIHIST E CORTADO
      *     JUNTO COM ESTA VERSAO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO.
      *     O REGISTRO DO CLIHIST PASSOU A 360 POSICOES, COM O SELO DO
      *     ENCADEAMENTO (REG-HST-SELO) NO FIM
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
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
               02 FILLER           PIC X(02).
               02 REG-HST-HORA     PIC X(06).
               02 FILLER           PIC X(02).
               02 REG-HST-ANTES    PIC X(132).
               02 FILLER           PIC X(02).
               02 REG-HST-DEPOIS   PIC X(132).
               02 FILLER           PIC X(04).
               02 REG-HST-SELO     PIC X(50).
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 FILLER           PIC X(118).
           FD  RELATORIO-RECUPERA.
           01  LINHA-RECUPERA PIC X(100).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYAUDIT.
           COPY CPYELO.
           77 WRK-SYSIN-STATUS PIC X(02) VALUE '00'.
               88 SYSIN-OK VALUE '00'.
           77 WRK-CLIHIST-STATUS PIC X(02) VALUE '00'.
                   PERFORM 0320-REAPLICAR-MUDANCA
               END-IF.
           0310-REAPLICAR-INCLUSAO.
               MOVE REG-HST-DEPOIS (1:14) TO REG-CLI-CPF.
               READ CLIENTE-MASTER
                   INVALID KEY CONTINUE
               END-READ.
                   END-IF
               END-IF.
           0320-REAPLICAR-MUDANCA.
               MOVE REG-HST-ANTES (1:14) TO REG-CLI-CPF.
               READ CLIENTE-MASTER
                   INVALID KEY CONTINUE
               END-READ.
                      WRK-TOTAL-CONFLITOS DELIMITED BY SIZE
                      ' CONFL' DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0700-FINALIZAR.
               MOVE SPACES TO WRK-LINHA-REC.
               STRING 'ENTRADAS ' DELIMITED BY SIZE
               MOVE WRK-TOTAL-ENTRADAS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-REAPLICADAS TO WRK-RUN-ACEITOS.
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
