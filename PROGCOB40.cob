      *     POSICOES 13-20 (APOS PROGRAMA/USUARIO DE 10 + 2 DE
      *     ESPACO), ENTAO O CORTE E O MESMO PARA OS DOIS
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     AS LINHAS DO AUDSUITE E DO AUDLOG PASSARAM A 150 POSICOES
      *     COM O SELO DO ENCADEAMENTO NO FIM, COPIADO INTACTO PARA O
      *     ARQUIVO ATIVO E PARA O ARQUIVO MORTO. O ULTIMO SELO QUE VAI
      *     PARA A GUARDA FICA NO AUDELO (CHAVES AUDSARQ E AUDLARQ);
      *     O PROGELO LE SO O ARQUIVO VIVO E CONFERE O INICIO DELE
      *     CONTRA ESSE ELO DA GUARDA
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDLOG-ARQ ASSIGN TO AUDLARQ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
               02 REG-PARM-PERC-PERDA       PIC 9(02).
               02 REG-PARM-RETENCAO-TRILHA  PIC 9(03).
           FD  AUDSUITE-IN.
           01  LINHA-AUDS-IN PIC X(150).
           FD  AUDSUITE-OUT.
           01  LINHA-AUDS-OUT PIC X(150).
           FD  AUDSUITE-ARQ.
           01  LINHA-AUDS-ARQ PIC X(150).
           FD  AUDLOG-IN.
           01  LINHA-AUDL-IN PIC X(150).
           FD  AUDLOG-OUT.
           01  LINHA-AUDL-OUT PIC X(150).
           FD  AUDLOG-ARQ.
           01  LINHA-AUDL-ARQ PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  TRAVA-SUITE.
           COPY CPYLOCK.
           COPY CPYPARM.
           COPY CPYCTRL.
           COPY CPYELO.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-AUDS-STATUS PIC X(02) VALUE '00'.
               88 FIM-AUDL VALUE 'S'.
      ******************************
      **** LINHA GENERICA DAS TRILHAS: IDENTIFICACAO (10), ESPACO
      **** (2) E DATA (8) -- VALE PARA AUDSUITE E AUDLOG. O SELO DO
      **** ENCADEAMENTO (50) VEM NO FIM E E COPIADO SEM MEXER
      ******************************
           01 WRK-LINHA-TRILHA.
               02 WRK-TRL-IDENT PIC X(10).
               02 FILLER        PIC X(02).
               02 WRK-TRL-DATA  PIC X(08).
               02 WRK-TRL-RESTO PIC X(80).
               02 WRK-TRL-SELO  PIC X(50).
           01 WRK-DATA-HOJE.
               02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
           77 WRK-AUDS-ARQUIVADAS PIC 9(08) VALUE ZEROS.
           77 WRK-AUDL-MANTIDAS   PIC 9(08) VALUE ZEROS.
           77 WRK-AUDL-ARQUIVADAS PIC 9(08) VALUE ZEROS.
      ******************************
      **** ULTIMO SELO MANDADO PARA A GUARDA EM CADA TRILHA (ZERO =
      **** NADA SELADO EXPURGADO NESTE RUN)
      ******************************
           77 WRK-GUARDA-AUDS-SEQ  PIC 9(09) VALUE ZEROS.
           77 WRK-GUARDA-AUDS-HASH PIC X(18) VALUE SPACES.
           77 WRK-GUARDA-AUDL-SEQ  PIC 9(09) VALUE ZEROS.
           77 WRK-GUARDA-AUDL-HASH PIC X(18) VALUE SPACES.
           77 WRK-GUARDA-SEQ       PIC 9(09) VALUE ZEROS.
           77 WRK-GUARDA-HASH      PIC X(18) VALUE SPACES.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               IF LINHA-VELHA
                   ADD 1 TO WRK-AUDS-ARQUIVADAS
                   WRITE LINHA-AUDS-ARQ FROM WRK-LINHA-TRILHA
                   MOVE WRK-TRL-SELO TO WRK-ELO-SELO
                   IF WRK-SEL-SEQ IS NUMERIC AND WRK-SEL-SEQ > 0
                       MOVE WRK-SEL-SEQ TO WRK-GUARDA-AUDS-SEQ
                       MOVE WRK-SEL-HASH TO WRK-GUARDA-AUDS-HASH
                   END-IF
               ELSE
                   ADD 1 TO WRK-AUDS-MANTIDAS
                   WRITE LINHA-AUDS-OUT FROM WRK-LINHA-TRILHA
               IF LINHA-VELHA
                   ADD 1 TO WRK-AUDL-ARQUIVADAS
                   WRITE LINHA-AUDL-ARQ FROM WRK-LINHA-TRILHA
                   MOVE WRK-TRL-SELO TO WRK-ELO-SELO
                   IF WRK-SEL-SEQ IS NUMERIC AND WRK-SEL-SEQ > 0
                       MOVE WRK-SEL-SEQ TO WRK-GUARDA-AUDL-SEQ
                       MOVE WRK-SEL-HASH TO WRK-GUARDA-AUDL-HASH
                   END-IF
               ELSE
                   ADD 1 TO WRK-AUDL-MANTIDAS
                   WRITE LINHA-AUDL-OUT FROM WRK-LINHA-TRILHA
               DISPLAY 'AUDSUITE ARQUIVADAS : ' WRK-AUDS-ARQUIVADAS.
               DISPLAY 'AUDLOG MANTIDAS     : ' WRK-AUDL-MANTIDAS.
               DISPLAY 'AUDLOG ARQUIVADAS   : ' WRK-AUDL-ARQUIVADAS.
               IF WRK-GUARDA-AUDS-SEQ > 0
                   MOVE 'AUDSARQ' TO WRK-EST-TRILHA
                   MOVE WRK-GUARDA-AUDS-SEQ TO WRK-GUARDA-SEQ
                   MOVE WRK-GUARDA-AUDS-HASH TO WRK-GUARDA-HASH
                   PERFORM 0500-GRAVAR-ELO-GUARDA
               END-IF.
               IF WRK-GUARDA-AUDL-SEQ > 0
                   MOVE 'AUDLARQ' TO WRK-EST-TRILHA
                   MOVE WRK-GUARDA-AUDL-SEQ TO WRK-GUARDA-SEQ
                   MOVE WRK-GUARDA-AUDL-HASH TO WRK-GUARDA-HASH
                   PERFORM 0500-GRAVAR-ELO-GUARDA
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GUARDA NO AUDELO O ULTIMO SELO EXPURGADO DA TRILHA, PARA O
      **** PROGELO CONFERIR A EMENDA DO ARQUIVO VIVO COM A GUARDA.
      **** SEM AUDELO O EXPURGO VALE, MAS O RUN TERMINA COM RC 4
      ******************************
           0500-GRAVAR-ELO-GUARDA.
               SET ELO-EXISTENTE TO TRUE.
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
                   MOVE REG-ELO-TRILHA TO WRK-EST-TRILHA
                   MOVE WRK-GUARDA-SEQ TO WRK-EST-ULT-SEQ
                   MOVE WRK-GUARDA-HASH TO WRK-EST-ULT-HASH
                   ACCEPT WRK-EST-DATA FROM DATE YYYYMMDD
                   IF ELO-NOVO
                       WRITE REG-ELO FROM WRK-ELO-ESTADO
                   ELSE
                       REWRITE REG-ELO FROM WRK-ELO-ESTADO
                   END-IF
                   CLOSE ELOS-TRILHA
               ELSE
                   DISPLAY 'AUDELO NAO ABRIU - STATUS '
                       WRK-AUDELO-STATUS ' - ELO DA GUARDA '
                       WRK-EST-TRILHA ' NAO GRAVADO'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
