      *     AQUI, COM LINHA NO RELATORIO DE CONCILIACAO E REGISTRO
      *     NO AUDLOG COMO QUALQUER OUTRA MUDANCA. ARQUIVO AUSENTE
      *     NAO E ERRO (NEM TODO DIA TEM RECERTIFICACAO)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O PENDENTE NAO GANHA MAIS A SENHA PADRAO TROCAR01 NO
      *     USRMST: FICA SEM SENHA E SEM CREDENCIAL (USRSENHA) ATE O
      *     ADMINISTRADOR DEFINIR A SENHA PROVISORIA NO PROGSEN
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDLOG) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   FILE STATUS IS WRK-DESAT-STATUS.
               SELECT AUDITORIA-LOG ASSIGN TO AUDLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT RELATORIO-RH ASSIGN TO RHRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
               02 FILLER              PIC X(02).
               02 REG-DES-ULT-ATIVID  PIC X(08).
           FD  AUDITORIA-LOG.
           01  LINHA-AUDITORIA PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  RELATORIO-RH.
           01  LINHA-RH PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYLOCK.
           COPY CPYPARM.
           COPY CPYCTRL.
           COPY CPYELO.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
                      WRK-ACAO DELIMITED BY SIZE
                      ' (PROGCOB34)' DELIMITED BY SIZE
                      INTO WRK-LINHA-AUDIT.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** ID DO RH ATIVO E SEM USUARIO NO MESTRE VIRA REGISTRO
      **** PENDENTE NO NIVEL DE CONVIDADO, SEM SENHA (A PROVISORIA
      **** E DEFINIDA PELO ADMINISTRADOR NO PROGSEN)
      ******************************
           0300-CRIAR-PENDENTES.
               PERFORM 0310-AVALIAR-FEED
                   MOVE TAB-RH-NOME (WRK-RH-IDX) TO REG-USR-NOME
                   MOVE WRK-PARM-NIVEL-CONVIDADO TO REG-USR-NIVEL
                   SET USR-PENDENTE TO TRUE
                   MOVE SPACES TO REG-USR-SENHA
                   WRITE REG-USUARIO
                       INVALID KEY CONTINUE
                   END-WRITE
               COMPUTE WRK-RUN-ACEITOS =
                   WRK-TOTAL-INATIVADOS + WRK-TOTAL-PENDENTES.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
      ******************************
      **** GRAVA O REGISTRO NA TRILHA AUDLOG COM O SELO DE
      **** ENCADEAMENTO (SEQUENCIA, HASH ANTERIOR E HASH PROPRIO) NAS
      **** 50 POSICOES FINAIS E AVANCA O ELO DA TRILHA NO AUDELO
      ******************************
           0995-GRAVAR-TRILHA.
               MOVE 'AUDLOG' TO WRK-EST-TRILHA.
               MOVE SPACES TO WRK-HEL-REGISTRO.
               MOVE WRK-LINHA-AUDIT TO WRK-HEL-REGISTRO.
               MOVE 100 TO WRK-HEL-TAMANHO.
               PERFORM 0996-SELAR-REGISTRO.
               MOVE WRK-LINHA-AUDIT TO LINHA-AUDITORIA.
               MOVE WRK-ELO-SELO TO LINHA-AUDITORIA (101:50).
               OPEN EXTEND AUDITORIA-LOG.
               WRITE LINHA-AUDITORIA.
               CLOSE AUDITORIA-LOG.
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
