      *     TRILHA DO PROGCOB40. MASTER AUSENTE E PULADO COM AVISO E
      *     RETURN-CODE 4 -- BACKUP INCOMPLETO NAO E BACKUP
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO PRDMST CRESCEU PARA 53 POSICOES (SITUACAO
      *     DO PRODUTO NO FIM, MANTIDA PELO PROGCOB98); A COPIA DE
      *     BACKUP ACOMPANHA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO PRDMST PASSOU A 61 POSICOES COM O NCM DO
      *     PRODUTO; A COPIA DOS PRODUTOS ACOMPANHOU
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO CLIMST PASSOU A 128 POSICOES COM O CODIGO DO
      *     REPRESENTANTE DE VENDA NO FIM; A COPIA DOS CLIENTES
      *     ACOMPANHOU
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO CLIMST PASSOU A 132 POSICOES: DOCUMENTO DO
      *     CLIENTE COM 14 (CPF OU CNPJ) E TIPO DE PESSOA NO FIM; A
      *     COPIA DOS CLIENTES ACOMPANHOU
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO ALUMST PASSOU A 68 POSICOES COM O CPF DO ALUNO
      *     NO FIM; A COPIA DOS ALUNOS ACOMPANHOU
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO ALUMST PASSOU A 79 POSICOES COM O CPF DO
      *     RESPONSAVEL FINANCEIRO NO FIM; A COPIA DOS ALUNOS ACOMPANHOU
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
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
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
               02 REG-PARM-GERACOES-BKP    PIC 9(02).
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 FILLER           PIC X(118).
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID       PIC X(10).
           FD  PRODUTO-MASTER.
           01  REG-PRODUTO.
               02 REG-PRD-CODIGO   PIC 9(06).
               02 FILLER           PIC X(55).
           FD  ESTOQUE-MASTER.
           01  REG-ESTOQUE.
               02 REG-EST-CHAVE    PIC X(08).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 FILLER           PIC X(73).
           FD  BACKUP-CLIENTES.
           01  LINHA-BKP-CLIENTES PIC X(132).
           FD  BACKUP-USUARIOS.
           01  LINHA-BKP-USUARIOS PIC X(51).
           FD  BACKUP-PRODUTOS.
           01  LINHA-BKP-PRODUTOS PIC X(61).
           FD  BACKUP-ESTOQUE.
           01  LINHA-BKP-ESTOQUE PIC X(30).
           FD  BACKUP-ALUNOS.
           01  LINHA-BKP-ALUNOS PIC X(79).
           FD  CATALOGO-IN.
           01  REG-CATALOGO-IN.
               02 REG-CAT-GERACAO PIC X(14).
           FD  RELATORIO-BACKUP.
           01  LINHA-BACKUP PIC X(100).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  TRAVA-SUITE.
           COPY CPYCTRL.
           COPY CPYPARM.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYBKP.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
               ELSE
                   MOVE 'BACKUP INCOMPLETO' TO WRK-AUD-RESULTADO
               END-IF.
               PERFORM 0995-GRAVAR-TRILHA.
           0930-GRAVAR-CONTROLE.
               MOVE 'PROGCOB90' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-REGISTROS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-REGISTROS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-REGISTROS TO WRK-RUN-ACEITOS.
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
