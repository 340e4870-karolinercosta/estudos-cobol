      *     O BRANCO DOS REGISTROS ANTIGOS, VALE COMO ATIVO), USADO
      *     PELO ROL DE REMATRICULA (PROGCOB82) PARA NAO REMATRICULAR
      *     ALUNO DESLIGADO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE ALUNOS (ALUMST) PASSOU A 68 POSICOES COM O CPF
      *     DO ALUNO NO FIM, GRAVADO PELA ADMISSAO (PROGADM). O ALUNO
      *     TRANSFERIDO (T), FORMADO (F) OU DESISTENTE (D) VALE COMO
      *     INATIVO, IGUAL AO I
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE ALUNOS (ALUMST) GANHOU NO FIM O CPF DO
      *     RESPONSAVEL FINANCEIRO (CADASTRADO NO RESPMST PELO PROGADM);
      *     SO O LAYOUT DO REGISTRO ACOMPANHOU
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O ALUNO TRANCADO (S) OU CANCELADO (C) NO ALUMST PELO
      *     TRANCAMENTO/CANCELAMENTO DE MATRICULA (PROGTRC) VALE COMO
      *     INATIVO, IGUAL AO I
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
           DATA DIVISION.
           FILE SECTION.
           FD  PARAMETROS-IN.
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
                   88 ALU-INATIVO   VALUE 'I' 'T' 'F' 'D' 'S' 'C'.
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  MATRICULA-HIST.
           01  LINHA-MATRICULA-HIST PIC X(120).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           WORKING-STORAGE SECTION.
           COPY CPYNOTA.
           COPY CPYERRO.
           COPY CPYPARM.
           COPY CPYMATRI.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYVALID.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE WRK-MEDIA-ED   TO WRK-AUD-ENTRADA.
               MOVE WRK-SITUACAO   TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** GRAVA O RESULTADO NO HISTORICO DE MATRICULA/NOTAS, PARA O
      **** ALUNO TER UM REGISTRO RASTREAVEL POR TERMO
               OPEN EXTEND MATRICULA-HIST.
               WRITE LINHA-MATRICULA-HIST FROM WRK-MATRICULA-HIST.
               CLOSE MATRICULA-HIST.
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
