      *     MESMO DIA DE MOVIMENTO, EM VEZ DE TER O CHECKPOINT BOM
      *     DESCARTADO E REPROCESSAR TUDO EM DUPLICATA. SEM GATEDATE
      *     LEGIVEL VALE O RELOGIO, COMO ANTES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O LOTE PASSOU A RECEBER TAMBEM O CNPJ DE CLIENTE PESSOA
      *     JURIDICA: O DOCUMENTO DA ENTRADA E DOS REJEITADOS FOI PARA
      *     14 POSICOES (CPF ENCOSTADO A ESQUERDA OU CNPJ). DOCUMENTO
      *     COM MAIS DE 11 POSICOES PREENCHIDAS E CONFERIDO COMO CNPJ,
      *     PELO MESMO MODULO 11 COM OS PESOS DO CNPJ, E SAI NO ARQUIVO
      *     DE VALIDOS NO FORMATO 99.999.999/9999-99 (CAMPO DE 18)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA TRILHA (AUDSUITE) PASSOU A SAIR SELADO E
      *     ENCADEADO AO ANTERIOR (COPYBOOK CPYELO, ELO DA TRILHA
      *     NO AUDELO): LINHA DE 150 POSICOES COM O SELO DE
      *     SEQUENCIA E HASH NAS 50 FINAIS, CONFERIDO PELO PROGELO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   FILE STATUS IS WRK-REPROC-STATUS.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT DATA-PORTAO ASSIGN TO GATEDATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-GATE-STATUS.
               02 REG-PARM-RC-PCT-REJ      PIC 9(03).
           FD  CLIENTES-IN.
           01  REG-CLIENTE-IN.
               02 REG-IN-CPF    PIC X(14).
               02 REG-IN-NOME   PIC X(40).
               02 REG-IN-CICLOS PIC 9(02).
           FD  CLIENTES-OK.
           01  REG-CLIENTE-OK.
               02 REG-OK-CPF-ED PIC X(18).
               02 REG-OK-NOME   PIC X(40).
           FD  CLIENTES-REJ.
           01  REG-CLIENTE-REJ.
               02 REG-REJ-CPF    PIC X(14).
               02 REG-REJ-NOME   PIC X(40).
               02 REG-REJ-CICLOS PIC 9(02).
           FD  RELATORIO-EXC.
           01  REG-REPROCESSO.
               02 REG-REP-FLAG PIC X(01).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  DATA-PORTAO.
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
           77 WRK-REPROC-STATUS PIC X(02) VALUE '00'.
               88 REPROC-OK VALUE '00'.
           COPY CPYAUDIT.
           COPY CPYELO.

           COPY CPYPARM.
           COPY CPYCKPT.
               88 CKPT-NAO-ACHOU VALUE '35'.
           77 WRK-TEM-CKPT PIC X(01) VALUE 'N'.
               88 EXISTE-CHECKPOINT VALUE 'S'.
           77 WRK-ULTIMO-CPF-CKPT PIC X(14) VALUE SPACES.
           77 WRK-LINHA-EXC-CSV PIC X(100) VALUE SPACES.
           01 WRK-LINHA-EXC.
               02 WRK-EXC-CPF    PIC X(14).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 WRK-EXC-NOME   PIC X(40).
               02 FILLER         PIC X(02) VALUE SPACES.
           77 WRK-CABEC-EXC-1 PIC X(60) VALUE
              'RELATORIO DE EXCECAO - CPF REJEITADOS'.
           77 WRK-CABEC-EXC-2 PIC X(60) VALUE
              'CPF/CNPJ        NOME              MOTIVO'.
           77 WRK-CPF PIC X(14) VALUE ZEROS.
           77 WRK-DOC-TIPO PIC X(01) VALUE 'F'.
               88 DOCUMENTO-CPF  VALUE 'F'.
               88 DOCUMENTO-CNPJ VALUE 'J'.
           77 WRK-CICLO PIC 9(02) VALUE ZEROS.
           77 WRK-CICLOS-REJ PIC 9(02) VALUE ZEROS.
           77 WRK-CKPT-ID-ESPER PIC X(08) VALUE 'CLIIN'.
           COPY CPYCPF.
                       AT END CONTINUE
                       NOT AT END
                           MOVE REG-CKPT TO WRK-CHECKPOINT
                           MOVE WRK-CKPT-ULTIMA-CHAVE (1:14)
                               TO WRK-ULTIMO-CPF-CKPT
                           SET EXISTE-CHECKPOINT TO TRUE
                   END-READ
               PERFORM 0210-VALIDAR-CPF THRU 0210-VALIDAR-CPF-EXIT.
               IF CPF-VALIDO
                   ADD 1 TO WRK-TOTAL-VALIDOS
                   IF DOCUMENTO-CNPJ
                       MOVE WRK-CPF TO WRK-CNPJ-ED
                       MOVE WRK-CNPJ-ED TO REG-OK-CPF-ED
                   ELSE
                       MOVE WRK-CPF (1:11) TO WRK-CPF-ED
                       MOVE WRK-CPF-ED TO REG-OK-CPF-ED
                   END-IF
                   MOVE REG-IN-NOME TO REG-OK-NOME
                   WRITE REG-CLIENTE-OK
               ELSE
                   WRITE LINHA-EXC FROM WRK-LINHA-EXC
                   IF WRK-CICLOS-REJ >= 3
                       MOVE SPACES TO LINHA-EXC
                       STRING '  *** DOCUMENTO REJEITADO '
                                  DELIMITED BY SIZE
                              WRK-CICLOS-REJ DELIMITED BY SIZE
                              ' VEZES - INVESTIGAR MANUALMENTE ***'
                                  DELIMITED BY SIZE
      ******************************
           0240-GRAVAR-LINHA-CSV.
               MOVE SPACES TO WRK-LINHA-EXC-CSV.
               STRING REG-IN-CPF    DELIMITED BY SPACE
                      ','           DELIMITED BY SIZE
                      REG-IN-NOME   DELIMITED BY SIZE
                      ','           DELIMITED BY SIZE
               WRITE LINHA-RESUMO-EOD FROM WRK-RESUMO-EOD.
               CLOSE RESUMO-EOD.
      ******************************
      **** VALIDA OS DOIS DIGITOS VERIFICADORES DO CPF -- DOCUMENTO
      **** COM MAIS DE 11 POSICOES PREENCHIDAS E CNPJ DE CLIENTE
      **** PESSOA JURIDICA, CONFERIDO PELO 0250-VALIDAR-CNPJ
      ******************************
           0210-VALIDAR-CPF.
               SET CPF-VALIDO TO TRUE.
               SET DOCUMENTO-CPF TO TRUE.
               MOVE SPACES TO WRK-CPF-MOTIVO.
               IF WRK-CPF = SPACES OR LOW-VALUES
                   SET CPF-INVALIDO TO TRUE
                       TO WRK-CPF-MOTIVO
                   GO TO 0210-VALIDAR-CPF-EXIT
               END-IF.
               IF WRK-CPF (12:3) NOT = SPACES
                   SET DOCUMENTO-CNPJ TO TRUE
                   PERFORM 0250-VALIDAR-CNPJ THRU 0250-VALIDAR-CNPJ-EXIT
                   GO TO 0210-VALIDAR-CPF-EXIT
               END-IF.
               IF WRK-CPF (1:11) IS NOT NUMERIC
                   SET CPF-INVALIDO TO TRUE
                   MOVE 'CPF COM CARACTERES NAO NUMERICOS'
                       TO WRK-CPF-MOTIVO
           0230-SOMAR-DIGITO-2-EXIT.
               EXIT.
      ******************************
      **** VALIDA OS DOIS DIGITOS VERIFICADORES DO CNPJ (12 DIGITOS
      **** + 2 VERIFICADORES): MESMO MODULO 11 DO CPF, COM PESOS DE
      **** 2 A 9 DA DIREITA PARA A ESQUERDA, RECOMECANDO NO 2
      ******************************
           0250-VALIDAR-CNPJ.
               IF WRK-CPF IS NOT NUMERIC
                   SET CPF-INVALIDO TO TRUE
                   MOVE 'CNPJ COM CARACTERES NAO NUMERICOS'
                       TO WRK-CPF-MOTIVO
                   GO TO 0250-VALIDAR-CNPJ-EXIT
               END-IF.
               IF WRK-CPF (1:13) = WRK-CPF (2:13)
                   SET CPF-INVALIDO TO TRUE
                   MOVE 'CNPJ COM DIGITOS REPETIDOS'
                       TO WRK-CPF-MOTIVO
                   GO TO 0250-VALIDAR-CNPJ-EXIT
               END-IF.
               MOVE WRK-CPF(13:1) TO WRK-CPF-DV1.
               MOVE WRK-CPF(14:1) TO WRK-CPF-DV2.
               MOVE ZEROS TO WRK-SOMA1.
               PERFORM 0260-SOMAR-DIGITO-CNPJ-1
                   THRU 0260-SOMAR-DIGITO-CNPJ-1-EXIT
                   VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 12.
               DIVIDE WRK-SOMA1 BY 11 GIVING WRK-QTE
                   REMAINDER WRK-RESTO.
               IF WRK-RESTO < 2
                   MOVE 0 TO WRK-CALC-DV1
               ELSE
                   COMPUTE WRK-CALC-DV1 = 11 - WRK-RESTO
               END-IF.
               MOVE ZEROS TO WRK-SOMA2.
               PERFORM 0270-SOMAR-DIGITO-CNPJ-2
                   THRU 0270-SOMAR-DIGITO-CNPJ-2-EXIT
                   VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 13.
               DIVIDE WRK-SOMA2 BY 11 GIVING WRK-QTE
                   REMAINDER WRK-RESTO.
               IF WRK-RESTO < 2
                   MOVE 0 TO WRK-CALC-DV2
               ELSE
                   COMPUTE WRK-CALC-DV2 = 11 - WRK-RESTO
               END-IF.
               IF WRK-CALC-DV1 = WRK-CPF-DV1 AND
                  WRK-CALC-DV2 = WRK-CPF-DV2
                   SET CPF-VALIDO TO TRUE
               ELSE
                   SET CPF-INVALIDO TO TRUE
                   MOVE 'DIGITO VERIFICADOR DO CNPJ INVALIDO'
                       TO WRK-CPF-MOTIVO
               END-IF.
           0250-VALIDAR-CNPJ-EXIT.
               EXIT.
           0260-SOMAR-DIGITO-CNPJ-1.
               MOVE WRK-CPF(WRK-IND:1) TO WRK-DIGITO.
               COMPUTE WRK-CICLO = 12 - WRK-IND.
               DIVIDE WRK-CICLO BY 8 GIVING WRK-QTE
                   REMAINDER WRK-PESO.
               ADD 2 TO WRK-PESO.
               COMPUTE WRK-SOMA1 = WRK-SOMA1 + (WRK-DIGITO * WRK-PESO).
           0260-SOMAR-DIGITO-CNPJ-1-EXIT.
               EXIT.
           0270-SOMAR-DIGITO-CNPJ-2.
               MOVE WRK-CPF(WRK-IND:1) TO WRK-DIGITO.
               COMPUTE WRK-CICLO = 13 - WRK-IND.
               DIVIDE WRK-CICLO BY 8 GIVING WRK-QTE
                   REMAINDER WRK-PESO.
               ADD 2 TO WRK-PESO.
               COMPUTE WRK-SOMA2 = WRK-SOMA2 + (WRK-DIGITO * WRK-PESO).
           0270-SOMAR-DIGITO-CNPJ-2-EXIT.
               EXIT.
      ******************************
      **** GRAVA O REGISTRO DE INICIO/FIM DO PASSO NO ARQUIVO DE
      **** ESTADO DO STREAM (RUNSTAT), PARA O CONSELHEIRO DE
      **** RESTART (PROGCOB42)
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE 'RUN JA COMPLETO NA DATA' TO WRK-AUD-ENTRADA.
               MOVE 'REPROCESSO AUTORIZADO' TO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
           0885-GRAVAR-CONTROLE-DATA.
               MOVE SPACES TO WRK-CONTROLE-DATA.
               MOVE 'PROG01-CPFB' TO WRK-BDT-PROGRAMA.
                   END-READ
                   CLOSE DATA-PORTAO
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
