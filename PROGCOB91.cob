      *     RESTAURACAO, QUALQUER RERUN DO DIA SO PASSA COM O
      *     REPROCESSO AUTORIZADO (REPROC), DE PROPOSITO
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO PRDMST CRESCEU PARA 53 POSICOES (SITUACAO
      *     DO PRODUTO NO FIM, MANTIDA PELO PROGCOB98). GERACAO DE
      *     BACKUP ANTERIOR, COM 52, VOLTA COM A SITUACAO EM BRANCO,
      *     QUE VALE COMO PRODUTO ATIVO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO PRDMST PASSOU A 61 POSICOES COM O NCM DO
      *     PRODUTO; COPIA ANTIGA DE 53 POSICOES VOLTA COM NCM EM BRANCO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO CLIMST PASSOU A 128 POSICOES COM O CODIGO DO
      *     REPRESENTANTE DE VENDA; COPIA ANTIGA DE 124 POSICOES VOLTA
      *     COM O REPRESENTANTE EM BRANCO (VENDA DIRETA)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO CLIMST PASSOU A 132 POSICOES (DOCUMENTO COM
      *     14 PARA O CNPJ E TIPO DE PESSOA NO FIM). COPIA ANTIGA, COM
      *     O CPF EM 11 POSICOES E O NOME LOGO DEPOIS, E RECONHECIDA
      *     PELO NOME NA POSICAO 12 E CONVERTIDA NA RESTAURACAO (CPF
      *     ENCOSTADO A ESQUERDA, PESSOA FISICA) -- E ASSIM QUE O
      *     CADASTRO E CONVERTIDO NA IMPLANTACAO: COPIA PELA VERSAO
      *     ANTERIOR DO PROGCOB90 E RESTAURACAO POR ESTA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO ALUMST PASSOU A 68 POSICOES COM O CPF DO ALUNO
      *     NO FIM; COPIA ANTIGA DE 57 POSICOES VOLTA COM O CPF EM
      *     BRANCO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DO ALUMST PASSOU A 79 POSICOES COM O CPF DO
      *     RESPONSAVEL FINANCEIRO NO FIM; COPIA ANTIGA MAIS CURTA VOLTA
      *     COM O RESPONSAVEL EM BRANCO
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
               SELECT TRAVA-SUITE ASSIGN TO SUITELCK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LCK-STATUS.
               02 FILLER          PIC X(02).
               02 REG-CAT-QTD     PIC 9(08).
           FD  BACKUP-IN.
           01  LINHA-BACKUP-IN PIC X(132).
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
           FD  DATA-PORTAO.
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
           FD  RELATORIO-RESTAURA.
           01  LINHA-RESTAURA PIC X(100).
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
           COPY CPYBKP.
           COPY CPYBDT.
           77 WRK-SYSIN-STATUS PIC X(02) VALUE '00'.
           77 WRK-GERACAO-PEDIDA PIC X(14) VALUE SPACES.
           77 WRK-QTD-CATALOGO PIC 9(08) VALUE ZEROS.
           77 WRK-QTD-RESTAURADA PIC 9(08) VALUE ZEROS.
           77 WRK-QTD-CONVERTIDA PIC 9(08) VALUE ZEROS.
           77 WRK-LINHA-RST PIC X(100) VALUE SPACES.
      ******************************
      **** PROGRAMAS COM GUARDA DE DUPLICIDADE NO CTLDATA: CADA UM
               CLOSE BACKUP-IN.
           0410-GRAVAR-CLIENTE.
               ADD 1 TO WRK-QTD-RESTAURADA.
               IF LINHA-BACKUP-IN (12:3) NOT = SPACES
                   AND LINHA-BACKUP-IN (12:3) IS NOT NUMERIC
                   MOVE SPACES TO REG-CLIENTE
                   MOVE LINHA-BACKUP-IN (1:11) TO REG-CLIENTE (1:11)
                   MOVE LINHA-BACKUP-IN (12:117) TO REG-CLIENTE (15:117)
                   ADD 1 TO WRK-QTD-CONVERTIDA
               ELSE
                   MOVE LINHA-BACKUP-IN TO REG-CLIENTE
               END-IF.
               WRITE REG-CLIENTE.
               READ BACKUP-IN
                   AT END SET FIM-BACKUP TO TRUE
               END-READ.
           0430-GRAVAR-PRODUTO.
               ADD 1 TO WRK-QTD-RESTAURADA.
               MOVE LINHA-BACKUP-IN (1:61) TO REG-PRODUTO.
               WRITE REG-PRODUTO.
               READ BACKUP-IN
                   AT END SET FIM-BACKUP TO TRUE
               END-READ.
           0450-GRAVAR-ALUNO.
               ADD 1 TO WRK-QTD-RESTAURADA.
               MOVE LINHA-BACKUP-IN (1:79) TO REG-ALUNO-MASTER.
               WRITE REG-ALUNO-MASTER.
               READ BACKUP-IN
                   AT END SET FIM-BACKUP TO TRUE
               STRING WRK-QTD-RESTAURADA DELIMITED BY SIZE
                      ' REGISTROS REGRAVADOS' DELIMITED BY SIZE
                      INTO WRK-AUD-RESULTADO.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** GRAVA NO CTLDATA UM REGISTRO COMPLETO DE HOJE (DATA DE
      **** NEGOCIO DO GATEDATE) PARA CADA PROGRAMA GUARDADO: O RERUN
               DISPLAY 'MASTER PEDIDO      : ' WRK-MASTER-PEDIDO.
               DISPLAY 'GERACAO PEDIDA     : ' WRK-GERACAO-PEDIDA.
               DISPLAY 'REGISTROS GRAVADOS : ' WRK-QTD-RESTAURADA.
               IF WRK-QTD-CONVERTIDA > 0
                   DISPLAY 'CONVERTIDOS CPF 11 : ' WRK-QTD-CONVERTIDA
               END-IF.
               CLOSE RELATORIO-RESTAURA.
      ******************************
      **** GRAVA O REGISTRO DE INICIO/FIM DO PASSO NO ARQUIVO DE
               MOVE WRK-QTD-RESTAURADA TO WRK-RUN-LIDOS.
               MOVE WRK-QTD-RESTAURADA TO WRK-RUN-ACEITOS.
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
