           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGIMP.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: IMPACTO DE ARQUIVO ATRASADO OU ESTRAGADO -- QUANDO
      *     A PORTARIA (PROGCOB86) QUARENTENA OU DA FALTA DE UMA
      *     ENTRADA (BANRET, FATTRANS...), O OPERADOR TINHA DE LEMBRAR
      *     DE CABECA O QUE SAI ERRADO DALI PARA FRENTE. PARA CADA
      *     ARQUIVO EM QUARENTENA NO DIA (QUARENT) OU PEDIDO PELO
      *     OPERADOR (IMPIN, UM NOME POR LINHA: DD DA ENTRADA OU DSN),
      *     SEGUE O CATALOGO DE LINHAGEM (LINCAT, PROGLIN) NA ORDEM DE
      *     EXECUCAO DO PCOBNITE E DO PCOBMENS: PASSO QUE LE UM
      *     DATASET ATINGIDO FICA ATINGIDO E TUDO O QUE ELE GRAVA
      *     TAMBEM. LISTA NO IMPRPT CADA PASSO ATINGIDO COM A
      *     SUGESTAO (DESVIAR QUEM ATUALIZA ARQUIVO PERMANENTE NO
      *     LUGAR OU POR ACRESCIMO, RODAR E DESCONSIDERAR AS SAIDAS
      *     NOS DEMAIS), OS DATASETS GRAVADOS, OS RELATORIOS
      *     IMPRESSOS, OS RELATORIOS ANEXADOS AO ACERVO PELO PROGCOB45
      *     E AS EXTRACOES DO PROGCOB47. O LINDEP (OPCIONAL) DIZ DE
      *     QUAIS ENTRADAS DEPENDE CADA SAIDA DE UM PROGRAMA QUANDO NEM
      *     TODAS DEPENDEM DE TODAS (EX.: CADA EXTRACAO DO PROGCOB47
      *     VEM DE UM SO MASTER); SEM LINDEP, SAIDA DE PASSO ATINGIDO
      *     E SAIDA ATINGIDA. OS DD DE CONTROLE DA SUITE NAO PROPAGAM
      *     E A PROPRIA PORTARIA NAO CONTA. A MESMA LISTA VAI PARA O
      *     IMPLST, QUE A PASSAGEM DE TURNO (PROGCOB95) IMPRIME PARA
      *     OS DONOS DOS RELATORIOS. RC 4 = HA PASSO A DESVIAR OU
      *     ARQUIVO FORA DO CATALOGO; RC 8 = SEM CATALOGO
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CATALOGO-LINHAGEM ASSIGN TO LINCAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LINCAT-STATUS.
               SELECT DEPENDENCIAS-IN ASSIGN TO LINDEP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LINDEP-STATUS.
               SELECT QUARENTENA-IN ASSIGN TO QUARENT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-QUARENT-STATUS.
               SELECT PEDIDO-IMPACTO ASSIGN TO IMPIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-IMPIN-STATUS.
               SELECT DATA-PORTAO ASSIGN TO GATEDATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-GATE-STATUS.
               SELECT RELATORIO-IMPACTO ASSIGN TO IMPRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LISTA-IMPACTO ASSIGN TO IMPLST
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
           FD  CATALOGO-LINHAGEM.
           01  LINHA-CATALOGO PIC X(102).
           FD  DEPENDENCIAS-IN.
           01  REG-DEPENDENCIA.
               02 REG-DEP-PROGRAMA PIC X(11).
               02 FILLER           PIC X(01).
               02 REG-DEP-SAIDA    PIC X(09).
               02 FILLER           PIC X(01).
               02 REG-DEP-ENTRADA  PIC X(09).
           FD  QUARENTENA-IN.
           01  REG-QUARENTENA-IN.
               02 REG-QUA-ARQUIVO PIC X(08).
               02 FILLER          PIC X(02).
               02 REG-QUA-DATA    PIC X(08).
               02 FILLER          PIC X(02).
               02 REG-QUA-MOTIVO  PIC X(30).
           FD  PEDIDO-IMPACTO.
           01  REG-PEDIDO-IMPACTO.
               02 REG-PED-NOME PIC X(44).
           FD  DATA-PORTAO.
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
           FD  RELATORIO-IMPACTO.
           01  LINHA-IMPACTO PIC X(100).
           FD  LISTA-IMPACTO.
           01  LINHA-LISTA-IMPACTO PIC X(96).
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
           COPY CPYLIN.
           77 WRK-LINCAT-STATUS PIC X(02) VALUE '00'.
               88 LINCAT-OK VALUE '00'.
           77 WRK-LINDEP-STATUS PIC X(02) VALUE '00'.
               88 LINDEP-OK VALUE '00'.
           77 WRK-QUARENT-STATUS PIC X(02) VALUE '00'.
               88 QUARENT-OK VALUE '00'.
           77 WRK-IMPIN-STATUS PIC X(02) VALUE '00'.
               88 IMPIN-OK VALUE '00'.
           77 WRK-GATE-STATUS PIC X(02) VALUE '00'.
               88 GATE-OK VALUE '00'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-DATA-MOVIMENTO PIC X(08) VALUE SPACES.
      ******************************
      **** CATALOGO EM MEMORIA, SO COM OS DD QUE PROPAGAM (DADOS E
      **** RELATORIOS IMPRESSOS), NA ORDEM DE EXECUCAO
      ******************************
           77 WRK-QTD-LIN PIC 9(04) VALUE ZEROS.
           01 TAB-CATALOGO.
               02 TAB-LIN OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WRK-QTD-LIN
                  INDEXED BY TAB-LIN-IDX.
                   03 TAB-LIN-JOB       PIC X(08).
                   03 TAB-LIN-ORDEM     PIC 9(04).
                   03 TAB-LIN-PASSO     PIC X(08).
                   03 TAB-LIN-PROGRAMA  PIC X(11).
                   03 TAB-LIN-DDNAME    PIC X(09).
                   03 TAB-LIN-USO       PIC X(01).
                   03 TAB-LIN-TIPO      PIC X(01).
                   03 TAB-LIN-DSN       PIC X(44).
                   03 TAB-LIN-RELATORIO PIC X(08).
                   03 TAB-LIN-MARCA     PIC X(01).
           77 WRK-CATALOGO-CHEIO PIC X(01) VALUE 'N'.
               88 CATALOGO-CHEIO VALUE 'S'.
      ******************************
      **** DEPENDENCIAS FINAS: SAIDA DE UM PROGRAMA QUE SO DEPENDE
      **** DE ALGUMAS DAS ENTRADAS DO PASSO
      ******************************
           77 WRK-QTD-DEP PIC 9(03) VALUE ZEROS.
           01 TAB-DEPENDENCIAS.
               02 TAB-DEP OCCURS 1 TO 200 TIMES
                  DEPENDING ON WRK-QTD-DEP.
                   03 TAB-DEP-PROGRAMA PIC X(11).
                   03 TAB-DEP-SAIDA    PIC X(09).
                   03 TAB-DEP-ENTRADA  PIC X(09).
      ******************************
      **** ARQUIVOS A AVALIAR (QUARENTENA DO DIA E PEDIDOS DO
      **** OPERADOR), SEM REPETICAO
      ******************************
           77 WRK-QTD-GAT PIC 9(02) VALUE ZEROS.
           01 TAB-GATILHOS.
               02 TAB-GAT OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-GAT
                  INDEXED BY TAB-GAT-IDX.
                   03 TAB-GAT-NOME PIC X(44).
           77 WRK-GAT-SUB PIC 9(02) VALUE ZEROS.
           77 WRK-GAT-NOME PIC X(44) VALUE SPACES.
           77 WRK-GAT-ARQUIVO PIC X(08) VALUE SPACES.
           77 WRK-GAT-DSN PIC X(44) VALUE SPACES.
           77 WRK-CONTA-PONTOS PIC 9(02) VALUE ZEROS.
      ******************************
      **** DATASETS ATINGIDOS PELO ARQUIVO DA VEZ
      ******************************
           77 WRK-QTD-AFE PIC 9(04) VALUE ZEROS.
           01 TAB-ATINGIDOS.
               02 TAB-AFE OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WRK-QTD-AFE
                  INDEXED BY TAB-AFE-IDX.
                   03 TAB-AFE-DSN PIC X(44).
           77 WRK-DSN-PROCURADO PIC X(44) VALUE SPACES.
           77 WRK-ACHOU-AFE PIC X(01) VALUE 'N'.
               88 DSN-ATINGIDO VALUE 'S'.
      ******************************
      **** PASSO DA VEZ: FAIXA DO CATALOGO E ENTRADAS ATINGIDAS
      ******************************
           77 WRK-INI-PASSO PIC 9(04) VALUE ZEROS.
           77 WRK-FIM-PASSO PIC 9(04) VALUE ZEROS.
           77 WRK-PROX-PASSO PIC 9(04) VALUE ZEROS.
           77 WRK-FIM-DO-PASSO PIC X(01) VALUE 'N'.
               88 FIM-DO-PASSO VALUE 'S'.
           77 WRK-LIN-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-QTD-DDA PIC 9(02) VALUE ZEROS.
           01 TAB-ENTRADAS-ATINGIDAS.
               02 TAB-DDA OCCURS 99 TIMES.
                   03 TAB-DDA-DDNAME PIC X(09).
           77 WRK-DDA-SUB PIC 9(02) VALUE ZEROS.
           77 WRK-DEP-SUB PIC 9(03) VALUE ZEROS.
           77 WRK-TEM-DEP PIC X(01) VALUE 'N'.
               88 SAIDA-COM-DEPENDENCIA VALUE 'S'.
           77 WRK-DEP-ATENDIDA PIC X(01) VALUE 'N'.
               88 DEPENDENCIA-ATENDIDA VALUE 'S'.
           77 WRK-SUGESTAO PIC X(01) VALUE 'R'.
               88 SUGESTAO-DESVIAR VALUE 'D'.
           77 WRK-LINHA-IMP PIC X(100) VALUE SPACES.
           77 WRK-TEXTO-SUGESTAO PIC X(40) VALUE SPACES.
           77 WRK-TEXTO-CLASSE PIC X(10) VALUE SPACES.
           77 WRK-ARQ-PASSOS     PIC 9(04) VALUE ZEROS.
           77 WRK-ARQ-DESVIAR    PIC 9(04) VALUE ZEROS.
           77 WRK-ARQ-IMPRESSOS  PIC 9(04) VALUE ZEROS.
           77 WRK-ARQ-ACERVO     PIC 9(04) VALUE ZEROS.
           77 WRK-ARQ-EXTRACOES  PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-GATILHOS     PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-AVALIADOS    PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-FORA-CATALOGO PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-DESVIAR      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ITENS        PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0300-AVALIAR-ARQUIVO
                   VARYING WRK-GAT-SUB FROM 1 BY 1
                   UNTIL WRK-GAT-SUB > WRK-QTD-GAT.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               PERFORM 0105-LER-DATA-NEGOCIO.
               OPEN OUTPUT RELATORIO-IMPACTO
                           LISTA-IMPACTO.
               MOVE SPACES TO WRK-LINHA-IMP.
               STRING 'IMPACTO DOS ARQUIVOS EM FALTA OU EM QUARENTENA'
                          DELIMITED BY SIZE
                      ' - NOITE DE ' DELIMITED BY SIZE
                      WRK-DATA-MOVIMENTO DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP.
               WRITE LINHA-IMPACTO FROM WRK-LINHA-IMP.
               PERFORM 0110-CARREGAR-CATALOGO.
               PERFORM 0130-CARREGAR-DEPENDENCIAS.
               PERFORM 0150-CARREGAR-QUARENTENA.
               PERFORM 0170-CARREGAR-PEDIDOS.
               IF WRK-QTD-LIN = 0
                   MOVE 'SEM CATALOGO (LINCAT) - IMPACTO NAO CALCULADO'
                       TO WRK-LINHA-IMP
                   WRITE LINHA-IMPACTO FROM WRK-LINHA-IMP
                   DISPLAY 'SEM CATALOGO DE LINHAGEM - IMPACTO NAO '
                       'CALCULADO'
                   MOVE 8 TO RETURN-CODE
                   MOVE WRK-QTD-GAT TO WRK-TOTAL-GATILHOS
                   MOVE ZEROS TO WRK-QTD-GAT
               ELSE
                   MOVE WRK-QTD-GAT TO WRK-TOTAL-GATILHOS
                   IF WRK-QTD-GAT = 0
                       MOVE 'NENHUM ARQUIVO EM FALTA OU EM QUARENTENA'
                           TO LINHA-IMPACTO
                       WRITE LINHA-IMPACTO
                   END-IF
               END-IF.
           0105-LER-DATA-NEGOCIO.
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD.
               OPEN INPUT DATA-PORTAO.
               IF GATE-OK
                   READ DATA-PORTAO
                       AT END CONTINUE
                       NOT AT END
                           IF REG-GAT-ULTIMA-DATA IS NUMERIC
                               MOVE REG-GAT-ULTIMA-DATA
                                   TO WRK-DATA-MOVIMENTO
                           END-IF
                   END-READ
                   CLOSE DATA-PORTAO
               END-IF.
      ******************************
      **** CARREGA O CATALOGO; DD DE CONTROLE DA SUITE FICAM DE FORA
      ******************************
           0110-CARREGAR-CATALOGO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT CATALOGO-LINHAGEM.
               IF LINCAT-OK
                   READ CATALOGO-LINHAGEM INTO WRK-CATALOGO-LIN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0120-GUARDAR-ENTRADA UNTIL FIM-ARQUIVO
                   CLOSE CATALOGO-LINHAGEM
               END-IF.
               IF CATALOGO-CHEIO
                   DISPLAY 'CATALOGO COM MAIS DE 3000 ENTRADAS - '
                       'IMPACTO NAO CALCULADO'
                   MOVE ZEROS TO WRK-QTD-LIN
               END-IF.
           0120-GUARDAR-ENTRADA.
               IF NOT LIN-CONTROLE
                   IF WRK-QTD-LIN < 3000
                       ADD 1 TO WRK-QTD-LIN
                       MOVE WRK-LIN-JOB TO TAB-LIN-JOB (WRK-QTD-LIN)
                       MOVE WRK-LIN-ORDEM TO TAB-LIN-ORDEM (WRK-QTD-LIN)
                       MOVE WRK-LIN-PASSO TO TAB-LIN-PASSO (WRK-QTD-LIN)
                       MOVE WRK-LIN-PROGRAMA
                           TO TAB-LIN-PROGRAMA (WRK-QTD-LIN)
                       MOVE WRK-LIN-DDNAME
                           TO TAB-LIN-DDNAME (WRK-QTD-LIN)
                       MOVE WRK-LIN-USO TO TAB-LIN-USO (WRK-QTD-LIN)
                       MOVE WRK-LIN-TIPO TO TAB-LIN-TIPO (WRK-QTD-LIN)
                       MOVE WRK-LIN-DSN TO TAB-LIN-DSN (WRK-QTD-LIN)
                       MOVE WRK-LIN-RELATORIO
                           TO TAB-LIN-RELATORIO (WRK-QTD-LIN)
                       MOVE 'N' TO TAB-LIN-MARCA (WRK-QTD-LIN)
                   ELSE
                       SET CATALOGO-CHEIO TO TRUE
                   END-IF
               END-IF.
               READ CATALOGO-LINHAGEM INTO WRK-CATALOGO-LIN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0130-CARREGAR-DEPENDENCIAS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT DEPENDENCIAS-IN.
               IF LINDEP-OK
                   READ DEPENDENCIAS-IN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0140-GUARDAR-DEPENDENCIA
                       UNTIL FIM-ARQUIVO OR WRK-QTD-DEP >= 200
                   CLOSE DEPENDENCIAS-IN
               END-IF.
           0140-GUARDAR-DEPENDENCIA.
               IF REG-DEP-PROGRAMA NOT = SPACES
                   ADD 1 TO WRK-QTD-DEP
                   MOVE REG-DEP-PROGRAMA
                       TO TAB-DEP-PROGRAMA (WRK-QTD-DEP)
                   MOVE REG-DEP-SAIDA TO TAB-DEP-SAIDA (WRK-QTD-DEP)
                   MOVE REG-DEP-ENTRADA
                       TO TAB-DEP-ENTRADA (WRK-QTD-DEP)
               END-IF.
               READ DEPENDENCIAS-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** ARQUIVOS QUARENTENADOS (AUSENTES OU ESTRAGADOS) NA NOITE
      ******************************
           0150-CARREGAR-QUARENTENA.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT QUARENTENA-IN.
               IF QUARENT-OK
                   READ QUARENTENA-IN
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0160-GUARDAR-QUARENTENA UNTIL FIM-ARQUIVO
                   CLOSE QUARENTENA-IN
               END-IF.
           0160-GUARDAR-QUARENTENA.
               IF REG-QUA-DATA = WRK-DATA-MOVIMENTO
                   MOVE REG-QUA-ARQUIVO TO WRK-GAT-NOME
                   PERFORM 0190-GUARDAR-GATILHO
               END-IF.
               READ QUARENTENA-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** ARQUIVOS PEDIDOS PELO OPERADOR (EX.: ATRASO AVISADO PELO
      **** BANCO ANTES DE A PORTARIA RODAR)
      ******************************
           0170-CARREGAR-PEDIDOS.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT PEDIDO-IMPACTO.
               IF IMPIN-OK
                   READ PEDIDO-IMPACTO
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0180-GUARDAR-PEDIDO UNTIL FIM-ARQUIVO
                   CLOSE PEDIDO-IMPACTO
               END-IF.
           0180-GUARDAR-PEDIDO.
               IF REG-PED-NOME NOT = SPACES
                   MOVE REG-PED-NOME TO WRK-GAT-NOME
                   INSPECT WRK-GAT-NOME CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM 0190-GUARDAR-GATILHO
               END-IF.
               READ PEDIDO-IMPACTO
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0190-GUARDAR-GATILHO.
               MOVE 'N' TO WRK-ACHOU-AFE.
               IF WRK-QTD-GAT > 0
                   SET TAB-GAT-IDX TO 1
                   SEARCH TAB-GAT
                       AT END CONTINUE
                       WHEN TAB-GAT-NOME (TAB-GAT-IDX) = WRK-GAT-NOME
                           SET DSN-ATINGIDO TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT DSN-ATINGIDO
                   IF WRK-QTD-GAT < 50
                       ADD 1 TO WRK-QTD-GAT
                       MOVE WRK-GAT-NOME TO TAB-GAT-NOME (WRK-QTD-GAT)
                   ELSE
                       DISPLAY 'MAIS DE 50 ARQUIVOS A AVALIAR - '
                           WRK-GAT-NOME ' FICOU DE FORA'
                   END-IF
               END-IF.
      ******************************
      **** IMPACTO DE UM ARQUIVO: PERCORRE O CATALOGO PASSO A PASSO
      **** NA ORDEM DE EXECUCAO, A PARTIR DO DSN DO ARQUIVO
      ******************************
           0300-AVALIAR-ARQUIVO.
               MOVE TAB-GAT-NOME (WRK-GAT-SUB) TO WRK-GAT-NOME.
               PERFORM 0310-LOCALIZAR-ARQUIVO.
               MOVE SPACES TO WRK-LINHA-IMP.
               WRITE LINHA-IMPACTO FROM WRK-LINHA-IMP.
               IF WRK-GAT-DSN = SPACES
                   ADD 1 TO WRK-TOTAL-FORA-CATALOGO
                   STRING 'ARQUIVO ' DELIMITED BY SIZE
                          WRK-GAT-NOME DELIMITED BY SPACE
                          ' NAO CONSTA DO CATALOGO DE LINHAGEM'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   WRITE LINHA-IMPACTO FROM WRK-LINHA-IMP
               ELSE
                   ADD 1 TO WRK-TOTAL-AVALIADOS
                   STRING 'ARQUIVO ' DELIMITED BY SIZE
                          WRK-GAT-ARQUIVO DELIMITED BY SIZE
                          ' (' DELIMITED BY SIZE
                          WRK-GAT-DSN DELIMITED BY SPACE
                          ')' DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   WRITE LINHA-IMPACTO FROM WRK-LINHA-IMP
                   MOVE ZEROS TO WRK-ARQ-PASSOS WRK-ARQ-DESVIAR
                                 WRK-ARQ-IMPRESSOS WRK-ARQ-ACERVO
                                 WRK-ARQ-EXTRACOES
                   MOVE 1 TO WRK-QTD-AFE
                   MOVE WRK-GAT-DSN TO TAB-AFE-DSN (1)
                   MOVE 1 TO WRK-INI-PASSO
                   PERFORM 0320-AVALIAR-PASSO
                       UNTIL WRK-INI-PASSO > WRK-QTD-LIN
                   PERFORM 0370-RESUMIR-ARQUIVO
               END-IF.
      ******************************
      **** NOME COM PONTO E DSN; SEM PONTO E O DD DA ENTRADA (O MESMO
      **** NOME DA PORTARIA E DA QUARENTENA)
      ******************************
           0310-LOCALIZAR-ARQUIVO.
               MOVE SPACES TO WRK-GAT-DSN WRK-GAT-ARQUIVO.
               MOVE ZEROS TO WRK-CONTA-PONTOS.
               INSPECT WRK-GAT-NOME TALLYING WRK-CONTA-PONTOS
                   FOR ALL '.'.
               IF WRK-QTD-LIN > 0
                   SET TAB-LIN-IDX TO 1
                   IF WRK-CONTA-PONTOS > 0
                       SEARCH TAB-LIN
                           AT END CONTINUE
                           WHEN TAB-LIN-DSN (TAB-LIN-IDX) = WRK-GAT-NOME
                               MOVE TAB-LIN-DSN (TAB-LIN-IDX)
                                   TO WRK-GAT-DSN
                               MOVE TAB-LIN-DDNAME (TAB-LIN-IDX)
                                   TO WRK-GAT-ARQUIVO
                       END-SEARCH
                   ELSE
                       SEARCH TAB-LIN
                           AT END CONTINUE
                           WHEN TAB-LIN-DDNAME (TAB-LIN-IDX)
                                   = WRK-GAT-NOME
                               AND TAB-LIN-TIPO (TAB-LIN-IDX) = 'D'
                               MOVE TAB-LIN-DSN (TAB-LIN-IDX)
                                   TO WRK-GAT-DSN
                               MOVE WRK-GAT-NOME TO WRK-GAT-ARQUIVO
                       END-SEARCH
                   END-IF
               END-IF.
      ******************************
      **** UM PASSO: ACHA A FAIXA DELE NO CATALOGO; SE LE ALGUM
      **** DATASET ATINGIDO (E NAO E A PORTARIA), FICA ATINGIDO
      ******************************
           0320-AVALIAR-PASSO.
               MOVE WRK-INI-PASSO TO WRK-FIM-PASSO.
               MOVE 'N' TO WRK-FIM-DO-PASSO.
               PERFORM 0325-ESTENDER-PASSO UNTIL FIM-DO-PASSO.
               MOVE ZEROS TO WRK-QTD-DDA.
               PERFORM 0330-CONFERIR-ENTRADA
                   VARYING WRK-LIN-SUB FROM WRK-INI-PASSO BY 1
                   UNTIL WRK-LIN-SUB > WRK-FIM-PASSO.
               IF WRK-QTD-DDA > 0
                   AND TAB-LIN-PROGRAMA (WRK-INI-PASSO)
                       NOT = 'PROGCOB86'
                   PERFORM 0340-MARCAR-PASSO
               END-IF.
               COMPUTE WRK-INI-PASSO = WRK-FIM-PASSO + 1.
           0325-ESTENDER-PASSO.
               IF WRK-FIM-PASSO >= WRK-QTD-LIN
                   SET FIM-DO-PASSO TO TRUE
               ELSE
                   COMPUTE WRK-PROX-PASSO = WRK-FIM-PASSO + 1
                   IF TAB-LIN-JOB (WRK-PROX-PASSO)
                           = TAB-LIN-JOB (WRK-INI-PASSO)
                       AND TAB-LIN-ORDEM (WRK-PROX-PASSO)
                           = TAB-LIN-ORDEM (WRK-INI-PASSO)
                       MOVE WRK-PROX-PASSO TO WRK-FIM-PASSO
                   ELSE
                       SET FIM-DO-PASSO TO TRUE
                   END-IF
               END-IF.
           0330-CONFERIR-ENTRADA.
               IF TAB-LIN-TIPO (WRK-LIN-SUB) = 'D'
                   AND (TAB-LIN-USO (WRK-LIN-SUB) = 'E'
                     OR TAB-LIN-USO (WRK-LIN-SUB) = 'A')
                   MOVE TAB-LIN-DSN (WRK-LIN-SUB) TO WRK-DSN-PROCURADO
                   PERFORM 0390-PROCURAR-ATINGIDO
                   IF DSN-ATINGIDO AND WRK-QTD-DDA < 99
                       ADD 1 TO WRK-QTD-DDA
                       MOVE TAB-LIN-DDNAME (WRK-LIN-SUB)
                           TO TAB-DDA-DDNAME (WRK-QTD-DDA)
                   END-IF
               END-IF.
      ******************************
      **** PASSO ATINGIDO: MARCA AS SAIDAS ATINGIDAS, DECIDE A
      **** SUGESTAO E LISTA O PASSO COM O QUE ELE PRODUZ
      ******************************
           0340-MARCAR-PASSO.
               ADD 1 TO WRK-ARQ-PASSOS.
               MOVE 'R' TO WRK-SUGESTAO.
               PERFORM 0350-MARCAR-SAIDA
                   VARYING WRK-LIN-SUB FROM WRK-INI-PASSO BY 1
                   UNTIL WRK-LIN-SUB > WRK-FIM-PASSO.
               IF SUGESTAO-DESVIAR
                   ADD 1 TO WRK-ARQ-DESVIAR
                   MOVE 'DESVIAR: ATUALIZA ARQUIVO PERMANENTE'
                       TO WRK-TEXTO-SUGESTAO
               ELSE
                   MOVE 'RODAR E DESCONSIDERAR AS SAIDAS'
                       TO WRK-TEXTO-SUGESTAO
               END-IF.
               MOVE SPACES TO WRK-LINHA-IMP.
               STRING '  ' DELIMITED BY SIZE
                      TAB-LIN-JOB (WRK-INI-PASSO) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-LIN-PASSO (WRK-INI-PASSO) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-LIN-PROGRAMA (WRK-INI-PASSO)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-TEXTO-SUGESTAO DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP.
               WRITE LINHA-IMPACTO FROM WRK-LINHA-IMP.
               MOVE 'P' TO WRK-IMP-CLASSE.
               MOVE WRK-SUGESTAO TO WRK-IMP-SUGESTAO.
               MOVE SPACES TO WRK-IMP-NOME.
               PERFORM 0380-GRAVAR-LISTA.
               PERFORM 0360-LISTAR-SAIDA
                   VARYING WRK-LIN-SUB FROM WRK-INI-PASSO BY 1
                   UNTIL WRK-LIN-SUB > WRK-FIM-PASSO.
               IF TAB-LIN-PROGRAMA (WRK-INI-PASSO) = 'PROGCOB45'
                   AND TAB-LIN-RELATORIO (WRK-INI-PASSO) NOT = SPACES
                   ADD 1 TO WRK-ARQ-ACERVO
                   MOVE 'ACERVO' TO WRK-TEXTO-CLASSE
                   MOVE 'A' TO WRK-IMP-CLASSE
                   MOVE TAB-LIN-RELATORIO (WRK-INI-PASSO)
                       TO WRK-IMP-NOME
                   PERFORM 0365-LISTAR-ITEM
               END-IF.
           0350-MARCAR-SAIDA.
               MOVE 'N' TO TAB-LIN-MARCA (WRK-LIN-SUB).
               IF TAB-LIN-USO (WRK-LIN-SUB) NOT = 'E'
                   PERFORM 0355-CONFERIR-DEPENDENCIA
                   IF NOT SAIDA-COM-DEPENDENCIA
                       OR DEPENDENCIA-ATENDIDA
                       MOVE 'S' TO TAB-LIN-MARCA (WRK-LIN-SUB)
                       IF TAB-LIN-TIPO (WRK-LIN-SUB) = 'D'
                           PERFORM 0395-ANOTAR-ATINGIDO
                           IF TAB-LIN-USO (WRK-LIN-SUB) = 'A'
                               OR TAB-LIN-USO (WRK-LIN-SUB) = 'M'
                               SET SUGESTAO-DESVIAR TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.
      ******************************
      **** SAIDA COM DEPENDENCIA FINA NO LINDEP SO E ATINGIDA QUANDO
      **** UMA DAS ENTRADAS DE QUE ELA DEPENDE ESTA ATINGIDA
      ******************************
           0355-CONFERIR-DEPENDENCIA.
               MOVE 'N' TO WRK-TEM-DEP WRK-DEP-ATENDIDA.
               PERFORM 0356-COMPARAR-DEPENDENCIA
                   VARYING WRK-DEP-SUB FROM 1 BY 1
                   UNTIL WRK-DEP-SUB > WRK-QTD-DEP.
           0356-COMPARAR-DEPENDENCIA.
               IF TAB-DEP-PROGRAMA (WRK-DEP-SUB)
                       = TAB-LIN-PROGRAMA (WRK-LIN-SUB)
                   AND TAB-DEP-SAIDA (WRK-DEP-SUB)
                       = TAB-LIN-DDNAME (WRK-LIN-SUB)
                   SET SAIDA-COM-DEPENDENCIA TO TRUE
                   PERFORM 0357-COMPARAR-ENTRADA
                       VARYING WRK-DDA-SUB FROM 1 BY 1
                       UNTIL WRK-DDA-SUB > WRK-QTD-DDA
               END-IF.
           0357-COMPARAR-ENTRADA.
               IF TAB-DDA-DDNAME (WRK-DDA-SUB)
                   = TAB-DEP-ENTRADA (WRK-DEP-SUB)
                   SET DEPENDENCIA-ATENDIDA TO TRUE
               END-IF.
           0360-LISTAR-SAIDA.
               IF TAB-LIN-MARCA (WRK-LIN-SUB) = 'S'
                   EVALUATE TRUE
                       WHEN TAB-LIN-TIPO (WRK-LIN-SUB) = 'R'
                           ADD 1 TO WRK-ARQ-IMPRESSOS
                           MOVE 'IMPRESSO' TO WRK-TEXTO-CLASSE
                           MOVE 'R' TO WRK-IMP-CLASSE
                           MOVE TAB-LIN-DDNAME (WRK-LIN-SUB)
                               TO WRK-IMP-NOME
                       WHEN TAB-LIN-PROGRAMA (WRK-LIN-SUB)
                               = 'PROGCOB47'
                           ADD 1 TO WRK-ARQ-EXTRACOES
                           MOVE 'EXTRACAO' TO WRK-TEXTO-CLASSE
                           MOVE 'X' TO WRK-IMP-CLASSE
                           MOVE TAB-LIN-DSN (WRK-LIN-SUB)
                               TO WRK-IMP-NOME
                       WHEN OTHER
                           MOVE 'GRAVA' TO WRK-TEXTO-CLASSE
                           MOVE 'S' TO WRK-IMP-CLASSE
                           MOVE TAB-LIN-DSN (WRK-LIN-SUB)
                               TO WRK-IMP-NOME
                   END-EVALUATE
                   PERFORM 0365-LISTAR-ITEM
               END-IF.
           0365-LISTAR-ITEM.
               MOVE SPACES TO WRK-IMP-SUGESTAO.
               MOVE SPACES TO WRK-LINHA-IMP.
               STRING '      ' DELIMITED BY SIZE
                      WRK-TEXTO-CLASSE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-IMP-NOME DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP.
               WRITE LINHA-IMPACTO FROM WRK-LINHA-IMP.
               PERFORM 0380-GRAVAR-LISTA.
           0370-RESUMIR-ARQUIVO.
               MOVE SPACES TO WRK-LINHA-IMP.
               IF WRK-ARQ-PASSOS = 0
                   MOVE '  NENHUM PASSO DEPENDE DESTE ARQUIVO'
                       TO WRK-LINHA-IMP
               ELSE
                   STRING '  PASSOS ATINGIDOS ' DELIMITED BY SIZE
                          WRK-ARQ-PASSOS DELIMITED BY SIZE
                          '  A DESVIAR ' DELIMITED BY SIZE
                          WRK-ARQ-DESVIAR DELIMITED BY SIZE
                          '  IMPRESSOS ' DELIMITED BY SIZE
                          WRK-ARQ-IMPRESSOS DELIMITED BY SIZE
                          '  ACERVO ' DELIMITED BY SIZE
                          WRK-ARQ-ACERVO DELIMITED BY SIZE
                          '  EXTRACOES ' DELIMITED BY SIZE
                          WRK-ARQ-EXTRACOES DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
               END-IF.
               WRITE LINHA-IMPACTO FROM WRK-LINHA-IMP.
               ADD WRK-ARQ-DESVIAR TO WRK-TOTAL-DESVIAR.
           0380-GRAVAR-LISTA.
               MOVE WRK-DATA-MOVIMENTO TO WRK-IMP-DATA.
               MOVE WRK-GAT-ARQUIVO TO WRK-IMP-ARQUIVO.
               MOVE TAB-LIN-JOB (WRK-INI-PASSO) TO WRK-IMP-JOB.
               MOVE TAB-LIN-PASSO (WRK-INI-PASSO) TO WRK-IMP-PASSO.
               MOVE TAB-LIN-PROGRAMA (WRK-INI-PASSO)
                   TO WRK-IMP-PROGRAMA.
               WRITE LINHA-LISTA-IMPACTO FROM WRK-IMPACTO.
               ADD 1 TO WRK-TOTAL-ITENS.
           0390-PROCURAR-ATINGIDO.
               MOVE 'N' TO WRK-ACHOU-AFE.
               IF WRK-QTD-AFE > 0
                   SET TAB-AFE-IDX TO 1
                   SEARCH TAB-AFE
                       AT END CONTINUE
                       WHEN TAB-AFE-DSN (TAB-AFE-IDX)
                           = WRK-DSN-PROCURADO
                           SET DSN-ATINGIDO TO TRUE
                   END-SEARCH
               END-IF.
           0395-ANOTAR-ATINGIDO.
               MOVE TAB-LIN-DSN (WRK-LIN-SUB) TO WRK-DSN-PROCURADO.
               PERFORM 0390-PROCURAR-ATINGIDO.
               IF NOT DSN-ATINGIDO
                   IF WRK-QTD-AFE < 1000
                       ADD 1 TO WRK-QTD-AFE
                       MOVE WRK-DSN-PROCURADO
                           TO TAB-AFE-DSN (WRK-QTD-AFE)
                   ELSE
                       DISPLAY 'MAIS DE 1000 DATASETS ATINGIDOS - '
                           WRK-DSN-PROCURADO ' NAO PROPAGA'
                   END-IF
               END-IF.
           0800-FINALIZAR.
               IF WRK-TOTAL-DESVIAR > 0 OR WRK-TOTAL-FORA-CATALOGO > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               CLOSE RELATORIO-IMPACTO
                     LISTA-IMPACTO.
               DISPLAY '********************'.
               DISPLAY 'ARQUIVOS A AVALIAR : ' WRK-TOTAL-GATILHOS.
               DISPLAY 'AVALIADOS          : ' WRK-TOTAL-AVALIADOS.
               DISPLAY 'FORA DO CATALOGO   : ' WRK-TOTAL-FORA-CATALOGO.
               DISPLAY 'PASSOS A DESVIAR   : ' WRK-TOTAL-DESVIAR.
               DISPLAY 'ITENS NA LISTA     : ' WRK-TOTAL-ITENS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGIMP' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-GATILHOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-AVALIADOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-FORA-CATALOGO TO WRK-CTL-REJEITADOS.
               MOVE ZEROS TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
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
               MOVE 'PROGIMP' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGIMP' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-GATILHOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-AVALIADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
