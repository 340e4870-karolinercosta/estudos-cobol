           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGCNV.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CONVERSAO (RODAR UMA VEZ) DO CONTAS A RECEBER E
      *     DOS EMBARQUES PARA ARQUIVOS INDEXADOS, JUNTO COM O
      *     DOCUMENTO DO CLIENTE EM 14 POSICOES (CPF OU CNPJ) NOS
      *     ARQUIVOS QUE O GUARDAM -- O RECEBIV E O
      *     EMBARQ SEQUENCIAIS ERAM REESCRITOS INTEIROS (ENTRA
      *     VELHO / SAI NOVO + DEVOLUCAO NO JCL) A CADA PASSO QUE
      *     MEXIA EM UM TITULO OU EMBARQUE. ESTE PASSO LE A COPIA
      *     SEQUENCIAL GUARDADA PELO JCL (RECSEQ E EMBSEQ) E CARREGA
      *     O RECEBIV (CHAVE CPF + REFERENCIA, ALTERNATIVAS
      *     VENCIMENTO E STATUS) E O EMBARQ (CHAVE REFERENCIA,
      *     ALTERNATIVAS DATA PREVISTA E STATUS) INDEXADOS, QUE OS
      *     PROGRAMAS PASSARAM A ATUALIZAR NO LUGAR. REGISTRO COM
      *     CHAVE JA CARREGADA (FICA O PRIMEIRO) VAI INTEIRO PARA O
      *     ARQUIVO DE REJEITADOS (RECREJ / EMBREJ) E SAI NO
      *     RELATORIO (CNVRPT) PARA CONFERENCIA DO FINANCEIRO E DA
      *     EXPEDICAO, COM RC 4. REGISTRO AINDA NO LAYOUT DO CPF DE
      *     11 POSICOES (VALOR NUMERICO NA POSICAO VELHA) E ALARGADO
      *     ANTES DE GRAVAR: TRES BRANCOS DEPOIS DO CPF, QUE FICA
      *     ENCOSTADO A ESQUERDA. O LOG DE CARTAS (CARTLOG) E
      *     REGRAVADO A PARTIR DA COPIA GUARDADA (CARTSEQ) COM O
      *     MESMO ALARGAMENTO. O HISTORICO DE CLIENTES (CLIHIST) NAO
      *     E REAPLICAVEL NO LAYOUT VELHO: FICA NA COPIA GUARDADA
      *     (CLIHSEQ) E O ARQUIVO VIVO E ZERADO; O ULTIMO SELO DA
      *     COPIA VAI PARA O AUDELO (CHAVE CLIHARQ) PARA O PROGELO
      *     EMENDAR A CORRENTE NOVA NA CORTADA. ARQUIVO DE ENTRADA
      *     QUE NAO ABRE DEVOLVE RC 12 E NAO CARREGA NADA
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEBIVEIS-SEQ ASSIGN TO RECSEQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECSEQ-STATUS.
               SELECT EMBARQUES-SEQ ASSIGN TO EMBSEQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-EMBSEQ-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-RECEBIV-STATUS.
               SELECT EMBARQUES ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-EMBARQ-STATUS.
               SELECT CARTAS-SEQ ASSIGN TO CARTSEQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CARTSEQ-STATUS.
               SELECT LOG-CARTAS ASSIGN TO CARTLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HISTORICO-SEQ ASSIGN TO CLIHSEQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CLIHSEQ-STATUS.
               SELECT HISTORICO-CLIENTE ASSIGN TO CLIHIST
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
               SELECT RECEBIVEIS-REJ ASSIGN TO RECREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EMBARQUES-REJ ASSIGN TO EMBREJ
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-CNV ASSIGN TO CNVRPT
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
           FD  RECEBIVEIS-SEQ.
           01  LINHA-RECEBIVEL-SEQ PIC X(140).
           FD  EMBARQUES-SEQ.
           01  LINHA-EMBARQUE-SEQ PIC X(240).
           FD  CONTAS-RECEBER.
           01  LINHA-RECEBIVEL.
               02 REG-RCB-CHAVE.
                   03 REG-RCB-CPF        PIC X(14).
                   03 FILLER             PIC X(02).
                   03 REG-RCB-REFERENCIA PIC X(20).
               02 FILLER                 PIC X(25).
               02 REG-RCB-VENCIMENTO     PIC X(08).
               02 FILLER                 PIC X(02).
               02 REG-RCB-STATUS         PIC X(01).
               02 FILLER                 PIC X(68).
           FD  EMBARQUES.
           01  LINHA-EMBARQUE.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  CARTAS-SEQ.
           01  LINHA-CARTA-SEQ PIC X(30).
           FD  LOG-CARTAS.
           01  LINHA-LOG-CARTA PIC X(30).
           FD  HISTORICO-SEQ.
           01  LINHA-HISTORICO-SEQ PIC X(360).
           FD  HISTORICO-CLIENTE.
           01  LINHA-HISTORICO PIC X(360).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  RECEBIVEIS-REJ.
           01  LINHA-RECEBIVEL-REJ PIC X(140).
           FD  EMBARQUES-REJ.
           01  LINHA-EMBARQUE-REJ PIC X(240).
           FD  RELATORIO-CNV.
           01  LINHA-CNV PIC X(100).
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
           COPY CPYELO.
           77 WRK-RECSEQ-STATUS PIC X(02) VALUE '00'.
               88 RECSEQ-OK VALUE '00'.
           77 WRK-EMBSEQ-STATUS PIC X(02) VALUE '00'.
               88 EMBSEQ-OK VALUE '00'.
           77 WRK-CARTSEQ-STATUS PIC X(02) VALUE '00'.
               88 CARTSEQ-OK VALUE '00'.
           77 WRK-CLIHSEQ-STATUS PIC X(02) VALUE '00'.
               88 CLIHSEQ-OK VALUE '00'.
           77 WRK-RECEBIV-STATUS PIC X(02) VALUE '00'.
               88 RECEBIV-OK VALUE '00'.
               88 RECEBIV-DUPLICADO VALUE '22'.
           77 WRK-EMBARQ-STATUS PIC X(02) VALUE '00'.
               88 EMBARQ-OK VALUE '00'.
               88 EMBARQ-DUPLICADO VALUE '22'.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
           77 WRK-FIM-EMBARQUES PIC X(01) VALUE 'N'.
               88 FIM-EMBARQUES VALUE 'S'.
           77 WRK-FIM-CARTAS PIC X(01) VALUE 'N'.
               88 FIM-CARTAS VALUE 'S'.
           77 WRK-FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-HISTORICO VALUE 'S'.
           77 WRK-REC-LIDOS PIC 9(08) VALUE ZEROS.
           77 WRK-REC-CARREGADOS PIC 9(08) VALUE ZEROS.
           77 WRK-REC-REPETIDOS PIC 9(08) VALUE ZEROS.
           77 WRK-REC-ALARGADOS PIC 9(08) VALUE ZEROS.
           77 WRK-EMB-LIDOS PIC 9(08) VALUE ZEROS.
           77 WRK-EMB-CARREGADOS PIC 9(08) VALUE ZEROS.
           77 WRK-EMB-REPETIDOS PIC 9(08) VALUE ZEROS.
           77 WRK-EMB-ALARGADOS PIC 9(08) VALUE ZEROS.
           77 WRK-CRT-LIDOS PIC 9(08) VALUE ZEROS.
           77 WRK-CRT-ALARGADOS PIC 9(08) VALUE ZEROS.
           77 WRK-HST-CORTADOS PIC 9(08) VALUE ZEROS.
           77 WRK-TOTAL-LIDOS PIC 9(08) VALUE ZEROS.
           77 WRK-TOTAL-CARREGADOS PIC 9(08) VALUE ZEROS.
           77 WRK-TOTAL-REPETIDOS PIC 9(08) VALUE ZEROS.
           77 WRK-LINHA-CONV PIC X(100) VALUE SPACES.
      ******************************
      **** REGISTRO JA NO LAYOUT DO DOCUMENTO DE 14 POSICOES, PRONTO
      **** PARA GRAVAR
      ******************************
           77 WRK-REG-RECEBIVEL PIC X(140) VALUE SPACES.
           77 WRK-REG-EMBARQUE PIC X(240) VALUE SPACES.
           77 WRK-REG-CARTA PIC X(30) VALUE SPACES.
      ******************************
      **** ULTIMO SELO DO CLIHIST CORTADO (ZERO = COPIA SEM SELO)
      ******************************
           77 WRK-GUARDA-SEQ  PIC 9(09) VALUE ZEROS.
           77 WRK-GUARDA-HASH PIC X(18) VALUE SPACES.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-CONVERTER-RECEBIV.
               PERFORM 0300-CONVERTER-EMBARQ.
               PERFORM 0400-CONVERTER-CARTLOG.
               PERFORM 0500-CORTAR-CLIHIST.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               OPEN OUTPUT RELATORIO-CNV.
               MOVE 'CONVERSAO DO RECEBIV E DO EMBARQ PARA INDEXADOS'
                   TO LINHA-CNV.
               WRITE LINHA-CNV.
               MOVE 'E DO DOCUMENTO DO CLIENTE PARA 14 POSICOES'
                   TO LINHA-CNV.
               WRITE LINHA-CNV.
      ******************************
      **** CARGA DO RECEBIV INDEXADO A PARTIR DA COPIA SEQUENCIAL;
      **** CHAVE REPETIDA FICA COM O PRIMEIRO REGISTRO E O SEGUINTE
      **** VAI PARA O RECREJ
      ******************************
           0200-CONVERTER-RECEBIV.
               OPEN INPUT RECEBIVEIS-SEQ.
               IF NOT RECSEQ-OK
                   MOVE 'RECSEQ NAO ABRIU - RECEBIV NAO CONVERTIDO'
                       TO LINHA-CNV
                   WRITE LINHA-CNV
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT CONTAS-RECEBER RECEBIVEIS-REJ
                   READ RECEBIVEIS-SEQ
                       AT END SET FIM-RECEBIVEIS TO TRUE
                   END-READ
                   PERFORM 0210-CARREGAR-RECEBIVEL
                       UNTIL FIM-RECEBIVEIS
                   CLOSE RECEBIVEIS-SEQ CONTAS-RECEBER RECEBIVEIS-REJ
                   MOVE SPACES TO WRK-LINHA-CONV
                   STRING 'RECEBIV  LIDOS ' DELIMITED BY SIZE
                          WRK-REC-LIDOS DELIMITED BY SIZE
                          '  CARREGADOS ' DELIMITED BY SIZE
                          WRK-REC-CARREGADOS DELIMITED BY SIZE
                          '  CHAVES REPETIDAS ' DELIMITED BY SIZE
                          WRK-REC-REPETIDOS DELIMITED BY SIZE
                          '  ALARGADOS ' DELIMITED BY SIZE
                          WRK-REC-ALARGADOS DELIMITED BY SIZE
                          INTO WRK-LINHA-CONV
                   WRITE LINHA-CNV FROM WRK-LINHA-CONV
               END-IF.
           0210-CARREGAR-RECEBIVEL.
               ADD 1 TO WRK-REC-LIDOS.
               PERFORM 0215-ALARGAR-RECEBIVEL.
               WRITE LINHA-RECEBIVEL FROM WRK-REG-RECEBIVEL
                   INVALID KEY
                       PERFORM 0220-REJEITAR-RECEBIVEL
                   NOT INVALID KEY
                       ADD 1 TO WRK-REC-CARREGADOS
               END-WRITE.
               READ RECEBIVEIS-SEQ
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
      **** TITULO COM O CPF DE 11 (VALOR NUMERICO NA POSICAO 36): O
      **** CPF FICA NA 1 E O RESTO DO REGISTRO ANDA TRES POSICOES
      ******************************
           0215-ALARGAR-RECEBIVEL.
               IF LINHA-RECEBIVEL-SEQ (36:11) IS NUMERIC
                   MOVE SPACES TO WRK-REG-RECEBIVEL
                   MOVE LINHA-RECEBIVEL-SEQ (1:11)
                       TO WRK-REG-RECEBIVEL (1:11)
                   MOVE LINHA-RECEBIVEL-SEQ (12:126)
                       TO WRK-REG-RECEBIVEL (15:126)
                   ADD 1 TO WRK-REC-ALARGADOS
               ELSE
                   MOVE LINHA-RECEBIVEL-SEQ TO WRK-REG-RECEBIVEL
               END-IF.
           0220-REJEITAR-RECEBIVEL.
               ADD 1 TO WRK-REC-REPETIDOS.
               WRITE LINHA-RECEBIVEL-REJ FROM WRK-REG-RECEBIVEL.
               MOVE WRK-REG-RECEBIVEL TO LINHA-RECEBIVEL.
               MOVE SPACES TO WRK-LINHA-CONV.
               STRING 'RECEBIV CHAVE REPETIDA - CPF ' DELIMITED BY SIZE
                      REG-RCB-CPF DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      REG-RCB-REFERENCIA DELIMITED BY SIZE
                      ' STATUS ' DELIMITED BY SIZE
                      WRK-RECEBIV-STATUS DELIMITED BY SIZE
                      INTO WRK-LINHA-CONV.
               WRITE LINHA-CNV FROM WRK-LINHA-CONV.
      ******************************
      **** CARGA DO EMBARQ INDEXADO, MESMA REGRA DO RECEBIV (O
      **** REPETIDO VAI PARA O EMBREJ)
      ******************************
           0300-CONVERTER-EMBARQ.
               OPEN INPUT EMBARQUES-SEQ.
               IF NOT EMBSEQ-OK
                   MOVE 'EMBSEQ NAO ABRIU - EMBARQ NAO CONVERTIDO'
                       TO LINHA-CNV
                   WRITE LINHA-CNV
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT EMBARQUES EMBARQUES-REJ
                   READ EMBARQUES-SEQ
                       AT END SET FIM-EMBARQUES TO TRUE
                   END-READ
                   PERFORM 0310-CARREGAR-EMBARQUE
                       UNTIL FIM-EMBARQUES
                   CLOSE EMBARQUES-SEQ EMBARQUES EMBARQUES-REJ
                   MOVE SPACES TO WRK-LINHA-CONV
                   STRING 'EMBARQ   LIDOS ' DELIMITED BY SIZE
                          WRK-EMB-LIDOS DELIMITED BY SIZE
                          '  CARREGADOS ' DELIMITED BY SIZE
                          WRK-EMB-CARREGADOS DELIMITED BY SIZE
                          '  CHAVES REPETIDAS ' DELIMITED BY SIZE
                          WRK-EMB-REPETIDOS DELIMITED BY SIZE
                          '  ALARGADOS ' DELIMITED BY SIZE
                          WRK-EMB-ALARGADOS DELIMITED BY SIZE
                          INTO WRK-LINHA-CONV
                   WRITE LINHA-CNV FROM WRK-LINHA-CONV
               END-IF.
           0310-CARREGAR-EMBARQUE.
               ADD 1 TO WRK-EMB-LIDOS.
               PERFORM 0315-ALARGAR-EMBARQUE.
               WRITE LINHA-EMBARQUE FROM WRK-REG-EMBARQUE
                   INVALID KEY
                       PERFORM 0320-REJEITAR-EMBARQUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-EMB-CARREGADOS
               END-WRITE.
               READ EMBARQUES-SEQ
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
      ******************************
      **** EMBARQUE COM O CPF DE 11 (FRETE NUMERICO NA POSICAO 46): A
      **** REFERENCIA E O CPF FICAM E O RESTO ANDA TRES POSICOES
      ******************************
           0315-ALARGAR-EMBARQUE.
               IF LINHA-EMBARQUE-SEQ (46:11) IS NUMERIC
                   MOVE SPACES TO WRK-REG-EMBARQUE
                   MOVE LINHA-EMBARQUE-SEQ (1:33)
                       TO WRK-REG-EMBARQUE (1:33)
                   MOVE LINHA-EMBARQUE-SEQ (34:204)
                       TO WRK-REG-EMBARQUE (37:204)
                   ADD 1 TO WRK-EMB-ALARGADOS
               ELSE
                   MOVE LINHA-EMBARQUE-SEQ TO WRK-REG-EMBARQUE
               END-IF.
           0320-REJEITAR-EMBARQUE.
               ADD 1 TO WRK-EMB-REPETIDOS.
               WRITE LINHA-EMBARQUE-REJ FROM WRK-REG-EMBARQUE.
               MOVE WRK-REG-EMBARQUE TO LINHA-EMBARQUE.
               MOVE SPACES TO WRK-LINHA-CONV.
               STRING 'EMBARQ CHAVE REPETIDA - REF ' DELIMITED BY SIZE
                      REG-EMB-REFERENCIA DELIMITED BY SIZE
                      ' STATUS ' DELIMITED BY SIZE
                      WRK-EMBARQ-STATUS DELIMITED BY SIZE
                      INTO WRK-LINHA-CONV.
               WRITE LINHA-CNV FROM WRK-LINHA-CONV.
      ******************************
      **** LOG DE CARTAS REGRAVADO A PARTIR DA COPIA GUARDADA; LINHA
      **** COM O CPF DE 11 (DATA NUMERICA NA POSICAO 14) E ALARGADA
      ******************************
           0400-CONVERTER-CARTLOG.
               OPEN INPUT CARTAS-SEQ.
               IF NOT CARTSEQ-OK
                   MOVE 'CARTSEQ NAO ABRIU - CARTLOG NAO CONVERTIDO'
                       TO LINHA-CNV
                   WRITE LINHA-CNV
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT LOG-CARTAS
                   READ CARTAS-SEQ
                       AT END SET FIM-CARTAS TO TRUE
                   END-READ
                   PERFORM 0410-CONVERTER-CARTA
                       UNTIL FIM-CARTAS
                   CLOSE CARTAS-SEQ LOG-CARTAS
                   MOVE SPACES TO WRK-LINHA-CONV
                   STRING 'CARTLOG  LIDOS ' DELIMITED BY SIZE
                          WRK-CRT-LIDOS DELIMITED BY SIZE
                          '  ALARGADOS ' DELIMITED BY SIZE
                          WRK-CRT-ALARGADOS DELIMITED BY SIZE
                          INTO WRK-LINHA-CONV
                   WRITE LINHA-CNV FROM WRK-LINHA-CONV
               END-IF.
           0410-CONVERTER-CARTA.
               ADD 1 TO WRK-CRT-LIDOS.
               IF LINHA-CARTA-SEQ (14:8) IS NUMERIC
                   MOVE SPACES TO WRK-REG-CARTA
                   MOVE LINHA-CARTA-SEQ (1:11) TO WRK-REG-CARTA (1:11)
                   MOVE LINHA-CARTA-SEQ (12:16) TO WRK-REG-CARTA (15:16)
                   ADD 1 TO WRK-CRT-ALARGADOS
               ELSE
                   MOVE LINHA-CARTA-SEQ TO WRK-REG-CARTA
               END-IF.
               WRITE LINHA-LOG-CARTA FROM WRK-REG-CARTA.
               READ CARTAS-SEQ
                   AT END SET FIM-CARTAS TO TRUE
               END-READ.
      ******************************
      **** CORTE DO CLIHIST: A COPIA GUARDADA (CLIHSEQ) FICA COMO O
      **** HISTORICO ANTERIOR, O ARQUIVO VIVO E ZERADO E O ULTIMO
      **** SELO DA COPIA VAI PARA O AUDELO COMO ELO DA GUARDA
      ******************************
           0500-CORTAR-CLIHIST.
               OPEN INPUT HISTORICO-SEQ.
               IF NOT CLIHSEQ-OK
                   MOVE 'CLIHSEQ NAO ABRIU - CLIHIST NAO CORTADO'
                       TO LINHA-CNV
                   WRITE LINHA-CNV
                   MOVE 12 TO RETURN-CODE
               ELSE
                   READ HISTORICO-SEQ
                       AT END SET FIM-HISTORICO TO TRUE
                   END-READ
                   PERFORM 0510-LER-HISTORICO
                       UNTIL FIM-HISTORICO
                   CLOSE HISTORICO-SEQ
                   OPEN OUTPUT HISTORICO-CLIENTE
                   CLOSE HISTORICO-CLIENTE
                   IF WRK-GUARDA-SEQ > 0
                       PERFORM 0520-GRAVAR-ELO-GUARDA
                   END-IF
                   MOVE WRK-GUARDA-SEQ TO WRK-EST-ULT-SEQ
                   MOVE SPACES TO WRK-LINHA-CONV
                   STRING 'CLIHIST  CORTADOS ' DELIMITED BY SIZE
                          WRK-HST-CORTADOS DELIMITED BY SIZE
                          '  ULTIMO SELO ' DELIMITED BY SIZE
                          WRK-EST-ULT-SEQ DELIMITED BY SIZE
                          INTO WRK-LINHA-CONV
                   WRITE LINHA-CNV FROM WRK-LINHA-CONV
               END-IF.
           0510-LER-HISTORICO.
               ADD 1 TO WRK-HST-CORTADOS.
               MOVE LINHA-HISTORICO-SEQ (311:50) TO WRK-ELO-SELO.
               IF WRK-SEL-SEQ IS NUMERIC AND WRK-SEL-SEQ > 0
                   MOVE WRK-SEL-SEQ TO WRK-GUARDA-SEQ
                   MOVE WRK-SEL-HASH TO WRK-GUARDA-HASH
               END-IF.
               READ HISTORICO-SEQ
                   AT END SET FIM-HISTORICO TO TRUE
               END-READ.
      ******************************
      **** ELO DA GUARDA DO CLIHIST NO AUDELO (CHAVE CLIHARQ); SEM
      **** AUDELO O CORTE VALE, MAS O RUN TERMINA COM RC 4
      ******************************
           0520-GRAVAR-ELO-GUARDA.
               SET ELO-EXISTENTE TO TRUE.
               OPEN I-O ELOS-TRILHA.
               IF AUDELO-AUSENTE
                   OPEN OUTPUT ELOS-TRILHA
                   CLOSE ELOS-TRILHA
                   OPEN I-O ELOS-TRILHA
               END-IF.
               IF AUDELO-OK
                   MOVE 'CLIHARQ' TO REG-ELO-TRILHA
                   READ ELOS-TRILHA INTO WRK-ELO-ESTADO
                       INVALID KEY SET ELO-NOVO TO TRUE
                   END-READ
                   MOVE 'CLIHARQ' TO WRK-EST-TRILHA
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
                   MOVE 'AUDELO NAO ABRIU - ELO DA GUARDA DO CLIHIST'
                       TO LINHA-CNV
                   MOVE 'NAO GRAVADO' TO LINHA-CNV (45:11)
                   WRITE LINHA-CNV
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
           0800-FINALIZAR.
               COMPUTE WRK-TOTAL-LIDOS = WRK-REC-LIDOS + WRK-EMB-LIDOS
                   + WRK-CRT-LIDOS.
               COMPUTE WRK-TOTAL-CARREGADOS =
                   WRK-REC-CARREGADOS + WRK-EMB-CARREGADOS
                   + WRK-CRT-LIDOS.
               COMPUTE WRK-TOTAL-REPETIDOS =
                   WRK-REC-REPETIDOS + WRK-EMB-REPETIDOS.
               IF WRK-TOTAL-REPETIDOS > 0
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.
               CLOSE RELATORIO-CNV.
               DISPLAY '********************'.
               DISPLAY 'RECEBIV LIDOS/CARREG.: ' WRK-REC-LIDOS
                   ' / ' WRK-REC-CARREGADOS.
               DISPLAY 'EMBARQ  LIDOS/CARREG.: ' WRK-EMB-LIDOS
                   ' / ' WRK-EMB-CARREGADOS.
               DISPLAY 'CARTLOG LIDOS/ALARG. : ' WRK-CRT-LIDOS
                   ' / ' WRK-CRT-ALARGADOS.
               DISPLAY 'CLIHIST CORTADOS     : ' WRK-HST-CORTADOS.
               DISPLAY 'CHAVES REPETIDAS     : ' WRK-TOTAL-REPETIDOS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGCNV' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-CARREGADOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-REPETIDOS TO WRK-CTL-REJEITADOS.
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
      ******************************
      **** GRAVA O REGISTRO DE INICIO/FIM DO PASSO NO ARQUIVO DE
      **** ESTADO DO STREAM (RUNSTAT), PARA O CONSELHEIRO DE
      **** RESTART (PROGCOB42)
      ******************************
           0980-REGISTRAR-INICIO.
               PERFORM 0975-CONFERIR-TRAVA.
               MOVE 'PROGCNV' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGCNV' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-LIDOS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-CARREGADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
