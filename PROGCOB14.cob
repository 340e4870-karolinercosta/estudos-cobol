      *     MATRICULA NO SYSIN O HISTORICO SAI SO DAQUELE ALUNO
      *     (POSICIONADO PELA CHAVE), SEM SYSIN SAI DE TODOS COMO
      *     ANTES
      *    ALTERADO= 15/10/26 - KAROLINE
      *     DEPOIS DA MEDIA GERAL SAEM AS DISCIPLINAS CREDITADAS AO
      *     ALUNO POR APROVEITAMENTO DE ESTUDOS (APROVEIT, PROGCOB85),
      *     COM TERMO DA GRADE, CREDITOS, INSTITUICAO DE ORIGEM E NOTA
      *     OBTIDA LA. O CREDITO NAO ENTRA NA MEDIA GERAL
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT ALUNO-PEDIDO ASSIGN TO SYSIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SYSIN-STATUS.
               SELECT CREDITOS-IN ASSIGN TO APROVEIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APROVEIT-STATUS.
               SELECT RELATORIO-HISTORICO ASSIGN TO HISTRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROLE-LOTE ASSIGN TO CTLSUITE
           FD  ALUNO-PEDIDO.
           01  REG-ALUNO-PEDIDO.
               02 REG-ALP-MATRICULA PIC X(06).
           FD  CREDITOS-IN.
           01  LINHA-CREDITO-IN PIC X(133).
           FD  RELATORIO-HISTORICO.
           01  LINHA-HISTORICO PIC X(100).
           FD  CONTROLE-LOTE.
           COPY CPYCTRL.
           COPY CPYMATRI.
           COPY CPYCAB.
           COPY CPYAPRO.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-HISTORICO VALUE 'S'.
           77 WRK-NOTAHIX-STATUS PIC X(02) VALUE '00'.
           77 WRK-TOTAL-TERMOS    PIC 9(08) VALUE ZEROS.
           77 WRK-SOMA-NOTAS-LOTE PIC S9(11) VALUE ZEROS
                                   SIGN IS LEADING SEPARATE.
      ******************************
      **** DISCIPLINAS CREDITADAS POR APROVEITAMENTO DE ESTUDOS, DO
      **** APROVEIT (ORDEM DE GRAVACAO)
      ******************************
           77 WRK-APROVEIT-STATUS PIC X(02) VALUE '00'.
               88 APROVEIT-OK VALUE '00'.
           77 WRK-FIM-CREDITOS PIC X(01) VALUE 'N'.
               88 FIM-CREDITOS VALUE 'S'.
           77 WRK-QTD-CRD PIC 9(04) VALUE ZEROS.
           01 TAB-CREDITOS.
               02 TAB-CRD OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-CRD.
                   03 TAB-CRD-MATRICULA   PIC 9(06).
                   03 TAB-CRD-TERMO       PIC X(06).
                   03 TAB-CRD-DISCIPLINA  PIC X(20).
                   03 TAB-CRD-CREDITOS    PIC 9(02).
                   03 TAB-CRD-INSTITUICAO PIC X(30).
                   03 TAB-CRD-NOTA        PIC 9(02)V9.
           77 WRK-CRD-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-QTD-CRD-ALU PIC 9(03) VALUE ZEROS.
           77 WRK-NOTA-APV-ED PIC Z9,9 VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               PERFORM 0105-LER-ALUNO-PEDIDO.
               PERFORM 0120-CARREGAR-CREDITOS.
               PERFORM 0107-POSICIONAR-LEITURA.
               PERFORM 0150-LER-HISTORICO.
               IF NOT FIM-HISTORICO
                       INVALID KEY SET FIM-HISTORICO TO TRUE
                   END-START
               END-IF.
      ******************************
      **** CREDITOS DE APROVEITAMENTO DE ESTUDOS: ARQUIVO OPCIONAL
      ******************************
           0120-CARREGAR-CREDITOS.
               OPEN INPUT CREDITOS-IN.
               IF APROVEIT-OK
                   PERFORM 0121-LER-CREDITO
                       UNTIL FIM-CREDITOS OR WRK-QTD-CRD >= 5000
                   CLOSE CREDITOS-IN
               END-IF.
           0121-LER-CREDITO.
               READ CREDITOS-IN INTO WRK-APROVEITAMENTO
                   AT END SET FIM-CREDITOS TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-QTD-CRD
                       MOVE WRK-APV-MATRICULA
                           TO TAB-CRD-MATRICULA (WRK-QTD-CRD)
                       MOVE WRK-APV-TERMO
                           TO TAB-CRD-TERMO (WRK-QTD-CRD)
                       MOVE WRK-APV-DISCIPLINA
                           TO TAB-CRD-DISCIPLINA (WRK-QTD-CRD)
                       MOVE WRK-APV-CREDITOS
                           TO TAB-CRD-CREDITOS (WRK-QTD-CRD)
                       MOVE WRK-APV-INSTITUICAO
                           TO TAB-CRD-INSTITUICAO (WRK-QTD-CRD)
                       MOVE WRK-APV-NOTA
                           TO TAB-CRD-NOTA (WRK-QTD-CRD)
               END-READ.
           0150-LER-HISTORICO.
               READ NOTAHIX-IO NEXT RECORD
                   AT END SET FIM-HISTORICO TO TRUE
                      WRK-MEDIA-GERAL-ED         DELIMITED BY SIZE
                      INTO WRK-LINHA-HISTORICO.
               WRITE LINHA-HISTORICO FROM WRK-LINHA-HISTORICO.
               MOVE ZEROS TO WRK-QTD-CRD-ALU.
               PERFORM 0260-IMPRIMIR-APROVEITAMENTO
                   VARYING WRK-CRD-IDX FROM 1 BY 1
                   UNTIL WRK-CRD-IDX > WRK-QTD-CRD.
      ******************************
      **** DISCIPLINA CREDITADA AO ALUNO POR APROVEITAMENTO DE
      **** ESTUDOS; O TITULO SAI ANTES DA PRIMEIRA
      ******************************
           0260-IMPRIMIR-APROVEITAMENTO.
               IF TAB-CRD-MATRICULA (WRK-CRD-IDX)
                   = WRK-MATRICULA-ATUAL
                   IF WRK-QTD-CRD-ALU = 0
                       MOVE 'APROVEITAMENTO DE ESTUDOS'
                           TO LINHA-HISTORICO
                       WRITE LINHA-HISTORICO
                       MOVE 'TERMO   DISCIPLINA            CRED'
                           TO LINHA-HISTORICO
                       MOVE 'INSTITUICAO DE ORIGEM'
                           TO LINHA-HISTORICO (37:21)
                       MOVE 'NOTA' TO LINHA-HISTORICO (69:4)
                       WRITE LINHA-HISTORICO
                   END-IF
                   ADD 1 TO WRK-QTD-CRD-ALU
                   MOVE TAB-CRD-NOTA (WRK-CRD-IDX) TO WRK-NOTA-APV-ED
                   MOVE SPACES TO WRK-LINHA-HISTORICO
                   STRING TAB-CRD-TERMO (WRK-CRD-IDX) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          TAB-CRD-DISCIPLINA (WRK-CRD-IDX)
                              DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          TAB-CRD-CREDITOS (WRK-CRD-IDX)
                              DELIMITED BY SIZE
                          '    ' DELIMITED BY SIZE
                          TAB-CRD-INSTITUICAO (WRK-CRD-IDX)
                              DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-NOTA-APV-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-HISTORICO
                   WRITE LINHA-HISTORICO FROM WRK-LINHA-HISTORICO
               END-IF.
           0300-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'ALUNOS NO HISTORICO: ' WRK-TOTAL-ALUNOS.
