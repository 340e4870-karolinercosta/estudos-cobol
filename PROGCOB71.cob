      *     NEGATIVADO VIVE NO NEGSTAT, QUE QUALQUER CONSULTA DE
      *     CREDITO PODE LER PELA CHAVE CPF + REFERENCIA
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DOCUMENTO DO CLIENTE NOS ARQUIVOS DO BUREAU FOI PARA 14
      *     POSICOES (CPF OU CNPJ) E A INCLUSAO E A EXCLUSAO GANHARAM NO
      *     FIM O TIPO DE PESSOA (F FISICA / J JURIDICA)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     MENSALIDADE DO MENSAB PASSOU A NEGATIVAR O RESPONSAVEL
      *     FINANCEIRO GRAVADO NELA (CPF, NOME, ENDERECO E UF DO
      *     CADASTRO RESPMST): EM ABERTO E VENCIDA NO DIA 10 DA
      *     COMPETENCIA ALEM DOS DIAS DO PARMSUITE GERA A INCLUSAO, E A
      *     NEGATIVADA QUE FOI PAGA GERA A EXCLUSAO, COM REFERENCIA MENS
      *     + MATRICULA + COMPETENCIA NO NEGSTAT
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS), LIDO NA
      *     SEQUENCIA DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MENSAB-STATUS.
               SELECT RESPONSAVEL-MASTER ASSIGN TO RESPMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-RSP-CPF
                   FILE STATUS IS WRK-RESPMST-STATUS.
               SELECT NEGATIVADOS-IN ASSIGN TO NEGSTAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NEGSTAT-STATUS.
               02 REG-PARM-TOLER-PAGTO     PIC 9(03)V99.
               02 REG-PARM-DIAS-NEGATIV    PIC 9(03).
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
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 REG-CLI-NOME     PIC X(40).
               02 REG-CLI-ENDERECO PIC X(40).
               02 REG-CLI-UF       PIC X(02).
               02 REG-CLI-DATA-ULT-MOV PIC X(08).
               02 REG-CLI-LIMITE-CRED  PIC 9(09)V99.
               02 REG-CLI-EMPRESA      PIC X(03).
               02 REG-CLI-VENDEDOR     PIC X(04).
               02 REG-CLI-TIPO-PESSOA  PIC X(01).
                   88 CLI-PESSOA-JURIDICA VALUE 'J'.
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  RESPONSAVEL-MASTER.
           01  REG-RESPONSAVEL-MASTER.
               02 REG-RSP-CPF       PIC X(11).
               02 REG-RSP-NOME      PIC X(40).
               02 REG-RSP-ENDERECO  PIC X(40).
               02 REG-RSP-UF        PIC X(02).
               02 REG-RSP-CEP       PIC X(08).
           FD  NEGATIVADOS-IN.
           01  REG-NEGATIVADO-IN.
               02 REG-NEG-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-NEG-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-NEG-STATUS     PIC X(01).
           FD  NEGATIVADOS-OUT.
           01  REG-NEGATIVADO-OUT.
               02 REG-NGW-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-NGW-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-NGW-STATUS     PIC X(01).
           FD  INCLUSOES-OUT.
           01  REG-INCLUSAO-OUT.
               02 REG-INC-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-INC-NOME       PIC X(40).
               02 FILLER             PIC X(02).
               02 REG-INC-VALOR      PIC 9(09)V99.
               02 FILLER             PIC X(02).
               02 REG-INC-VENCIMENTO PIC X(08).
               02 FILLER             PIC X(02).
               02 REG-INC-TIPO-PESSOA PIC X(01).
           FD  EXCLUSOES-OUT.
           01  REG-EXCLUSAO-OUT.
               02 REG-EXC-CPF        PIC X(14).
               02 FILLER             PIC X(02).
               02 REG-EXC-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-EXC-DATA       PIC X(08).
               02 FILLER             PIC X(02).
               02 REG-EXC-TIPO-PESSOA PIC X(01).
           FD  RELATORIO-NEG.
           01  LINHA-NEG PIC X(100).
           FD  CONTROLE-LOTE.
               88 FIM-NEGATIVADOS VALUE 'S'.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
           77 WRK-MENSAB-STATUS PIC X(02) VALUE '00'.
               88 MENSAB-OK VALUE '00'.
           77 WRK-RESPMST-STATUS PIC X(02) VALUE '00'.
               88 RESPMST-OK VALUE '00'.
           77 WRK-RESPMST-ABERTO PIC X(01) VALUE 'N'.
               88 RESPMST-ABERTO VALUE 'S'.
           77 WRK-FIM-MENSAL PIC X(01) VALUE 'N'.
               88 FIM-MENSALIDADES VALUE 'S'.
      ******************************
      **** REGISTRO DA MENSALIDADE (MESMO LAYOUT DO PROGCOB23)
      ******************************
           01 WRK-MENSALIDADE.
               02 WRK-MEN-MATRICULA   PIC 9(06) VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-CURSO       PIC X(20) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-COMPETENCIA PIC X(06) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-VALOR       PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-ENCARGOS    PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
      ******************************
      **** DOCUMENTO E REFERENCIA DO ITEM DA VEZ (TITULO DO RECEBIV
      **** OU MENSALIDADE DO RESPONSAVEL FINANCEIRO)
      ******************************
           77 WRK-DOC-ITEM PIC X(14) VALUE SPACES.
           77 WRK-REF-ITEM PIC X(20) VALUE SPACES.
      ******************************
      **** REGISTRO DE NEGATIVADOS EM MEMORIA (N=NEGATIVADO,
      **** E=EXCLUIDO), REESCRITO INTEIRO NO FIM DO RUN
               02 TAB-NEG OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-NEG
                  INDEXED BY TAB-NEG-IDX.
                   03 TAB-NEG-CPF        PIC X(14).
                   03 TAB-NEG-REFERENCIA PIC X(20).
                   03 TAB-NEG-DATA       PIC X(08).
                   03 TAB-NEG-STATUS     PIC X(01).
           77 WRK-TOTAL-INCLUSOES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-EXCLUSOES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-CAD   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-MENSALIDADES PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0050-CARREGAR-PARAMETROS.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-TITULO UNTIL FIM-RECEBIVEIS.
               PERFORM 0250-PROCESSAR-MENSALIDADES.
               PERFORM 0300-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
                    OUTPUT RELATORIO-NEG.
               MOVE 'NEGATIVACAO NO BUREAU DE CREDITO' TO LINHA-NEG.
               WRITE LINHA-NEG.
               OPEN INPUT RESPONSAVEL-MASTER.
               IF RESPMST-OK
                   SET RESPMST-ABERTO TO TRUE
               END-IF.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
           0200-PROCESSAR-TITULO.
               ADD 1 TO WRK-TOTAL-TITULOS.
               MOVE WRK-RCB-CPF TO WRK-DOC-ITEM.
               MOVE WRK-RCB-REFERENCIA TO WRK-REF-ITEM.
               PERFORM 0210-SITUACAO-NO-REGISTRO.
               EVALUATE TRUE
                   WHEN (RCB-PAGO OR RCB-CANCELADO)
                   SEARCH TAB-NEG
                       AT END CONTINUE
                       WHEN TAB-NEG-REFERENCIA (TAB-NEG-IDX)
                           = WRK-REF-ITEM
                           MOVE TAB-NEG-STATUS (TAB-NEG-IDX)
                               TO WRK-SITUACAO-NEG
                           SET WRK-NEG-ACHADO-IDX TO TAB-NEG-IDX
                   MOVE WRK-RCB-REFERENCIA TO REG-INC-REFERENCIA
                   MOVE WRK-RCB-VALOR      TO REG-INC-VALOR
                   MOVE WRK-RCB-VENCIMENTO TO REG-INC-VENCIMENTO
                   IF CLI-PESSOA-JURIDICA
                       MOVE 'J' TO REG-INC-TIPO-PESSOA
                   ELSE
                       MOVE 'F' TO REG-INC-TIPO-PESSOA
                   END-IF
                   WRITE REG-INCLUSAO-OUT
                   PERFORM 0235-REGISTRAR-NEGATIVADO
                   MOVE SPACES TO WRK-LINHA-NEG
           0235-REGISTRAR-NEGATIVADO.
               IF WRK-QTD-NEG < 5000
                   ADD 1 TO WRK-QTD-NEG
                   MOVE WRK-DOC-ITEM TO TAB-NEG-CPF (WRK-QTD-NEG)
                   MOVE WRK-REF-ITEM
                       TO TAB-NEG-REFERENCIA (WRK-QTD-NEG)
                   MOVE WRK-DATA-HOJE TO TAB-NEG-DATA (WRK-QTD-NEG)
                   MOVE 'N' TO TAB-NEG-STATUS (WRK-QTD-NEG)
           0240-GERAR-EXCLUSAO.
               ADD 1 TO WRK-TOTAL-EXCLUSOES.
               MOVE SPACES TO REG-EXCLUSAO-OUT.
               MOVE WRK-DOC-ITEM TO REG-EXC-CPF.
               MOVE WRK-REF-ITEM TO REG-EXC-REFERENCIA.
               MOVE WRK-DATA-HOJE TO REG-EXC-DATA.
               IF WRK-DOC-ITEM (12:3) = SPACES
                   MOVE 'F' TO REG-EXC-TIPO-PESSOA
               ELSE
                   MOVE 'J' TO REG-EXC-TIPO-PESSOA
               END-IF.
               WRITE REG-EXCLUSAO-OUT.
               MOVE 'E' TO TAB-NEG-STATUS (WRK-NEG-ACHADO-IDX).
               MOVE SPACES TO WRK-LINHA-NEG.
               STRING 'EXCLUSAO  ' DELIMITED BY SIZE
                      WRK-DOC-ITEM DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-REF-ITEM DELIMITED BY SIZE
                      INTO WRK-LINHA-NEG.
               WRITE LINHA-NEG FROM WRK-LINHA-NEG.
      ******************************
      **** MENSALIDADE DO MENSAB COM RESPONSAVEL FINANCEIRO: EM ABERTO
      **** E VENCIDA (DIA 10 DA COMPETENCIA) ALEM DO PRAZO NEGATIVA O
      **** RESPONSAVEL, COM OS DADOS DO RESPMST; NEGATIVADA QUE FOI
      **** PAGA GERA A EXCLUSAO. A REFERENCIA E MENS + MATRICULA +
      **** COMPETENCIA, A MESMA DAS CARTAS (PROGCOB33)
      ******************************
           0250-PROCESSAR-MENSALIDADES.
               OPEN INPUT MENSALIDADES-IN.
               IF MENSAB-OK
                   READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                       AT END SET FIM-MENSALIDADES TO TRUE
                   END-READ
                   PERFORM 0255-PROCESSAR-MENSALIDADE
                       UNTIL FIM-MENSALIDADES
                   CLOSE MENSALIDADES-IN
               END-IF.
           0255-PROCESSAR-MENSALIDADE.
               IF WRK-MEN-RESPONSAVEL NOT = SPACES
                   AND WRK-MEN-COMPETENCIA IS NUMERIC
                   ADD 1 TO WRK-TOTAL-TITULOS
                   ADD 1 TO WRK-TOTAL-MENSALIDADES
                   MOVE WRK-MEN-RESPONSAVEL TO WRK-DOC-ITEM
                   MOVE SPACES TO WRK-REF-ITEM
                   STRING 'MENS ' DELIMITED BY SIZE
                          WRK-MEN-MATRICULA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-MEN-COMPETENCIA DELIMITED BY SIZE
                          INTO WRK-REF-ITEM
                   PERFORM 0210-SITUACAO-NO-REGISTRO
                   EVALUATE TRUE
                       WHEN MEN-PAGA AND WRK-SITUACAO-NEG = 'N'
                           PERFORM 0240-GERAR-EXCLUSAO
                       WHEN MEN-ABERTA AND WRK-SITUACAO-NEG = ' '
                           PERFORM 0260-AVALIAR-MENSALIDADE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
           0260-AVALIAR-MENSALIDADE.
               MOVE WRK-MEN-COMPETENCIA TO WRK-DATA-VENC (1:6).
               MOVE 10 TO WRK-VENC-DIA.
               COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-HOJE-ANO - WRK-VENC-ANO) * 360) +
                   ((WRK-HOJE-MES - WRK-VENC-MES) * 30) +
                   (WRK-HOJE-DIA - WRK-VENC-DIA).
               IF WRK-DIAS-ATRASO > WRK-PARM-DIAS-NEGATIV
                   PERFORM 0265-INCLUIR-RESPONSAVEL
               END-IF.
           0265-INCLUIR-RESPONSAVEL.
               MOVE SPACES TO WRK-RESPMST-STATUS.
               IF RESPMST-ABERTO
                   MOVE WRK-MEN-RESPONSAVEL TO REG-RSP-CPF
                   READ RESPONSAVEL-MASTER
                       INVALID KEY CONTINUE
                   END-READ
               END-IF.
               IF RESPMST-OK
                   ADD 1 TO WRK-TOTAL-INCLUSOES
                   MOVE SPACES TO REG-INCLUSAO-OUT
                   MOVE WRK-DOC-ITEM     TO REG-INC-CPF
                   MOVE REG-RSP-NOME     TO REG-INC-NOME
                   MOVE REG-RSP-ENDERECO TO REG-INC-ENDERECO
                   MOVE REG-RSP-UF       TO REG-INC-UF
                   MOVE WRK-REF-ITEM     TO REG-INC-REFERENCIA
                   MOVE WRK-MEN-VALOR    TO REG-INC-VALOR
                   MOVE WRK-DATA-VENC    TO REG-INC-VENCIMENTO
                   MOVE 'F' TO REG-INC-TIPO-PESSOA
                   WRITE REG-INCLUSAO-OUT
                   PERFORM 0235-REGISTRAR-NEGATIVADO
                   MOVE SPACES TO WRK-LINHA-NEG
                   STRING 'INCLUSAO  ' DELIMITED BY SIZE
                          WRK-DOC-ITEM DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-REF-ITEM DELIMITED BY SIZE
                          INTO WRK-LINHA-NEG
                   WRITE LINHA-NEG FROM WRK-LINHA-NEG
               ELSE
                   ADD 1 TO WRK-TOTAL-SEM-CAD
                   MOVE SPACES TO WRK-LINHA-NEG
                   STRING 'RESPONSAVEL SEM CADASTRO PARA NEGATIVAR '
                              DELIMITED BY SIZE
                          WRK-DOC-ITEM DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-REF-ITEM DELIMITED BY SIZE
                          INTO WRK-LINHA-NEG
                   WRITE LINHA-NEG FROM WRK-LINHA-NEG
               END-IF.
           0300-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'TITULOS LIDOS      : ' WRK-TOTAL-TITULOS.
               DISPLAY 'MENSALIDADES LIDAS : ' WRK-TOTAL-MENSALIDADES.
               DISPLAY 'INCLUSOES GERADAS  : ' WRK-TOTAL-INCLUSOES.
               DISPLAY 'EXCLUSOES GERADAS  : ' WRK-TOTAL-EXCLUSOES.
               DISPLAY 'CPF SEM CADASTRO   : ' WRK-TOTAL-SEM-CAD.
               CLOSE CONTAS-RECEBER CLIENTE-MASTER
                     INCLUSOES-OUT EXCLUSOES-OUT RELATORIO-NEG.
               IF RESPMST-ABERTO
                   CLOSE RESPONSAVEL-MASTER
               END-IF.
               PERFORM 0310-REGRAVAR-NEGATIVADOS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
