           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRET.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: APURACAO MENSAL DOS TRIBUTOS RETIDOS NA FONTE
      *     SOBRE PAGAMENTO A FORNECEDOR -- RECEBE A COMPETENCIA
      *     (ACCEPT, VIA SYSIN NO BATCH) E LE O CONTAS A PAGAR
      *     (APAGAR, CPYPAGAR). OS TITULOS DE TRIBUTO (CODIGO DO
      *     TRIBUTO PREENCHIDO), GRAVADOS PELA CONFERENCIA DE FATURA
      *     (PROGCOB53) COM EMISSAO NA COMPETENCIA, SAO RESUMIDOS POR
      *     TRIBUTO (IRRF, CSRF = PIS/COFINS/CSLL, ISS) E, DENTRO DE
      *     CADA UM, POR FORNECEDOR: QUANTIDADE DE TITULOS, VALOR
      *     RETIDO E QUANTO AINDA ESTA EM ABERTO. CADA TRIBUTO SAI
      *     COM O VENCIMENTO DA GUIA (O MENOR DOS SEUS TITULOS) E O
      *     TOTAL A RECOLHER; TRIBUTO COM SALDO EM ABERTO E VENCIMENTO
      *     JA PASSADO SAI MARCADO VENCIDO E O RUN TERMINA COM RC 4.
      *     SO LE O APAGAR, NAO GRAVA NADA NELE. O QUADRO SAI NO
      *     RETRPT. TABELA ESTOURADA PARA O RUN COM RC 8
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     FD DO APAGAR EM X(120): O TITULO GANHOU A EMPRESA E AS
      *     CONDICOES DE DESCONTO POR PAGAMENTO ANTECIPADO NO FIM
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-PAGAR ASSIGN TO APAGAR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-APAGAR-STATUS.
               SELECT FORNECEDOR-MASTER ASSIGN TO FORNMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FORNMST-STATUS.
               SELECT RELATORIO-RET ASSIGN TO RETRPT
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
           FD  CONTAS-PAGAR.
           01  LINHA-PAGAVEL PIC X(120).
           FD  FORNECEDOR-MASTER.
           01  REG-FORNECEDOR.
               02 REG-FOR-CODIGO    PIC X(04).
               02 REG-FOR-NOME      PIC X(30).
               02 REG-FOR-MATERIAIS PIC X(10).
               02 REG-FOR-PRAZO     PIC 9(03).
               02 REG-FOR-CNPJ      PIC X(14).
               02 REG-FOR-BANCO     PIC X(03).
               02 REG-FOR-AGENCIA   PIC X(05).
               02 REG-FOR-CONTA     PIC X(12).
               02 REG-FOR-SITUACAO  PIC X(01).
                   88 FOR-BLOQUEADO VALUE 'B'.
           FD  RELATORIO-RET.
           01  LINHA-RET PIC X(100).
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
           COPY CPYPAGAR.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-APAGAR-STATUS PIC X(02) VALUE '00'.
               88 APAGAR-OK VALUE '00'.
           77 WRK-FORNMST-STATUS PIC X(02) VALUE '00'.
               88 FORNMST-OK VALUE '00'.
           77 WRK-FIM-PAGAVEIS PIC X(01) VALUE 'N'.
               88 FIM-PAGAVEIS VALUE 'S'.
           77 WRK-FIM-FORNECEDORES PIC X(01) VALUE 'N'.
               88 FIM-FORNECEDORES VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
           01 WRK-COMPETENCIA.
               02 WRK-CMP-ANO PIC 9(04).
               02 WRK-CMP-MES PIC 9(02).
      ******************************
      **** TRIBUTOS RETIDOS, NA ORDEM DO QUADRO, COM O TOTAL DA
      **** COMPETENCIA E O VENCIMENTO DA GUIA
      ******************************
           01 WRK-TRIBUTOS-LIT.
               02 FILLER PIC X(04) VALUE 'IRRF'.
               02 FILLER PIC X(40)
                  VALUE 'IMPOSTO DE RENDA RETIDO NA FONTE'.
               02 FILLER PIC X(04) VALUE 'CSRF'.
               02 FILLER PIC X(40)
                  VALUE 'PIS/COFINS/CSLL RETIDOS NA FONTE'.
               02 FILLER PIC X(04) VALUE 'ISS '.
               02 FILLER PIC X(40)
                  VALUE 'ISS RETIDO NA FONTE'.
           01 TAB-TRIBUTOS-DESC REDEFINES WRK-TRIBUTOS-LIT.
               02 TAB-TRB-DESC OCCURS 3 TIMES.
                   03 TAB-TRB-CODIGO    PIC X(04).
                   03 TAB-TRB-DESCRICAO PIC X(40).
           01 TAB-TRIBUTOS.
               02 TAB-TRB OCCURS 3 TIMES.
                   03 TAB-TRB-TITULOS    PIC 9(05) COMP-3.
                   03 TAB-TRB-VALOR      PIC 9(11)V99 COMP-3.
                   03 TAB-TRB-ABERTO     PIC 9(11)V99 COMP-3.
                   03 TAB-TRB-VENCIMENTO PIC X(08).
           77 WRK-TRB-IDX PIC 9(01) VALUE ZEROS.
      ******************************
      **** TRIBUTO + FORNECEDOR DA COMPETENCIA
      ******************************
           77 WRK-QTD-RTS PIC 9(03) VALUE ZEROS.
           01 TAB-RETIDOS.
               02 TAB-RTS OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-RTS
                  INDEXED BY TAB-RTS-IDX.
                   03 TAB-RTS-TRIBUTO    PIC X(04).
                   03 TAB-RTS-FORNECEDOR PIC X(04).
                   03 TAB-RTS-TITULOS    PIC 9(05) COMP-3.
                   03 TAB-RTS-VALOR      PIC 9(11)V99 COMP-3.
                   03 TAB-RTS-ABERTO     PIC 9(11)V99 COMP-3.
           77 WRK-RTS-IDX PIC 9(03) VALUE ZEROS.
      ******************************
      **** NOME DOS FORNECEDORES PARA O QUADRO
      ******************************
           77 WRK-QTD-NOM PIC 9(03) VALUE ZEROS.
           01 TAB-NOMES.
               02 TAB-NOM OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-NOM
                  INDEXED BY TAB-NOM-IDX.
                   03 TAB-NOM-CODIGO PIC X(04).
                   03 TAB-NOM-NOME   PIC X(30).
           77 WRK-NOME-FORN PIC X(30) VALUE SPACES.
           01 WRK-DATA-VENC.
               02 WRK-VNC-ANO PIC X(04).
               02 WRK-VNC-MES PIC X(02).
               02 WRK-VNC-DIA PIC X(02).
           77 WRK-VENC-ED      PIC X(10) VALUE SPACES.
           77 WRK-SITUACAO     PIC X(07) VALUE SPACES.
           77 WRK-QTDE-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR-2-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-RET    PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-LIDOS      PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-TRIBUTOS   PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-VENCIDOS   PIC 9(01) VALUE ZEROS.
           77 WRK-TOTAL-GERAL      PIC 9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-GERAL-ABERTO PIC 9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               DISPLAY 'COMPETENCIA DA APURACAO DE RETENCOES (AAAAMM)'.
               ACCEPT WRK-COMPETENCIA FROM CONSOLE.
               IF WRK-COMPETENCIA IS NOT NUMERIC
                   OR WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
                   DISPLAY '*** COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                       ' - NADA FOI GRAVADO ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD
                   PERFORM 0060-CARREGAR-FORNECEDORES
                   PERFORM 0200-APURAR-TITULOS
                   IF TABELA-ESTOURADA
                       DISPLAY '*** TABELA DE RETENCOES ESTOUROU - '
                           'NADA FOI GRAVADO, RUN MARCADO RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0100-INICIALIZAR
                       PERFORM 0500-IMPRIMIR-TRIBUTO
                           VARYING WRK-TRB-IDX FROM 1 BY 1
                           UNTIL WRK-TRB-IDX > 3
                       PERFORM 0800-FINALIZAR
                   END-IF
               END-IF.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CARREGA O NOME DOS FORNECEDORES DO FORNMST, SE O ARQUIVO
      **** EXISTIR (SEM ELE O QUADRO SAI SO COM O CODIGO)
      ******************************
           0060-CARREGAR-FORNECEDORES.
               OPEN INPUT FORNECEDOR-MASTER.
               IF FORNMST-OK
                   READ FORNECEDOR-MASTER
                       AT END SET FIM-FORNECEDORES TO TRUE
                   END-READ
                   PERFORM 0070-LER-FORNECEDOR
                       UNTIL FIM-FORNECEDORES OR WRK-QTD-NOM >= 500
                   CLOSE FORNECEDOR-MASTER
               END-IF.
           0070-LER-FORNECEDOR.
               ADD 1 TO WRK-QTD-NOM.
               MOVE REG-FOR-CODIGO TO TAB-NOM-CODIGO (WRK-QTD-NOM).
               MOVE REG-FOR-NOME   TO TAB-NOM-NOME (WRK-QTD-NOM).
               READ FORNECEDOR-MASTER
                   AT END SET FIM-FORNECEDORES TO TRUE
               END-READ.
           0100-INICIALIZAR.
               OPEN OUTPUT RELATORIO-RET.
               MOVE 'APURACAO DE TRIBUTOS RETIDOS NA FONTE'
                   TO CAB-TITULO-RELATORIO.
               MOVE SPACES TO WRK-LINHA-RET.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      ' - COMPETENCIA '    DELIMITED BY SIZE
                      WRK-CMP-MES          DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WRK-CMP-ANO          DELIMITED BY SIZE
                      INTO WRK-LINHA-RET.
               WRITE LINHA-RET FROM WRK-LINHA-RET.
      ******************************
      **** ACUMULA POR TRIBUTO E POR TRIBUTO + FORNECEDOR OS TITULOS
      **** DE TRIBUTO EMITIDOS NA COMPETENCIA; SEM O APAGAR O QUADRO
      **** SAI VAZIO
      ******************************
           0200-APURAR-TITULOS.
               INITIALIZE TAB-TRIBUTOS.
               OPEN INPUT CONTAS-PAGAR.
               IF APAGAR-OK
                   READ CONTAS-PAGAR INTO WRK-PAGAVEL
                       AT END SET FIM-PAGAVEIS TO TRUE
                   END-READ
                   PERFORM 0210-SOMAR-TITULO UNTIL FIM-PAGAVEIS
                   CLOSE CONTAS-PAGAR
               END-IF.
           0210-SOMAR-TITULO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               IF NOT PAG-TITULO-FORNECEDOR
                   AND WRK-PAG-EMISSAO (1:6) = WRK-COMPETENCIA
                   EVALUATE TRUE
                       WHEN PAG-TRIBUTO-IRRF
                           MOVE 1 TO WRK-TRB-IDX
                       WHEN PAG-TRIBUTO-CSRF
                           MOVE 2 TO WRK-TRB-IDX
                       WHEN PAG-TRIBUTO-ISS
                           MOVE 3 TO WRK-TRB-IDX
                       WHEN OTHER
                           MOVE 0 TO WRK-TRB-IDX
                   END-EVALUATE
                   IF WRK-TRB-IDX > 0
                       ADD 1 TO WRK-TOTAL-TRIBUTOS
                       PERFORM 0220-SOMAR-TRIBUTO
                       PERFORM 0230-LOCALIZAR-RETIDO
                       IF NOT TABELA-ESTOURADA
                           ADD 1 TO TAB-RTS-TITULOS (TAB-RTS-IDX)
                           ADD WRK-PAG-VALOR
                               TO TAB-RTS-VALOR (TAB-RTS-IDX)
                           IF PAG-ABERTO
                               ADD WRK-PAG-VALOR
                                   TO TAB-RTS-ABERTO (TAB-RTS-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               READ CONTAS-PAGAR INTO WRK-PAGAVEL
                   AT END SET FIM-PAGAVEIS TO TRUE
               END-READ.
      ******************************
      **** TOTAL DO TRIBUTO; O VENCIMENTO DA GUIA E O MENOR DOS
      **** TITULOS DA COMPETENCIA
      ******************************
           0220-SOMAR-TRIBUTO.
               ADD 1 TO TAB-TRB-TITULOS (WRK-TRB-IDX).
               ADD WRK-PAG-VALOR TO TAB-TRB-VALOR (WRK-TRB-IDX).
               IF PAG-ABERTO
                   ADD WRK-PAG-VALOR TO TAB-TRB-ABERTO (WRK-TRB-IDX)
               END-IF.
               IF TAB-TRB-VENCIMENTO (WRK-TRB-IDX) = SPACES
                   OR WRK-PAG-VENCIMENTO
                       < TAB-TRB-VENCIMENTO (WRK-TRB-IDX)
                   MOVE WRK-PAG-VENCIMENTO
                       TO TAB-TRB-VENCIMENTO (WRK-TRB-IDX)
               END-IF.
           0230-LOCALIZAR-RETIDO.
               IF WRK-QTD-RTS = 0
                   PERFORM 0235-CRIAR-RETIDO
               ELSE
                   SET TAB-RTS-IDX TO 1
                   SEARCH TAB-RTS
                       AT END PERFORM 0235-CRIAR-RETIDO
                       WHEN TAB-RTS-TRIBUTO (TAB-RTS-IDX)
                               = WRK-PAG-TRIBUTO
                           AND TAB-RTS-FORNECEDOR (TAB-RTS-IDX)
                               = WRK-PAG-FORNECEDOR
                           CONTINUE
                   END-SEARCH
               END-IF.
           0235-CRIAR-RETIDO.
               IF WRK-QTD-RTS < 500
                   ADD 1 TO WRK-QTD-RTS
                   SET TAB-RTS-IDX TO WRK-QTD-RTS
                   INITIALIZE TAB-RTS (TAB-RTS-IDX)
                   MOVE WRK-PAG-TRIBUTO
                       TO TAB-RTS-TRIBUTO (TAB-RTS-IDX)
                   MOVE WRK-PAG-FORNECEDOR
                       TO TAB-RTS-FORNECEDOR (TAB-RTS-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** BLOCO DO TRIBUTO: CABECALHO COM O VENCIMENTO DA GUIA,
      **** UMA LINHA POR FORNECEDOR E O TOTAL A RECOLHER
      ******************************
           0500-IMPRIMIR-TRIBUTO.
               IF TAB-TRB-TITULOS (WRK-TRB-IDX) > 0
                   MOVE TAB-TRB-VENCIMENTO (WRK-TRB-IDX)
                       TO WRK-DATA-VENC
                   MOVE SPACES TO WRK-VENC-ED
                   STRING WRK-VNC-DIA DELIMITED BY SIZE
                          '/'         DELIMITED BY SIZE
                          WRK-VNC-MES DELIMITED BY SIZE
                          '/'         DELIMITED BY SIZE
                          WRK-VNC-ANO DELIMITED BY SIZE
                          INTO WRK-VENC-ED
                   MOVE SPACES TO WRK-SITUACAO
                   IF TAB-TRB-ABERTO (WRK-TRB-IDX) > 0
                       AND TAB-TRB-VENCIMENTO (WRK-TRB-IDX)
                           < WRK-DATA-RUN
                       MOVE 'VENCIDO' TO WRK-SITUACAO
                       ADD 1 TO WRK-TOTAL-VENCIDOS
                       DISPLAY '*** ' TAB-TRB-CODIGO (WRK-TRB-IDX)
                           ' VENCIDO EM ' WRK-VENC-ED
                           ' COM SALDO EM ABERTO ***'
                   END-IF
                   MOVE SPACES TO LINHA-RET
                   WRITE LINHA-RET
                   MOVE SPACES TO WRK-LINHA-RET
                   STRING 'TRIBUTO ' DELIMITED BY SIZE
                          TAB-TRB-CODIGO (WRK-TRB-IDX)
                              DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          TAB-TRB-DESCRICAO (WRK-TRB-IDX)
                              DELIMITED BY SIZE
                          ' VENCIMENTO ' DELIMITED BY SIZE
                          WRK-VENC-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-SITUACAO DELIMITED BY SIZE
                          INTO WRK-LINHA-RET
                   WRITE LINHA-RET FROM WRK-LINHA-RET
                   MOVE 'FORN NOME                           TITS'
                       TO LINHA-RET
                   MOVE '       VALOR RETIDO          EM ABERTO'
                       TO LINHA-RET (41:38)
                   WRITE LINHA-RET
                   PERFORM 0510-IMPRIMIR-FORNECEDOR
                       VARYING WRK-RTS-IDX FROM 1 BY 1
                       UNTIL WRK-RTS-IDX > WRK-QTD-RTS
                   MOVE TAB-TRB-TITULOS (WRK-TRB-IDX) TO WRK-QTDE-ED
                   MOVE TAB-TRB-VALOR (WRK-TRB-IDX) TO WRK-VALOR-ED
                   MOVE TAB-TRB-ABERTO (WRK-TRB-IDX) TO WRK-VALOR-2-ED
                   MOVE SPACES TO WRK-LINHA-RET
                   STRING '     TOTAL A RECOLHER           '
                              DELIMITED BY SIZE
                          '   ' DELIMITED BY SIZE
                          WRK-QTDE-ED DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-VALOR-2-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-RET
                   WRITE LINHA-RET FROM WRK-LINHA-RET
                   ADD TAB-TRB-VALOR (WRK-TRB-IDX) TO WRK-TOTAL-GERAL
                   ADD TAB-TRB-ABERTO (WRK-TRB-IDX)
                       TO WRK-TOTAL-GERAL-ABERTO
               END-IF.
           0510-IMPRIMIR-FORNECEDOR.
               SET TAB-RTS-IDX TO WRK-RTS-IDX.
               IF TAB-RTS-TRIBUTO (TAB-RTS-IDX)
                   = TAB-TRB-CODIGO (WRK-TRB-IDX)
                   MOVE SPACES TO WRK-NOME-FORN
                   IF WRK-QTD-NOM > 0
                       SET TAB-NOM-IDX TO 1
                       SEARCH TAB-NOM
                           AT END CONTINUE
                           WHEN TAB-NOM-CODIGO (TAB-NOM-IDX)
                                 = TAB-RTS-FORNECEDOR (TAB-RTS-IDX)
                               MOVE TAB-NOM-NOME (TAB-NOM-IDX)
                                   TO WRK-NOME-FORN
                       END-SEARCH
                   END-IF
                   MOVE TAB-RTS-TITULOS (TAB-RTS-IDX) TO WRK-QTDE-ED
                   MOVE TAB-RTS-VALOR (TAB-RTS-IDX) TO WRK-VALOR-ED
                   MOVE TAB-RTS-ABERTO (TAB-RTS-IDX) TO WRK-VALOR-2-ED
                   MOVE SPACES TO WRK-LINHA-RET
                   STRING TAB-RTS-FORNECEDOR (TAB-RTS-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-NOME-FORN DELIMITED BY SIZE
                          WRK-QTDE-ED DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-VALOR-2-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-RET
                   WRITE LINHA-RET FROM WRK-LINHA-RET
               END-IF.
           0800-FINALIZAR.
               MOVE SPACES TO LINHA-RET.
               WRITE LINHA-RET.
               MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
               MOVE WRK-TOTAL-GERAL-ABERTO TO WRK-VALOR-2-ED.
               MOVE SPACES TO WRK-LINHA-RET.
               STRING 'TOTAL GERAL RETIDO ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      '   EM ABERTO ' DELIMITED BY SIZE
                      WRK-VALOR-2-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-RET.
               WRITE LINHA-RET FROM WRK-LINHA-RET.
               MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
               DISPLAY '********************'.
               DISPLAY 'TITULOS LIDOS         : ' WRK-TOTAL-LIDOS.
               DISPLAY 'TITULOS DE TRIBUTO    : ' WRK-TOTAL-TRIBUTOS.
               DISPLAY 'TOTAL RETIDO          : ' WRK-VALOR-ED.
               DISPLAY 'TRIBUTOS VENCIDOS     : ' WRK-TOTAL-VENCIDOS.
               CLOSE RELATORIO-RET.
               IF WRK-TOTAL-VENCIDOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGRET' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-TRIBUTOS TO WRK-CTL-ACEITOS.
               MOVE ZEROS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-GERAL TO WRK-CTL-HASH.
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
               MOVE 'PROGRET' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGRET' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-TRIBUTOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
