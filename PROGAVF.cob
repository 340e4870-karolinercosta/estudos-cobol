           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGAVF.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: AVALIACAO MENSAL DE FORNECEDORES -- RECEBE A
      *     COMPETENCIA (ACCEPT, VIA SYSIN NO BATCH) E LE O MOVIMENTO
      *     DE DESEMPENHO DE FORNECEDOR (DESFMOV, CPYDESF), ACUMULADO
      *     NOITE A NOITE PELO RECEBIMENTO DE MATERIAL (PROGCOB52,
      *     EVENTOS DE ENTREGA) E PELA CONFERENCIA DE FATURA
      *     (PROGCOB53, EVENTOS DE FATURA). PARA CADA FORNECEDOR COM
      *     MOVIMENTO NA COMPETENCIA APURA O PERCENTUAL DE ENTREGAS NO
      *     PRAZO (SOBRE AS ENTREGAS COM DATA PREVISTA), A MEDIA DE
      *     DIAS DE ATRASO DAS ENTREGAS ATRASADAS, O PERCENTUAL
      *     ATENDIDO DA QUANTIDADE QUE FALTAVA NAS LINHAS (TETO 100) E
      *     O PERCENTUAL DE FATURAS DIVERGENTES NO CASAMENTO DE TRES
      *     VIAS, E DA UMA NOTA DE 0 A 100:
      *       40 POR CENTO DO PERCENTUAL NO PRAZO
      *       30 POR CENTO DO PERCENTUAL ATENDIDO
      *       20 POR CENTO DE (100 - PERCENTUAL DIVERGENTE)
      *       10 POR CENTO DE (100 - 10 X MEDIA DE ATRASO), MINIMO 0
      *     (COMPONENTE SEM MOVIMENTO NO MES VALE 100). A TENDENCIA
      *     COMPARA A NOTA COM A DO MES ANTERIOR (OU, SEM ELE, COM A
      *     MEDIA DOS TRES MESES ANTERIORES DO HISTORICO): MAIS DE 5
      *     PONTOS ACIMA MELHOROU, MAIS DE 5 ABAIXO PIOROU, ENTRE UM E
      *     OUTRO ESTAVEL, SEM HISTORICO NOVO. O HISTORICO (AVFHIST,
      *     CPYAVF) E REESCRITO EM AVFNEW (ENTRA VELHO / SAI NOVO) SEM
      *     AS LINHAS DA COMPETENCIA E COM AS DO RUN NO FIM, ENTAO O
      *     RERUN DO MES SUBSTITUI A AVALIACAO. A NOTA MAIS RECENTE DE
      *     CADA FORNECEDOR E USADA PELO GERADOR DE PEDIDOS (PROGCOB39)
      *     PARA ESCOLHER ENTRE OS FORNECEDORES DO MESMO MATERIAL. O
      *     QUADRO SAI NO AVFRPT. TABELA ESTOURADA PARA O RUN COM RC 8
      *     SEM GRAVAR O HISTORICO
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MOVIMENTO-DESEMPENHO ASSIGN TO DESFMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DESFMOV-STATUS.
               SELECT FORNECEDOR-MASTER ASSIGN TO FORNMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FORNMST-STATUS.
               SELECT HISTORICO-AVALIACAO ASSIGN TO AVFHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AVFHIST-STATUS.
               SELECT HISTORICO-AVALIACAO-OUT ASSIGN TO AVFNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-AVF ASSIGN TO AVFRPT
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
           FD  MOVIMENTO-DESEMPENHO.
           01  LINHA-DESEMPENHO PIC X(80).
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
           FD  HISTORICO-AVALIACAO.
           01  LINHA-AVALIACAO PIC X(80).
           FD  HISTORICO-AVALIACAO-OUT.
           01  LINHA-AVALIACAO-OUT PIC X(80).
           FD  RELATORIO-AVF.
           01  LINHA-AVF PIC X(120).
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
           COPY CPYDESF.
           COPY CPYAVF.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-DESFMOV-STATUS PIC X(02) VALUE '00'.
               88 DESFMOV-OK VALUE '00'.
           77 WRK-FORNMST-STATUS PIC X(02) VALUE '00'.
               88 FORNMST-OK VALUE '00'.
           77 WRK-AVFHIST-STATUS PIC X(02) VALUE '00'.
               88 AVFHIST-OK VALUE '00'.
           77 WRK-FIM-MOVIMENTO PIC X(01) VALUE 'N'.
               88 FIM-MOVIMENTO VALUE 'S'.
           77 WRK-FIM-FORNECEDORES PIC X(01) VALUE 'N'.
               88 FIM-FORNECEDORES VALUE 'S'.
           77 WRK-FIM-HISTORICO PIC X(01) VALUE 'N'.
               88 FIM-HISTORICO VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           01 WRK-COMPETENCIA.
               02 WRK-CMP-ANO PIC 9(04).
               02 WRK-CMP-MES PIC 9(02).
           01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
      ******************************
      **** COMPETENCIAS DE REFERENCIA DA TENDENCIA: O MES ANTERIOR E
      **** O PRIMEIRO DOS TRES MESES ANTERIORES
      ******************************
           01 WRK-COMP-ANTERIOR.
               02 WRK-ANT-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-ANT-MES PIC 9(02) VALUE ZEROS.
           01 WRK-COMP-ANTERIOR-N REDEFINES WRK-COMP-ANTERIOR
                                  PIC 9(06).
           01 WRK-COMP-INICIO-3M.
               02 WRK-I3M-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-I3M-MES PIC 9(02) VALUE ZEROS.
           01 WRK-COMP-INICIO-3M-N REDEFINES WRK-COMP-INICIO-3M
                                   PIC 9(06).
      ******************************
      **** FORNECEDORES COM MOVIMENTO NA COMPETENCIA: CONTADORES DO
      **** MES, INDICADORES, NOTA E REFERENCIAS DO HISTORICO
      ******************************
           77 WRK-QTD-AVF PIC 9(03) VALUE ZEROS.
           01 TAB-AVALIACOES.
               02 TAB-AVF OCCURS 1 TO 500 TIMES
                  DEPENDING ON WRK-QTD-AVF
                  INDEXED BY TAB-AVF-IDX.
                   03 TAB-AVF-FORNECEDOR    PIC X(04).
                   03 TAB-AVF-ENTREGAS      PIC 9(05) COMP-3.
                   03 TAB-AVF-COM-PREVISTA  PIC 9(05) COMP-3.
                   03 TAB-AVF-NO-PRAZO      PIC 9(05) COMP-3.
                   03 TAB-AVF-ATRASADAS     PIC 9(05) COMP-3.
                   03 TAB-AVF-SOMA-ATRASO   PIC 9(09) COMP-3.
                   03 TAB-AVF-QTDE-DEVIDA   PIC 9(11)V99 COMP-3.
                   03 TAB-AVF-QTDE-ENTREGUE PIC 9(11)V99 COMP-3.
                   03 TAB-AVF-FATURAS       PIC 9(05) COMP-3.
                   03 TAB-AVF-DIVERGENTES   PIC 9(05) COMP-3.
                   03 TAB-AVF-PERC-PRAZO    PIC 9(03)V9.
                   03 TAB-AVF-MEDIA-ATRASO  PIC 9(03)V9.
                   03 TAB-AVF-PERC-ATENDIDO PIC 9(03)V9.
                   03 TAB-AVF-PERC-DIVERG   PIC 9(03)V9.
                   03 TAB-AVF-NOTA          PIC 9(03)V9.
                   03 TAB-AVF-NOTA-ANTERIOR PIC 9(03)V9.
                   03 TAB-AVF-TEM-ANTERIOR  PIC X(01).
                       88 AVF-TEM-ANTERIOR  VALUE 'S'.
                   03 TAB-AVF-SOMA-3M       PIC 9(05)V9 COMP-3.
                   03 TAB-AVF-MESES-3M      PIC 9(01).
                   03 TAB-AVF-TENDENCIA     PIC X(08).
           77 WRK-AVF-IDX PIC 9(03) VALUE ZEROS.
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
           77 WRK-NOME-FORN      PIC X(30) VALUE SPACES.
           77 WRK-COMP-PRAZO     PIC 9(03)V9 VALUE ZEROS.
           77 WRK-COMP-ATENDIDO  PIC 9(03)V9 VALUE ZEROS.
           77 WRK-COMP-FATURA    PIC 9(03)V9 VALUE ZEROS.
           77 WRK-COMP-ATRASO    PIC S9(05)V9 VALUE ZEROS COMP-3.
           77 WRK-CALC-PERC      PIC 9(07)V9 VALUE ZEROS COMP-3.
           77 WRK-MEDIA-3M       PIC 9(03)V9 VALUE ZEROS.
           77 WRK-REFERENCIA     PIC 9(03)V9 VALUE ZEROS.
           77 WRK-DIFERENCA      PIC S9(03)V9 VALUE ZEROS COMP-3.
           77 WRK-NOTA-ED        PIC ZZ9,9 VALUE ZEROS.
           77 WRK-REF-ED         PIC ZZ9,9 VALUE ZEROS.
           77 WRK-PERC-ED        PIC ZZ9,9 VALUE ZEROS.
           77 WRK-PERC-2-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-PERC-3-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-MEDIA-ED       PIC ZZ9,9 VALUE ZEROS.
           77 WRK-QTDE-ED        PIC ZZZZ9 VALUE ZEROS.
           77 WRK-QTDE-2-ED      PIC ZZZZ9 VALUE ZEROS.
           77 WRK-LINHA-AVF      PIC X(120) VALUE SPACES.
           77 WRK-TOTAL-EVENTOS     PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-COMPETENCIA PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-HIST-LIDOS  PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-HIST-COPIA  PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-MELHOROU    PIC 9(05) VALUE ZEROS.
           77 WRK-TOTAL-PIOROU      PIC 9(05) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               DISPLAY 'COMPETENCIA DA AVALIACAO DE FORNECEDORES '
                   '(AAAAMM)'.
               ACCEPT WRK-COMPETENCIA FROM CONSOLE.
               IF WRK-COMPETENCIA IS NOT NUMERIC
                   OR WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
                   DISPLAY '*** COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                       ' - NADA FOI GRAVADO ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0050-CALCULAR-REFERENCIAS
                   PERFORM 0060-CARREGAR-FORNECEDORES
                   PERFORM 0200-APURAR-MOVIMENTO
                   IF TABELA-ESTOURADA
                       DISPLAY '*** TABELA DE FORNECEDORES ESTOUROU - '
                           'NADA FOI GRAVADO, RUN MARCADO RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0300-CALCULAR-NOTA
                           VARYING WRK-AVF-IDX FROM 1 BY 1
                           UNTIL WRK-AVF-IDX > WRK-QTD-AVF
                       PERFORM 0400-COPIAR-HISTORICO
                       PERFORM 0100-INICIALIZAR
                       PERFORM 0500-GRAVAR-AVALIACAO
                           VARYING WRK-AVF-IDX FROM 1 BY 1
                           UNTIL WRK-AVF-IDX > WRK-QTD-AVF
                       PERFORM 0800-FINALIZAR
                   END-IF
               END-IF.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** MES ANTERIOR E INICIO DOS TRES MESES ANTERIORES A
      **** COMPETENCIA, COM VIRADA DE ANO
      ******************************
           0050-CALCULAR-REFERENCIAS.
               MOVE WRK-CMP-ANO TO WRK-ANT-ANO.
               IF WRK-CMP-MES = 1
                   SUBTRACT 1 FROM WRK-ANT-ANO
                   MOVE 12 TO WRK-ANT-MES
               ELSE
                   COMPUTE WRK-ANT-MES = WRK-CMP-MES - 1
               END-IF.
               MOVE WRK-CMP-ANO TO WRK-I3M-ANO.
               IF WRK-CMP-MES > 3
                   COMPUTE WRK-I3M-MES = WRK-CMP-MES - 3
               ELSE
                   SUBTRACT 1 FROM WRK-I3M-ANO
                   COMPUTE WRK-I3M-MES = WRK-CMP-MES + 9
               END-IF.
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
               OPEN OUTPUT RELATORIO-AVF.
               MOVE 'AVALIACAO MENSAL DE FORNECEDORES'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               MOVE SPACES TO WRK-LINHA-AVF.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      ' - COMPETENCIA '    DELIMITED BY SIZE
                      WRK-CMP-MES          DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WRK-CMP-ANO          DELIMITED BY SIZE
                      INTO WRK-LINHA-AVF.
               WRITE LINHA-AVF FROM WRK-LINHA-AVF.
               MOVE SPACES TO LINHA-AVF.
               WRITE LINHA-AVF.
               MOVE 'FORN NOME                           ENTR  PRAZO%'
                   TO LINHA-AVF.
               MOVE ' ATRASO  ATEND%   FAT  DIVG%   NOTA  ANTER'
                   TO LINHA-AVF (50:43).
               MOVE '  TENDENCIA' TO LINHA-AVF (93:11).
               WRITE LINHA-AVF.
      ******************************
      **** ACUMULA POR FORNECEDOR OS EVENTOS DE ENTREGA E DE FATURA
      **** DA COMPETENCIA; SEM O DESFMOV NINGUEM E AVALIADO
      ******************************
           0200-APURAR-MOVIMENTO.
               OPEN INPUT MOVIMENTO-DESEMPENHO.
               IF DESFMOV-OK
                   READ MOVIMENTO-DESEMPENHO INTO WRK-DESEMPENHO-FORN
                       AT END SET FIM-MOVIMENTO TO TRUE
                   END-READ
                   PERFORM 0210-SOMAR-EVENTO UNTIL FIM-MOVIMENTO
                   CLOSE MOVIMENTO-DESEMPENHO
               END-IF.
           0210-SOMAR-EVENTO.
               ADD 1 TO WRK-TOTAL-EVENTOS.
               IF WRK-DSF-DATA (1:6) = WRK-COMPETENCIA
                   AND (DSF-ENTREGA OR DSF-FATURA)
                   ADD 1 TO WRK-TOTAL-COMPETENCIA
                   PERFORM 0220-LOCALIZAR-FORNECEDOR
                   IF NOT TABELA-ESTOURADA
                       IF DSF-ENTREGA
                           PERFORM 0230-SOMAR-ENTREGA
                       ELSE
                           PERFORM 0240-SOMAR-FATURA
                       END-IF
                   END-IF
               END-IF.
               READ MOVIMENTO-DESEMPENHO INTO WRK-DESEMPENHO-FORN
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.
           0220-LOCALIZAR-FORNECEDOR.
               IF WRK-QTD-AVF = 0
                   PERFORM 0225-CRIAR-FORNECEDOR
               ELSE
                   SET TAB-AVF-IDX TO 1
                   SEARCH TAB-AVF
                       AT END PERFORM 0225-CRIAR-FORNECEDOR
                       WHEN TAB-AVF-FORNECEDOR (TAB-AVF-IDX)
                               = WRK-DSF-FORNECEDOR
                           CONTINUE
                   END-SEARCH
               END-IF.
           0225-CRIAR-FORNECEDOR.
               IF WRK-QTD-AVF < 500
                   ADD 1 TO WRK-QTD-AVF
                   SET TAB-AVF-IDX TO WRK-QTD-AVF
                   INITIALIZE TAB-AVF (TAB-AVF-IDX)
                   MOVE WRK-DSF-FORNECEDOR
                       TO TAB-AVF-FORNECEDOR (TAB-AVF-IDX)
                   MOVE 'N' TO TAB-AVF-TEM-ANTERIOR (TAB-AVF-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** ENTREGA: PRAZO SO CONTA NA ENTREGA COM DATA PREVISTA; A
      **** QUANTIDADE CONTA SEMPRE
      ******************************
           0230-SOMAR-ENTREGA.
               ADD 1 TO TAB-AVF-ENTREGAS (TAB-AVF-IDX).
               EVALUATE TRUE
                   WHEN DSF-NO-PRAZO
                       ADD 1 TO TAB-AVF-COM-PREVISTA (TAB-AVF-IDX)
                                TAB-AVF-NO-PRAZO (TAB-AVF-IDX)
                   WHEN DSF-ATRASADA
                       ADD 1 TO TAB-AVF-COM-PREVISTA (TAB-AVF-IDX)
                                TAB-AVF-ATRASADAS (TAB-AVF-IDX)
                       ADD WRK-DSF-DIAS-ATRASO
                           TO TAB-AVF-SOMA-ATRASO (TAB-AVF-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               ADD WRK-DSF-QTDE-DEVIDA
                   TO TAB-AVF-QTDE-DEVIDA (TAB-AVF-IDX).
               ADD WRK-DSF-QTDE-ENTREGUE
                   TO TAB-AVF-QTDE-ENTREGUE (TAB-AVF-IDX).
           0240-SOMAR-FATURA.
               ADD 1 TO TAB-AVF-FATURAS (TAB-AVF-IDX).
               IF DSF-DIVERGENTE
                   ADD 1 TO TAB-AVF-DIVERGENTES (TAB-AVF-IDX)
               END-IF.
      ******************************
      **** INDICADORES E NOTA DO FORNECEDOR; COMPONENTE SEM
      **** MOVIMENTO NO MES VALE 100 NA NOTA
      ******************************
           0300-CALCULAR-NOTA.
               SET TAB-AVF-IDX TO WRK-AVF-IDX.
               IF TAB-AVF-COM-PREVISTA (TAB-AVF-IDX) > 0
                   COMPUTE TAB-AVF-PERC-PRAZO (TAB-AVF-IDX) ROUNDED =
                       TAB-AVF-NO-PRAZO (TAB-AVF-IDX) * 100
                       / TAB-AVF-COM-PREVISTA (TAB-AVF-IDX)
               ELSE
                   MOVE 100 TO TAB-AVF-PERC-PRAZO (TAB-AVF-IDX)
               END-IF.
               IF TAB-AVF-ATRASADAS (TAB-AVF-IDX) > 0
                   COMPUTE WRK-CALC-PERC ROUNDED =
                       TAB-AVF-SOMA-ATRASO (TAB-AVF-IDX)
                       / TAB-AVF-ATRASADAS (TAB-AVF-IDX)
                   IF WRK-CALC-PERC > 999,9
                       MOVE 999,9 TO WRK-CALC-PERC
                   END-IF
                   MOVE WRK-CALC-PERC
                       TO TAB-AVF-MEDIA-ATRASO (TAB-AVF-IDX)
               ELSE
                   MOVE ZEROS TO TAB-AVF-MEDIA-ATRASO (TAB-AVF-IDX)
               END-IF.
               IF TAB-AVF-QTDE-DEVIDA (TAB-AVF-IDX) > 0
                   COMPUTE WRK-CALC-PERC ROUNDED =
                       TAB-AVF-QTDE-ENTREGUE (TAB-AVF-IDX) * 100
                       / TAB-AVF-QTDE-DEVIDA (TAB-AVF-IDX)
                   IF WRK-CALC-PERC > 100
                       MOVE 100 TO WRK-CALC-PERC
                   END-IF
                   MOVE WRK-CALC-PERC
                       TO TAB-AVF-PERC-ATENDIDO (TAB-AVF-IDX)
               ELSE
                   MOVE 100 TO TAB-AVF-PERC-ATENDIDO (TAB-AVF-IDX)
               END-IF.
               IF TAB-AVF-FATURAS (TAB-AVF-IDX) > 0
                   COMPUTE TAB-AVF-PERC-DIVERG (TAB-AVF-IDX) ROUNDED =
                       TAB-AVF-DIVERGENTES (TAB-AVF-IDX) * 100
                       / TAB-AVF-FATURAS (TAB-AVF-IDX)
               ELSE
                   MOVE ZEROS TO TAB-AVF-PERC-DIVERG (TAB-AVF-IDX)
               END-IF.
               MOVE TAB-AVF-PERC-PRAZO (TAB-AVF-IDX) TO WRK-COMP-PRAZO.
               MOVE TAB-AVF-PERC-ATENDIDO (TAB-AVF-IDX)
                   TO WRK-COMP-ATENDIDO.
               COMPUTE WRK-COMP-FATURA =
                   100 - TAB-AVF-PERC-DIVERG (TAB-AVF-IDX).
               COMPUTE WRK-COMP-ATRASO =
                   100 - TAB-AVF-MEDIA-ATRASO (TAB-AVF-IDX) * 10.
               IF WRK-COMP-ATRASO < 0
                   MOVE ZEROS TO WRK-COMP-ATRASO
               END-IF.
               COMPUTE TAB-AVF-NOTA (TAB-AVF-IDX) ROUNDED =
                   WRK-COMP-PRAZO * 0,40
                   + WRK-COMP-ATENDIDO * 0,30
                   + WRK-COMP-FATURA * 0,20
                   + WRK-COMP-ATRASO * 0,10.
      ******************************
      **** COPIA O HISTORICO PARA O AVFNEW SEM AS LINHAS DA
      **** COMPETENCIA (RERUN) E ANOTA, PARA CADA FORNECEDOR
      **** AVALIADO, A NOTA DO MES ANTERIOR E AS DOS TRES MESES
      **** ANTERIORES
      ******************************
           0400-COPIAR-HISTORICO.
               OPEN OUTPUT HISTORICO-AVALIACAO-OUT.
               OPEN INPUT HISTORICO-AVALIACAO.
               IF AVFHIST-OK
                   READ HISTORICO-AVALIACAO INTO WRK-AVALIACAO-FORN
                       AT END SET FIM-HISTORICO TO TRUE
                   END-READ
                   PERFORM 0410-LER-HISTORICO UNTIL FIM-HISTORICO
                   CLOSE HISTORICO-AVALIACAO
               END-IF.
           0410-LER-HISTORICO.
               ADD 1 TO WRK-TOTAL-HIST-LIDOS.
               IF WRK-AVF-COMPETENCIA NOT = WRK-COMPETENCIA-N
                   WRITE LINHA-AVALIACAO-OUT FROM WRK-AVALIACAO-FORN
                   ADD 1 TO WRK-TOTAL-HIST-COPIA
                   IF WRK-AVF-COMPETENCIA NOT < WRK-COMP-INICIO-3M-N
                       AND WRK-AVF-COMPETENCIA < WRK-COMPETENCIA-N
                       AND WRK-QTD-AVF > 0
                       SET TAB-AVF-IDX TO 1
                       SEARCH TAB-AVF
                           AT END CONTINUE
                           WHEN TAB-AVF-FORNECEDOR (TAB-AVF-IDX)
                                   = WRK-AVF-FORNECEDOR
                               PERFORM 0420-ANOTAR-HISTORICO
                       END-SEARCH
                   END-IF
               END-IF.
               READ HISTORICO-AVALIACAO INTO WRK-AVALIACAO-FORN
                   AT END SET FIM-HISTORICO TO TRUE
               END-READ.
           0420-ANOTAR-HISTORICO.
               ADD WRK-AVF-NOTA TO TAB-AVF-SOMA-3M (TAB-AVF-IDX).
               ADD 1 TO TAB-AVF-MESES-3M (TAB-AVF-IDX).
               IF WRK-AVF-COMPETENCIA = WRK-COMP-ANTERIOR-N
                   MOVE WRK-AVF-NOTA
                       TO TAB-AVF-NOTA-ANTERIOR (TAB-AVF-IDX)
                   SET AVF-TEM-ANTERIOR (TAB-AVF-IDX) TO TRUE
               END-IF.
      ******************************
      **** TENDENCIA CONTRA O MES ANTERIOR (OU A MEDIA DOS TRES
      **** MESES), GRAVACAO NO HISTORICO E LINHA DO QUADRO
      ******************************
           0500-GRAVAR-AVALIACAO.
               SET TAB-AVF-IDX TO WRK-AVF-IDX.
               MOVE ZEROS TO WRK-MEDIA-3M.
               IF TAB-AVF-MESES-3M (TAB-AVF-IDX) > 0
                   COMPUTE WRK-MEDIA-3M ROUNDED =
                       TAB-AVF-SOMA-3M (TAB-AVF-IDX)
                       / TAB-AVF-MESES-3M (TAB-AVF-IDX)
               END-IF.
               IF AVF-TEM-ANTERIOR (TAB-AVF-IDX)
                   MOVE TAB-AVF-NOTA-ANTERIOR (TAB-AVF-IDX)
                       TO WRK-REFERENCIA
               ELSE
                   MOVE WRK-MEDIA-3M TO WRK-REFERENCIA
               END-IF.
               IF TAB-AVF-MESES-3M (TAB-AVF-IDX) = 0
                   MOVE 'NOVO' TO TAB-AVF-TENDENCIA (TAB-AVF-IDX)
               ELSE
                   COMPUTE WRK-DIFERENCA =
                       TAB-AVF-NOTA (TAB-AVF-IDX) - WRK-REFERENCIA
                   EVALUATE TRUE
                       WHEN WRK-DIFERENCA > 5
                           MOVE 'MELHOROU'
                               TO TAB-AVF-TENDENCIA (TAB-AVF-IDX)
                           ADD 1 TO WRK-TOTAL-MELHOROU
                       WHEN WRK-DIFERENCA < -5
                           MOVE 'PIOROU'
                               TO TAB-AVF-TENDENCIA (TAB-AVF-IDX)
                           ADD 1 TO WRK-TOTAL-PIOROU
                       WHEN OTHER
                           MOVE 'ESTAVEL'
                               TO TAB-AVF-TENDENCIA (TAB-AVF-IDX)
                   END-EVALUATE
               END-IF.
               MOVE SPACES TO WRK-AVALIACAO-FORN.
               MOVE TAB-AVF-FORNECEDOR (TAB-AVF-IDX)
                   TO WRK-AVF-FORNECEDOR.
               MOVE WRK-COMPETENCIA-N TO WRK-AVF-COMPETENCIA.
               MOVE TAB-AVF-ENTREGAS (TAB-AVF-IDX) TO WRK-AVF-ENTREGAS.
               MOVE TAB-AVF-PERC-PRAZO (TAB-AVF-IDX)
                   TO WRK-AVF-PERC-PRAZO.
               MOVE TAB-AVF-MEDIA-ATRASO (TAB-AVF-IDX)
                   TO WRK-AVF-MEDIA-ATRASO.
               MOVE TAB-AVF-PERC-ATENDIDO (TAB-AVF-IDX)
                   TO WRK-AVF-PERC-ATENDIDO.
               MOVE TAB-AVF-FATURAS (TAB-AVF-IDX) TO WRK-AVF-FATURAS.
               MOVE TAB-AVF-PERC-DIVERG (TAB-AVF-IDX)
                   TO WRK-AVF-PERC-DIVERG.
               MOVE TAB-AVF-NOTA (TAB-AVF-IDX) TO WRK-AVF-NOTA.
               MOVE TAB-AVF-TENDENCIA (TAB-AVF-IDX)
                   TO WRK-AVF-TENDENCIA.
               WRITE LINHA-AVALIACAO-OUT FROM WRK-AVALIACAO-FORN.
               PERFORM 0510-IMPRIMIR-LINHA.
           0510-IMPRIMIR-LINHA.
               MOVE SPACES TO WRK-NOME-FORN.
               IF WRK-QTD-NOM > 0
                   SET TAB-NOM-IDX TO 1
                   SEARCH TAB-NOM
                       AT END CONTINUE
                       WHEN TAB-NOM-CODIGO (TAB-NOM-IDX)
                               = TAB-AVF-FORNECEDOR (TAB-AVF-IDX)
                           MOVE TAB-NOM-NOME (TAB-NOM-IDX)
                               TO WRK-NOME-FORN
                   END-SEARCH
               END-IF.
               MOVE TAB-AVF-ENTREGAS (TAB-AVF-IDX) TO WRK-QTDE-ED.
               MOVE TAB-AVF-PERC-PRAZO (TAB-AVF-IDX) TO WRK-PERC-ED.
               MOVE TAB-AVF-MEDIA-ATRASO (TAB-AVF-IDX) TO WRK-MEDIA-ED.
               MOVE TAB-AVF-PERC-ATENDIDO (TAB-AVF-IDX)
                   TO WRK-PERC-2-ED.
               MOVE TAB-AVF-FATURAS (TAB-AVF-IDX) TO WRK-QTDE-2-ED.
               MOVE TAB-AVF-PERC-DIVERG (TAB-AVF-IDX) TO WRK-PERC-3-ED.
               MOVE TAB-AVF-NOTA (TAB-AVF-IDX) TO WRK-NOTA-ED.
               MOVE WRK-REFERENCIA TO WRK-REF-ED.
               MOVE SPACES TO WRK-LINHA-AVF.
               STRING TAB-AVF-FORNECEDOR (TAB-AVF-IDX)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-NOME-FORN DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-PERC-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-MEDIA-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-PERC-2-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-QTDE-2-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-PERC-3-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-NOTA-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-REF-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      TAB-AVF-TENDENCIA (TAB-AVF-IDX)
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-AVF.
               WRITE LINHA-AVF FROM WRK-LINHA-AVF.
           0800-FINALIZAR.
               MOVE SPACES TO LINHA-AVF.
               WRITE LINHA-AVF.
               MOVE WRK-QTD-AVF TO WRK-QTDE-ED.
               MOVE SPACES TO WRK-LINHA-AVF.
               STRING 'FORNECEDORES AVALIADOS ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-AVF.
               WRITE LINHA-AVF FROM WRK-LINHA-AVF.
               MOVE 'ANTER = NOTA DO MES ANTERIOR (SEM ELA, MEDIA DOS 3'
                   TO LINHA-AVF.
               MOVE ' MESES ANTERIORES)' TO LINHA-AVF (51:18).
               WRITE LINHA-AVF.
               DISPLAY '********************'.
               DISPLAY 'EVENTOS LIDOS         : ' WRK-TOTAL-EVENTOS.
               DISPLAY 'EVENTOS DA COMPETENCIA: ' WRK-TOTAL-COMPETENCIA.
               DISPLAY 'FORNECEDORES AVALIADOS: ' WRK-QTD-AVF.
               DISPLAY 'MELHORARAM            : ' WRK-TOTAL-MELHOROU.
               DISPLAY 'PIORARAM              : ' WRK-TOTAL-PIOROU.
               DISPLAY 'HISTORICO LIDO        : ' WRK-TOTAL-HIST-LIDOS.
               DISPLAY 'HISTORICO MANTIDO     : ' WRK-TOTAL-HIST-COPIA.
               CLOSE HISTORICO-AVALIACAO-OUT RELATORIO-AVF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGAVF' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-EVENTOS TO WRK-CTL-LIDOS.
               MOVE WRK-QTD-AVF TO WRK-CTL-ACEITOS.
               MOVE ZEROS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-COMPETENCIA TO WRK-CTL-HASH.
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
               MOVE 'PROGAVF' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGAVF' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-EVENTOS TO WRK-RUN-LIDOS.
               MOVE WRK-QTD-AVF TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
