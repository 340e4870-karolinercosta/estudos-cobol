           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGFAM.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: EMITIR O EXTRATO CONSOLIDADO DA FAMILIA -- UMA
      *     PAGINA POR RESPONSAVEL FINANCEIRO (CADASTRO RESPMST,
      *     MANTIDO PELO PROGADM) COM AS MENSALIDADES DE TODOS OS
      *     ALUNOS (IRMAOS) QUE ELE COBRE: AS DA COMPETENCIA INFORMADA
      *     (ACCEPT, VIA SYSIN NO BATCH, COMO O PROGANU), PAGAS OU NAO,
      *     E AS DE COMPETENCIAS ANTERIORES QUE CONTINUAM EM ABERTO.
      *     LE AS MENSALIDADES (MENSAB, COM O RESPONSAVEL GRAVADO PELO
      *     PROGCOB23) CLASSIFICADAS POR RESPONSAVEL + MATRICULA +
      *     COMPETENCIA NO PASSO DE SORT (MENSFAM), BUSCA O NOME DO
      *     ALUNO NO ALUMST E FECHA A PAGINA COM O TOTAL DA COMPETENCIA
      *     E O SALDO EM ABERTO DA FAMILIA, NO CABECALHO/PAGINACAO
      *     PADRAO DO COPYBOOK CPYCAB (MESMO DESENHO DO PROGCOB19).
      *     MENSALIDADE SEM RESPONSAVEL NAO ENTRA NO EXTRATO (E
      *     CONTADA NO FIM). COMPETENCIA INVALIDA PARA O RUN COM RC 8
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MENSALIDADES-IN ASSIGN TO MENSFAM
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT RESPONSAVEL-MASTER ASSIGN TO RESPMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-RSP-CPF
                   FILE STATUS IS WRK-RESPMST-STATUS.
               SELECT RELATORIO-FAMILIA ASSIGN TO EXTFAM
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
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  RESPONSAVEL-MASTER.
           01  REG-RESPONSAVEL-MASTER.
               02 REG-RSP-CPF       PIC X(11).
               02 REG-RSP-NOME      PIC X(40).
               02 REG-RSP-ENDERECO  PIC X(40).
               02 REG-RSP-UF        PIC X(02).
               02 REG-RSP-CEP       PIC X(08).
           FD  RELATORIO-FAMILIA.
           01  LINHA-FAMILIA PIC X(100).
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
           COPY CPYCAB.
           COPY CPYCPF.
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
           01 WRK-COMPETENCIA.
               02 WRK-CMP-ANO PIC 9(04).
               02 WRK-CMP-MES PIC 9(02).
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-RESPMST-STATUS PIC X(02) VALUE '00'.
               88 RESPMST-OK VALUE '00'.
           77 WRK-ALUMST-ABERTO PIC X(01) VALUE 'N'.
               88 ALUMST-ABERTO VALUE 'S'.
           77 WRK-RESPMST-ABERTO PIC X(01) VALUE 'N'.
               88 RESPMST-ABERTO VALUE 'S'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-MENSALIDADES VALUE 'S'.
           77 WRK-LINHA-FAMILIA PIC X(100) VALUE SPACES.
           77 WRK-RSP-ATUAL     PIC X(11) VALUE SPACES.
           77 WRK-MATRICULA-ATUAL PIC 9(06) VALUE ZEROS.
           77 WRK-RSP-NOME      PIC X(40) VALUE SPACES.
           77 WRK-RSP-ENDERECO  PIC X(40) VALUE SPACES.
           77 WRK-RSP-UF        PIC X(02) VALUE SPACES.
           77 WRK-RSP-CEP       PIC X(08) VALUE SPACES.
           77 WRK-ALU-NOME      PIC X(30) VALUE SPACES.
           77 WRK-SITUACAO-MEN  PIC X(08) VALUE SPACES.
           77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-ENCARGOS-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-SALDO-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-ALUNOS-ED     PIC ZZ9 VALUE ZEROS.
           77 WRK-ALUNOS-FAMILIA PIC 9(03) VALUE ZEROS.
           77 WRK-TOTAL-COMPET-FAM PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-SALDO-FAMILIA  PIC 9(09)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-LIDAS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FAMILIAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ALUNOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-LISTADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-RESP PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-HASH     PIC S9(11)V99 VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               DISPLAY 'COMPETENCIA DO EXTRATO (AAAAMM)'.
               ACCEPT WRK-COMPETENCIA FROM CONSOLE.
               IF WRK-COMPETENCIA IS NOT NUMERIC
                   OR WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
                   DISPLAY '*** COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                       ' - NENHUM EXTRATO FOI EMITIDO ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0100-INICIALIZAR
                   PERFORM 0200-PROCESSAR UNTIL FIM-MENSALIDADES
                   PERFORM 0300-FINALIZAR
               END-IF.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               OPEN INPUT MENSALIDADES-IN
                    OUTPUT RELATORIO-FAMILIA.
               OPEN INPUT ALUNO-MASTER.
               IF ALUMST-OK
                   SET ALUMST-ABERTO TO TRUE
               END-IF.
               OPEN INPUT RESPONSAVEL-MASTER.
               IF RESPMST-OK
                   SET RESPMST-ABERTO TO TRUE
               END-IF.
               MOVE 'EXTRATO DA FAMILIA' TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               PERFORM 0150-LER-MENSALIDADE.
      ******************************
      **** LE A PROXIMA MENSALIDADE; A QUE NAO TEM RESPONSAVEL
      **** FINANCEIRO SO E CONTADA
      ******************************
           0150-LER-MENSALIDADE.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
               IF NOT FIM-MENSALIDADES
                   ADD 1 TO WRK-TOTAL-LIDAS
                   IF WRK-MEN-RESPONSAVEL = SPACES
                       ADD 1 TO WRK-TOTAL-SEM-RESP
                   END-IF
               END-IF.
      ******************************
      **** ENTRA NO EXTRATO A MENSALIDADE DA COMPETENCIA (PAGA OU NAO)
      **** E A DE COMPETENCIA ANTERIOR AINDA EM ABERTO; A PAGINA DO
      **** RESPONSAVEL SO COMECA NA PRIMEIRA MENSALIDADE QUE ENTRA
      ******************************
           0200-PROCESSAR.
               IF WRK-MEN-RESPONSAVEL NOT = SPACES
                   AND (WRK-MEN-COMPETENCIA = WRK-COMPETENCIA
                   OR (MEN-ABERTA
                   AND WRK-MEN-COMPETENCIA < WRK-COMPETENCIA))
                   IF WRK-MEN-RESPONSAVEL NOT = WRK-RSP-ATUAL
                       IF WRK-RSP-ATUAL NOT = SPACES
                           PERFORM 0250-FECHAR-FAMILIA
                       END-IF
                       PERFORM 0110-INICIAR-FAMILIA
                   END-IF
                   IF WRK-MEN-MATRICULA NOT = WRK-MATRICULA-ATUAL
                       PERFORM 0210-INICIAR-ALUNO
                   END-IF
                   PERFORM 0220-IMPRIMIR-MENSALIDADE
               END-IF.
               PERFORM 0150-LER-MENSALIDADE.
               IF FIM-MENSALIDADES AND WRK-RSP-ATUAL NOT = SPACES
                   PERFORM 0250-FECHAR-FAMILIA
               END-IF.
      ******************************
      **** COMECA A PAGINA DE UM RESPONSAVEL NOVO: CONSULTA O
      **** CADASTRO, ZERA OS TOTAIS E IMPRIME O CABECALHO
      ******************************
           0110-INICIAR-FAMILIA.
               MOVE WRK-MEN-RESPONSAVEL TO WRK-RSP-ATUAL.
               MOVE ZEROS TO WRK-MATRICULA-ATUAL WRK-ALUNOS-FAMILIA
                   WRK-TOTAL-COMPET-FAM WRK-SALDO-FAMILIA.
               PERFORM 0120-CONSULTAR-RESPONSAVEL.
               ADD 1 TO WRK-TOTAL-FAMILIAS.
               ADD 1 TO CAB-PAGINA.
               PERFORM 0130-IMPRIMIR-CABECALHO.
      ******************************
      **** CONSULTA NOME/ENDERECO/UF/CEP DO RESPONSAVEL NO RESPMST
      ******************************
           0120-CONSULTAR-RESPONSAVEL.
               MOVE SPACES TO WRK-RESPMST-STATUS.
               IF RESPMST-ABERTO
                   MOVE WRK-RSP-ATUAL TO REG-RSP-CPF
                   READ RESPONSAVEL-MASTER
                       INVALID KEY CONTINUE
                   END-READ
               END-IF.
               IF RESPMST-OK
                   MOVE REG-RSP-NOME     TO WRK-RSP-NOME
                   MOVE REG-RSP-ENDERECO TO WRK-RSP-ENDERECO
                   MOVE REG-RSP-UF       TO WRK-RSP-UF
                   MOVE REG-RSP-CEP      TO WRK-RSP-CEP
               ELSE
                   MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-RSP-NOME
                   MOVE SPACES TO WRK-RSP-ENDERECO WRK-RSP-UF
                       WRK-RSP-CEP
               END-IF.
           0130-IMPRIMIR-CABECALHO.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               MOVE SPACES TO WRK-LINHA-FAMILIA.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-FAMILIA.
               WRITE LINHA-FAMILIA FROM WRK-LINHA-FAMILIA.
               MOVE SPACES TO WRK-LINHA-FAMILIA.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '     COMPETENCIA ' DELIMITED BY SIZE
                      WRK-COMPETENCIA      DELIMITED BY SIZE
                      '     PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED        DELIMITED BY SIZE
                      INTO WRK-LINHA-FAMILIA.
               WRITE LINHA-FAMILIA FROM WRK-LINHA-FAMILIA.
               MOVE WRK-RSP-ATUAL TO WRK-CPF-ED.
               MOVE SPACES TO WRK-LINHA-FAMILIA.
               STRING 'RESPONSAVEL ' DELIMITED BY SIZE
                      WRK-CPF-ED     DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      WRK-RSP-NOME   DELIMITED BY SIZE
                      INTO WRK-LINHA-FAMILIA.
               WRITE LINHA-FAMILIA FROM WRK-LINHA-FAMILIA.
               MOVE SPACES TO WRK-LINHA-FAMILIA.
               STRING 'ENDERECO ' DELIMITED BY SIZE
                      WRK-RSP-ENDERECO DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-RSP-UF DELIMITED BY SIZE
                      '  CEP ' DELIMITED BY SIZE
                      WRK-RSP-CEP DELIMITED BY SIZE
                      INTO WRK-LINHA-FAMILIA.
               WRITE LINHA-FAMILIA FROM WRK-LINHA-FAMILIA.
               MOVE '    COMPETENCIA  SITUACAO           VALOR'
                   TO LINHA-FAMILIA.
               MOVE '        ENCARGOS' TO LINHA-FAMILIA (42:16).
               WRITE LINHA-FAMILIA.
      ******************************
      **** LINHA DO ALUNO (IRMAO) DENTRO DA PAGINA DO RESPONSAVEL,
      **** COM O NOME DO CADASTRO DE ALUNOS
      ******************************
           0210-INICIAR-ALUNO.
               MOVE WRK-MEN-MATRICULA TO WRK-MATRICULA-ATUAL.
               ADD 1 TO WRK-ALUNOS-FAMILIA.
               ADD 1 TO WRK-TOTAL-ALUNOS.
               MOVE SPACES TO WRK-ALUMST-STATUS.
               IF ALUMST-ABERTO
                   MOVE WRK-MEN-MATRICULA TO REG-ALU-MATRICULA
                   READ ALUNO-MASTER
                       INVALID KEY CONTINUE
                   END-READ
               END-IF.
               IF ALUMST-OK
                   MOVE REG-ALU-NOME TO WRK-ALU-NOME
               ELSE
                   MOVE 'ALUNO NAO CADASTRADO' TO WRK-ALU-NOME
               END-IF.
               MOVE SPACES TO WRK-LINHA-FAMILIA.
               STRING 'ALUNO ' DELIMITED BY SIZE
                      WRK-MEN-MATRICULA DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-ALU-NOME DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-MEN-CURSO DELIMITED BY SIZE
                      INTO WRK-LINHA-FAMILIA.
               WRITE LINHA-FAMILIA FROM WRK-LINHA-FAMILIA.
           0220-IMPRIMIR-MENSALIDADE.
               ADD 1 TO WRK-TOTAL-LISTADAS.
               ADD WRK-MEN-VALOR TO WRK-TOTAL-HASH.
               IF WRK-MEN-COMPETENCIA = WRK-COMPETENCIA
                   ADD WRK-MEN-VALOR TO WRK-TOTAL-COMPET-FAM
               END-IF.
               IF MEN-PAGA
                   MOVE 'PAGA' TO WRK-SITUACAO-MEN
               ELSE
                   MOVE 'ABERTA' TO WRK-SITUACAO-MEN
                   ADD WRK-MEN-VALOR WRK-MEN-ENCARGOS
                       TO WRK-SALDO-FAMILIA
               END-IF.
               MOVE WRK-MEN-VALOR TO WRK-VALOR-ED.
               MOVE WRK-MEN-ENCARGOS TO WRK-ENCARGOS-ED.
               MOVE SPACES TO WRK-LINHA-FAMILIA.
               STRING '    '              DELIMITED BY SIZE
                      WRK-MEN-COMPETENCIA DELIMITED BY SIZE
                      '       '           DELIMITED BY SIZE
                      WRK-SITUACAO-MEN    DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WRK-VALOR-ED        DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WRK-ENCARGOS-ED     DELIMITED BY SIZE
                      INTO WRK-LINHA-FAMILIA.
               WRITE LINHA-FAMILIA FROM WRK-LINHA-FAMILIA.
      ******************************
      **** FECHA A PAGINA DO RESPONSAVEL COM O TOTAL DA COMPETENCIA
      **** DE TODOS OS IRMAOS E O SALDO EM ABERTO DA FAMILIA
      ******************************
           0250-FECHAR-FAMILIA.
               MOVE WRK-ALUNOS-FAMILIA TO WRK-ALUNOS-ED.
               MOVE WRK-TOTAL-COMPET-FAM TO WRK-VALOR-ED.
               MOVE WRK-SALDO-FAMILIA TO WRK-SALDO-ED.
               MOVE SPACES TO WRK-LINHA-FAMILIA.
               STRING 'ALUNOS: ' DELIMITED BY SIZE
                      WRK-ALUNOS-ED DELIMITED BY SIZE
                      '   TOTAL DA COMPETENCIA: ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-FAMILIA.
               WRITE LINHA-FAMILIA FROM WRK-LINHA-FAMILIA.
               MOVE SPACES TO WRK-LINHA-FAMILIA.
               STRING 'SALDO EM ABERTO DA FAMILIA: ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-FAMILIA.
               WRITE LINHA-FAMILIA FROM WRK-LINHA-FAMILIA.
               MOVE SPACES TO LINHA-FAMILIA.
               WRITE LINHA-FAMILIA.
               MOVE SPACES TO WRK-RSP-ATUAL.
           0300-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'MENSALIDADES LIDAS : ' WRK-TOTAL-LIDAS.
               DISPLAY 'FAMILIAS NO EXTRATO: ' WRK-TOTAL-FAMILIAS.
               DISPLAY 'ALUNOS NO EXTRATO  : ' WRK-TOTAL-ALUNOS.
               DISPLAY 'MENSALIDADES LISTAD: ' WRK-TOTAL-LISTADAS.
               DISPLAY 'SEM RESPONSAVEL    : ' WRK-TOTAL-SEM-RESP.
               IF ALUMST-ABERTO
                   CLOSE ALUNO-MASTER
               END-IF.
               IF RESPMST-ABERTO
                   CLOSE RESPONSAVEL-MASTER
               END-IF.
               CLOSE MENSALIDADES-IN RELATORIO-FAMILIA.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGFAM' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDAS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-LISTADAS TO WRK-CTL-ACEITOS.
               MOVE ZEROS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-HASH TO WRK-CTL-HASH.
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
               MOVE 'PROGFAM' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGFAM' TO WRK-RUN-PROGRAMA.
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
               PERFORM 0985-GRAVAR-ESTADO-RUN.
