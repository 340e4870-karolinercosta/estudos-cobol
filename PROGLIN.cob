           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGLIN.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: CATALOGO DE LINHAGEM DOS DADOS DO STREAM -- LE A
      *     JCL DO PCOBNITE E DO PCOBMENS COMO ELA ESTA NA BIBLIOTECA
      *     (JCLIN, OS DOIS MEMBROS CONCATENADOS, NA ORDEM EM QUE
      *     RODAM) E GRAVA NO LINCAT UMA ENTRADA POR DD DE CADA PASSO:
      *     JOB, ORDEM E NOME DO PASSO, PROGRAMA, DD, USO (E = SO
      *     LEITURA, A = ATUALIZADO NO LUGAR, M = ACRESCIDO, S =
      *     CRIADO), TIPO (DADOS, RELATORIO IMPRESSO OU CONTROLE DA
      *     SUITE) E O DSN SEM A GERACAO. NOS PASSOS DO PROGCOB45 A
      *     IDENTIFICACAO DO RELATORIO ANEXADO AO ACERVO (SYSIN DO
      *     PASSO) VAI JUNTO. DD DUMMY E DADOS NO PROPRIO JCL NAO
      *     ENTRAM. RODA NO INICIO DO PCOBNITE, ENTAO O CATALOGO
      *     ACOMPANHA SOZINHO QUALQUER MUDANCA NA JCL; O LINRPT LISTA
      *     AS ENTRADAS E SAIDAS DE CADA PASSO PARA CONSULTA. O
      *     IMPACTO DE UM ARQUIVO EM FALTA E CALCULADO PELO PROGIMP
      *     SOBRE ESTE CATALOGO
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JCL-STREAM ASSIGN TO JCLIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-JCLIN-STATUS.
               SELECT CATALOGO-LINHAGEM ASSIGN TO LINCAT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-LINHAGEM ASSIGN TO LINRPT
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
           FD  JCL-STREAM.
           01  LINHA-JCL PIC X(80).
           FD  CATALOGO-LINHAGEM.
           01  LINHA-CATALOGO PIC X(102).
           FD  RELATORIO-LINHAGEM.
           01  LINHA-LINHAGEM PIC X(100).
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
           77 WRK-JCLIN-STATUS PIC X(02) VALUE '00'.
               88 JCLIN-OK VALUE '00'.
           77 WRK-FIM-JCL PIC X(01) VALUE 'N'.
               88 FIM-JCL VALUE 'S'.
           77 WRK-JCLIN-ABERTO PIC X(01) VALUE 'N'.
               88 JCLIN-ABERTO VALUE 'S'.
           77 WRK-LINHA-JCL PIC X(80) VALUE SPACES.
      ******************************
      **** CAMPOS DO CARTAO JCL DA VEZ (NOME, OPERACAO, OPERANDO)
      ******************************
           77 WRK-TOK-NOME PIC X(10) VALUE SPACES.
           77 WRK-TOK-OPER PIC X(72) VALUE SPACES.
           77 WRK-TOK-PARM PIC X(72) VALUE SPACES.
           77 WRK-JOB-ATUAL PIC X(08) VALUE SPACES.
           77 WRK-PASSO-ATUAL PIC X(08) VALUE SPACES.
           77 WRK-PROGRAMA-ATUAL PIC X(11) VALUE SPACES.
           77 WRK-ORDEM-ATUAL PIC 9(04) VALUE ZEROS.
      ******************************
      **** DD EM MONTAGEM: OPERANDOS DO CARTAO E DAS CONTINUACOES;
      **** O NOME FICA PARA AS CONCATENACOES (DD SEM NOME)
      ******************************
           77 WRK-DD-ATUAL PIC X(09) VALUE SPACES.
               88 DD-CONTROLE VALUE 'STEPLIB' 'RUNSTAT' 'SUITELCK'
                   'LCKPASS' 'CTLSUITE' 'CTLDATA' 'CTLARQ' 'RUNARQ'
                   'SYSIN' 'SYSOUT' 'SYSPRINT' 'PARMSUITE' 'GATEDATE'
                   'CALPROC' 'AUDSUITE' 'AUDLOG' 'AUDELO' 'REPROC'
                   'OUTBOX' 'RPTARQ' 'QUARENT'.
           77 WRK-DD-PENDENTE PIC X(01) VALUE 'N'.
               88 DD-PENDENTE VALUE 'S'.
           77 WRK-OPERANDOS PIC X(200) VALUE SPACES.
           77 WRK-PONTEIRO PIC 9(03) VALUE 1.
           77 WRK-ANTES PIC X(200) VALUE SPACES.
           77 WRK-RESTO PIC X(200) VALUE SPACES.
           77 WRK-DSN PIC X(44) VALUE SPACES.
           77 WRK-DISP PIC X(03) VALUE SPACES.
           77 WRK-CONTA-SYSOUT PIC 9(03) VALUE ZEROS.
           77 WRK-CAPTURA PIC X(01) VALUE 'N'.
               88 CAPTURAR-RELATORIO VALUE 'S'.
           77 WRK-RELATORIO-PASSO PIC X(08) VALUE SPACES.
      ******************************
      **** ENTRADAS DO PASSO DA VEZ, GRAVADAS NO FIM DO PASSO (O
      **** RELATORIO DO ACERVO SO APARECE NO SYSIN, O ULTIMO DD)
      ******************************
           77 WRK-QTD-DDP PIC 9(03) VALUE ZEROS.
           01 TAB-DDS-PASSO.
               02 TAB-DDP OCCURS 99 TIMES.
                   03 TAB-DDP-DDNAME PIC X(09).
                   03 TAB-DDP-USO    PIC X(01).
                   03 TAB-DDP-TIPO   PIC X(01).
                   03 TAB-DDP-DSN    PIC X(44).
           77 WRK-DDP-SUB PIC 9(03) VALUE ZEROS.
           77 WRK-LINHA-LIN PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-LINHAS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-JOBS      PIC 9(03) VALUE ZEROS.
           77 WRK-TOTAL-PASSOS    PIC 9(05) VALUE ZEROS.
           77 WRK-TOTAL-ENTRADAS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PERDIDAS  PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-TRATAR-CARTAO UNTIL FIM-JCL.
               PERFORM 0300-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               OPEN OUTPUT CATALOGO-LINHAGEM
                           RELATORIO-LINHAGEM.
               MOVE 'CATALOGO DE LINHAGEM DOS DADOS - PCOBNITE/PCOBMENS'
                   TO LINHA-LINHAGEM.
               WRITE LINHA-LINHAGEM.
               OPEN INPUT JCL-STREAM.
               IF JCLIN-OK
                   SET JCLIN-ABERTO TO TRUE
                   PERFORM 0190-LER-JCL
               ELSE
                   SET FIM-JCL TO TRUE
                   DISPLAY 'JCLIN NAO ABRIU - STATUS ' WRK-JCLIN-STATUS
                       ' - CATALOGO NAO MONTADO'
                   MOVE 8 TO RETURN-CODE
               END-IF.
           0190-LER-JCL.
               READ JCL-STREAM INTO WRK-LINHA-JCL
                   AT END SET FIM-JCL TO TRUE
               END-READ.
               IF NOT FIM-JCL
                   ADD 1 TO WRK-TOTAL-LINHAS
               END-IF.
      ******************************
      **** UM CARTAO DA JCL: COMENTARIO E IGNORADO, DADO NO PROPRIO
      **** JCL SO INTERESSA NO SYSIN DO PROGCOB45 (RELATORIO DO
      **** ACERVO); O RESTO E JOB, EXEC, DD OU CONTINUACAO DE DD
      ******************************
           0200-TRATAR-CARTAO.
               EVALUATE TRUE
                   WHEN WRK-LINHA-JCL (1:3) = '//*'
                       CONTINUE
                   WHEN WRK-LINHA-JCL (1:2) = '//'
                       PERFORM 0210-TRATAR-COMANDO
                   WHEN WRK-LINHA-JCL (1:2) = '/*'
                       MOVE 'N' TO WRK-CAPTURA
                   WHEN CAPTURAR-RELATORIO
                       MOVE WRK-LINHA-JCL (1:8) TO WRK-RELATORIO-PASSO
                       MOVE 'N' TO WRK-CAPTURA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               PERFORM 0190-LER-JCL.
           0210-TRATAR-COMANDO.
               MOVE SPACES TO WRK-TOK-NOME WRK-TOK-OPER WRK-TOK-PARM.
               UNSTRING WRK-LINHA-JCL (3:78) DELIMITED BY ALL SPACE
                   INTO WRK-TOK-NOME WRK-TOK-OPER WRK-TOK-PARM.
               EVALUATE TRUE
                   WHEN WRK-TOK-OPER = 'JOB'
                       PERFORM 0250-FECHAR-DD
                       PERFORM 0270-FECHAR-PASSO
                       MOVE WRK-TOK-NOME TO WRK-JOB-ATUAL
                       MOVE ZEROS TO WRK-ORDEM-ATUAL
                       ADD 1 TO WRK-TOTAL-JOBS
                   WHEN WRK-TOK-OPER = 'EXEC'
                       PERFORM 0250-FECHAR-DD
                       PERFORM 0270-FECHAR-PASSO
                       PERFORM 0220-ABRIR-PASSO
                   WHEN WRK-TOK-OPER = 'DD'
                       PERFORM 0250-FECHAR-DD
                       PERFORM 0230-ABRIR-DD
                   WHEN WRK-TOK-NOME = SPACES
                       AND WRK-TOK-OPER NOT = SPACES
                       AND DD-PENDENTE
                       STRING WRK-TOK-OPER DELIMITED BY SPACE
                           INTO WRK-OPERANDOS
                           WITH POINTER WRK-PONTEIRO
                   WHEN OTHER
                       PERFORM 0250-FECHAR-DD
               END-EVALUATE.
           0220-ABRIR-PASSO.
               ADD 1 TO WRK-ORDEM-ATUAL.
               ADD 1 TO WRK-TOTAL-PASSOS.
               MOVE WRK-TOK-NOME TO WRK-PASSO-ATUAL.
               MOVE SPACES TO WRK-PROGRAMA-ATUAL WRK-RELATORIO-PASSO.
               MOVE ZEROS TO WRK-QTD-DDP.
               MOVE SPACES TO WRK-DD-ATUAL.
               IF WRK-TOK-PARM (1:4) = 'PGM='
                   UNSTRING WRK-TOK-PARM (5:) DELIMITED BY ',' OR SPACE
                       INTO WRK-PROGRAMA-ATUAL
               END-IF.
      ******************************
      **** DD SEM NOME E CONCATENACAO DO ANTERIOR; SYSIN COM DADOS
      **** NO PROGCOB45 TRAZ NA LINHA SEGUINTE O RELATORIO ANEXADO
      ******************************
           0230-ABRIR-DD.
               IF WRK-TOK-NOME NOT = SPACES
                   MOVE WRK-TOK-NOME TO WRK-DD-ATUAL
               END-IF.
               MOVE SPACES TO WRK-OPERANDOS.
               MOVE 1 TO WRK-PONTEIRO.
               STRING WRK-TOK-PARM DELIMITED BY SPACE
                   INTO WRK-OPERANDOS
                   WITH POINTER WRK-PONTEIRO.
               SET DD-PENDENTE TO TRUE.
               IF WRK-PROGRAMA-ATUAL = 'PROGCOB45'
                   AND WRK-DD-ATUAL = 'SYSIN'
                   AND WRK-TOK-PARM (1:1) = '*'
                   SET CAPTURAR-RELATORIO TO TRUE
               END-IF.
      ******************************
      **** FECHA O DD EM MONTAGEM: SYSOUT VIRA RELATORIO IMPRESSO;
      **** COM DSN, O DISP DA O USO (SHR/OLD/MOD/NEW); DUMMY E DADOS
      **** NO PROPRIO JCL NAO ENTRAM NO CATALOGO
      ******************************
           0250-FECHAR-DD.
               IF DD-PENDENTE
                   MOVE 'N' TO WRK-DD-PENDENTE
                   MOVE SPACES TO WRK-DSN WRK-DISP
                   MOVE ZEROS TO WRK-CONTA-SYSOUT
                   INSPECT WRK-OPERANDOS TALLYING WRK-CONTA-SYSOUT
                       FOR ALL 'SYSOUT='
                   IF WRK-CONTA-SYSOUT > 0
                       MOVE '(SYSOUT)' TO WRK-DSN
                       MOVE 'NEW' TO WRK-DISP
                   ELSE
                       PERFORM 0255-EXTRAIR-DSN
                   END-IF
                   IF WRK-DSN NOT = SPACES
                       PERFORM 0260-ANOTAR-DD
                   END-IF
               END-IF.
           0255-EXTRAIR-DSN.
               MOVE SPACES TO WRK-ANTES WRK-RESTO.
               UNSTRING WRK-OPERANDOS DELIMITED BY 'DSN='
                   INTO WRK-ANTES WRK-RESTO.
               IF WRK-RESTO NOT = SPACES
                   UNSTRING WRK-RESTO DELIMITED BY ',' OR '(' OR SPACE
                       INTO WRK-DSN
                   MOVE SPACES TO WRK-ANTES WRK-RESTO
                   UNSTRING WRK-OPERANDOS DELIMITED BY 'DISP='
                       INTO WRK-ANTES WRK-RESTO
                   IF WRK-RESTO (1:1) = '('
                       MOVE WRK-RESTO (2:) TO WRK-RESTO
                   END-IF
                   UNSTRING WRK-RESTO DELIMITED BY ',' OR ')' OR SPACE
                       INTO WRK-DISP
               END-IF.
           0260-ANOTAR-DD.
               IF WRK-QTD-DDP < 99
                   ADD 1 TO WRK-QTD-DDP
                   MOVE WRK-DD-ATUAL TO TAB-DDP-DDNAME (WRK-QTD-DDP)
                   MOVE WRK-DSN TO TAB-DDP-DSN (WRK-QTD-DDP)
                   EVALUATE WRK-DISP
                       WHEN 'OLD'
                           MOVE 'A' TO TAB-DDP-USO (WRK-QTD-DDP)
                       WHEN 'MOD'
                           MOVE 'M' TO TAB-DDP-USO (WRK-QTD-DDP)
                       WHEN 'NEW'
                           MOVE 'S' TO TAB-DDP-USO (WRK-QTD-DDP)
                       WHEN OTHER
                           MOVE 'E' TO TAB-DDP-USO (WRK-QTD-DDP)
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN DD-CONTROLE
                           MOVE 'C' TO TAB-DDP-TIPO (WRK-QTD-DDP)
                       WHEN WRK-DSN = '(SYSOUT)'
                           MOVE 'R' TO TAB-DDP-TIPO (WRK-QTD-DDP)
                       WHEN OTHER
                           MOVE 'D' TO TAB-DDP-TIPO (WRK-QTD-DDP)
                   END-EVALUATE
               ELSE
                   ADD 1 TO WRK-TOTAL-PERDIDAS
                   DISPLAY 'PASSO ' WRK-PASSO-ATUAL ' COM MAIS DE 99 '
                       'DD - ' WRK-DD-ATUAL ' FORA DO CATALOGO'
               END-IF.
      ******************************
      **** FIM DO PASSO: GRAVA AS ENTRADAS NO CATALOGO E LISTA O
      **** PASSO (OS DD DE CONTROLE SO VAO PARA O CATALOGO)
      ******************************
           0270-FECHAR-PASSO.
               IF WRK-PASSO-ATUAL NOT = SPACES
                   MOVE SPACES TO WRK-LINHA-LIN
                   WRITE LINHA-LINHAGEM FROM WRK-LINHA-LIN
                   STRING WRK-JOB-ATUAL DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-ORDEM-ATUAL DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-PASSO-ATUAL DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-PROGRAMA-ATUAL DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-RELATORIO-PASSO DELIMITED BY SIZE
                          INTO WRK-LINHA-LIN
                   WRITE LINHA-LINHAGEM FROM WRK-LINHA-LIN
                   PERFORM 0280-GRAVAR-ENTRADA
                       VARYING WRK-DDP-SUB FROM 1 BY 1
                       UNTIL WRK-DDP-SUB > WRK-QTD-DDP
                   MOVE SPACES TO WRK-PASSO-ATUAL
               END-IF.
               MOVE ZEROS TO WRK-QTD-DDP.
           0280-GRAVAR-ENTRADA.
               MOVE WRK-JOB-ATUAL TO WRK-LIN-JOB.
               MOVE WRK-ORDEM-ATUAL TO WRK-LIN-ORDEM.
               MOVE WRK-PASSO-ATUAL TO WRK-LIN-PASSO.
               MOVE WRK-PROGRAMA-ATUAL TO WRK-LIN-PROGRAMA.
               MOVE TAB-DDP-DDNAME (WRK-DDP-SUB) TO WRK-LIN-DDNAME.
               MOVE TAB-DDP-USO (WRK-DDP-SUB) TO WRK-LIN-USO.
               MOVE TAB-DDP-TIPO (WRK-DDP-SUB) TO WRK-LIN-TIPO.
               MOVE TAB-DDP-DSN (WRK-DDP-SUB) TO WRK-LIN-DSN.
               MOVE WRK-RELATORIO-PASSO TO WRK-LIN-RELATORIO.
               WRITE LINHA-CATALOGO FROM WRK-CATALOGO-LIN.
               ADD 1 TO WRK-TOTAL-ENTRADAS.
               IF NOT LIN-CONTROLE
                   MOVE SPACES TO WRK-LINHA-LIN
                   STRING '      ' DELIMITED BY SIZE
                          WRK-LIN-USO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-LIN-DDNAME DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-LIN-DSN DELIMITED BY SIZE
                          INTO WRK-LINHA-LIN
                   WRITE LINHA-LINHAGEM FROM WRK-LINHA-LIN
               END-IF.
           0300-FINALIZAR.
               PERFORM 0250-FECHAR-DD.
               PERFORM 0270-FECHAR-PASSO.
               IF JCLIN-ABERTO
                   CLOSE JCL-STREAM
               END-IF.
               IF WRK-TOTAL-PERDIDAS > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               MOVE SPACES TO WRK-LINHA-LIN.
               WRITE LINHA-LINHAGEM FROM WRK-LINHA-LIN.
               STRING 'JOBS ' DELIMITED BY SIZE
                      WRK-TOTAL-JOBS DELIMITED BY SIZE
                      '  PASSOS ' DELIMITED BY SIZE
                      WRK-TOTAL-PASSOS DELIMITED BY SIZE
                      '  ENTRADAS NO CATALOGO ' DELIMITED BY SIZE
                      WRK-TOTAL-ENTRADAS DELIMITED BY SIZE
                      INTO WRK-LINHA-LIN.
               WRITE LINHA-LINHAGEM FROM WRK-LINHA-LIN.
               CLOSE CATALOGO-LINHAGEM
                     RELATORIO-LINHAGEM.
               DISPLAY '********************'.
               DISPLAY 'CARTOES JCL LIDOS  : ' WRK-TOTAL-LINHAS.
               DISPLAY 'JOBS               : ' WRK-TOTAL-JOBS.
               DISPLAY 'PASSOS             : ' WRK-TOTAL-PASSOS.
               DISPLAY 'ENTRADAS CATALOGO  : ' WRK-TOTAL-ENTRADAS.
               DISPLAY 'DD FORA DO CATALOGO: ' WRK-TOTAL-PERDIDAS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGLIN' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LINHAS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-ENTRADAS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-PERDIDAS TO WRK-CTL-REJEITADOS.
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
               MOVE 'PROGLIN' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGLIN' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-LINHAS TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-ENTRADAS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
