           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGPRMB.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: VIGENCIA NOTURNA DOS PARAMETROS DA SUITE (PASSO
      *     PARMVIG DO PCOBNITE, LOGO DEPOIS DO PORTEIRO E ANTES DE
      *     QUALQUER PASSO LER O PARMSUITE). APLICA NO PARMSUITE AS
      *     ALTERACOES AGENDADAS PELA MANUTENCAO (PROGPRM) NO
      *     HISTORICO PARMHIST COM VIGENCIA ATE A DATA DO RUN (A DE
      *     RUN PERDIDO ENTRA NO RUN SEGUINTE), NA ORDEM DE NOME E
      *     VIGENCIA: O VALOR SUBSTITUIDO FICA GUARDADO NO HISTORICO
      *     E A ALTERACAO PASSA A EM VIGOR COM A DATA DO RUN. VALOR
      *     ILEGIVEL OU FORA DA FAIXA DO CATALOGO (CPYPRMC) OU
      *     PARAMETRO QUE SAIU DO CATALOGO E RECUSADO (RC 4). O
      *     PARMSUITE SO E REGRAVADO UMA VEZ, COM TODAS AS ALTERACOES,
      *     E O HISTORICO SO E MARCADO DEPOIS DISSO; PARMSUITE QUE NAO
      *     REGRAVA DEIXA TUDO AGENDADO PARA O PROXIMO RUN (RC 8).
      *     EM SEGUIDA CONFERE TODOS OS PARAMETROS EM VIGOR CONTRA A
      *     FAIXA (RC 4 SE ALGUM ESTIVER FORA), LISTA OS VALORES NO
      *     PRMRPT E ACRESCENTA NO PARMNOIT A IMAGEM DO PARMSUITE
      *     USADA PELO RUN DA NOITE. APLICACOES E RECUSAS VAO PARA A
      *     TRILHA AUDSUITE
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETROS-SUITE ASSIGN TO PARMSUITE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARM-STATUS.
               SELECT HISTORICO-PARM ASSIGN TO PARMHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-PHS-CHAVE
                   FILE STATUS IS WRK-PARMHIST-STATUS.
               SELECT NOITES-PARM ASSIGN TO PARMNOIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PARMNOIT-STATUS.
               SELECT RELATORIO-PRM ASSIGN TO PRMRPT
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
               SELECT SENHA-TRAVA ASSIGN TO LCKPASS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PASS-STATUS.
               SELECT ESTADO-RUN ASSIGN TO RUNSTAT
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
      ******************************
      **** REGISTRO DO PARMSUITE INTEIRO (LAYOUT DO CPYPARM), LIDO E
      **** REGRAVADO COMO IMAGEM; CADA CAMPO E TRATADO PELO CATALOGO
      ******************************
           FD  PARAMETROS-SUITE.
           01  REG-PARMSUITE PIC X(132).
           FD  HISTORICO-PARM.
           01  REG-HIST-PARM.
               02 REG-PHS-CHAVE PIC X(26).
               02 FILLER        PIC X(94).
           FD  NOITES-PARM.
           01  REG-NOITE-PARM PIC X(152).
           FD  RELATORIO-PRM.
           01  LINHA-PRM PIC X(132).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYCAB.
           COPY CPYPARM.
           COPY CPYVALID.
           COPY CPYPRMC.
           77 WRK-PARM-STATUS PIC X(02) VALUE '00'.
               88 PARM-OK VALUE '00'.
           77 WRK-PARMHIST-STATUS PIC X(02) VALUE '00'.
               88 PARMHIST-OK      VALUE '00'.
               88 PARMHIST-AUSENTE VALUE '35'.
           77 WRK-PARMNOIT-STATUS PIC X(02) VALUE '00'.
               88 PARMNOIT-OK      VALUE '00'.
               88 PARMNOIT-AUSENTE VALUE '35'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-LINHA-PRM PIC X(132) VALUE SPACES.
      ******************************
      **** A PRIMEIRA PASSADA NO HISTORICO SO MONTA A IMAGEM NOVA;
      **** COM O PARMSUITE REGRAVADO, A SEGUNDA REFAZ A MESMA
      **** APLICACAO SOBRE A IMAGEM ORIGINAL E MARCA O HISTORICO
      ******************************
           77 WRK-PRB-FASE PIC X(01) VALUE 'S'.
               88 FASE-SIMULACAO VALUE 'S'.
               88 FASE-GRAVACAO  VALUE 'G'.
           77 WRK-PRB-ORIGINAL PIC X(132) VALUE SPACES.
           77 WRK-PRB-PARMSUITE PIC X(01) VALUE 'S'.
               88 PARMSUITE-PRESENTE VALUE 'S'.
               88 PARMSUITE-AUSENTE  VALUE 'N'.
      ******************************
      **** IMAGEM DO PARMSUITE E O PARAMETRO EM TRATAMENTO (MESMA
      **** LEITURA PELO CATALOGO FEITA NA MANUTENCAO PROGPRM)
      ******************************
           77 WRK-PRM-IMAGEM PIC X(132) VALUE SPACES.
           77 WRK-PRM-ACHADO PIC X(01) VALUE 'N'.
               88 PARAMETRO-ACHADO VALUE 'S'.
           77 WRK-PRM-CAMPO      PIC X(10) VALUE SPACES.
           77 WRK-PRM-CAMPO-SITUACAO PIC X(01) VALUE 'V'.
               88 CAMPO-VALIDO     VALUE 'V'.
               88 CAMPO-ILEGIVEL   VALUE 'I'.
               88 CAMPO-FORA-FAIXA VALUE 'F'.
           77 WRK-PRM-INICIO   PIC 9(02) VALUE ZEROS.
           77 WRK-PRM-QTD-INT  PIC 9(02) VALUE ZEROS.
           77 WRK-PRM-SINAL    PIC X(01) VALUE '+'.
           01 WRK-PRM-NUMERO-X.
               02 WRK-PRM-NUM-INT PIC 9(07) VALUE ZEROS.
               02 WRK-PRM-NUM-DEC PIC 9(02) VALUE ZEROS.
           01 WRK-PRM-NUMERO REDEFINES WRK-PRM-NUMERO-X PIC 9(07)V99.
           77 WRK-PRM-VALOR   PIC S9(07)V99 VALUE ZEROS.
           77 WRK-PRM-VALOR-ED  PIC X(14) VALUE SPACES.
           77 WRK-PRM-INTEIRO-ED PIC -Z.ZZZ.ZZ9.
           77 WRK-PRM-DECIMAL-ED PIC -Z.ZZZ.ZZ9,99.
           77 WRK-PRM-MINIMO-ED  PIC X(14) VALUE SPACES.
           77 WRK-PRM-MAXIMO-ED  PIC X(14) VALUE SPACES.
           77 WRK-PRM-AVISO      PIC X(18) VALUE SPACES.
           77 WRK-PRM-MOTIVO-RECUSA PIC X(24) VALUE SPACES.
           77 WRK-TOTAL-LIDOS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-APLICADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RECUSADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-FORA      PIC 9(06) VALUE ZEROS.
           77 WRK-QTD-ED PIC Z.ZZZ.ZZ9.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE < 8
                   SET FASE-SIMULACAO TO TRUE
                   PERFORM 0200-PASSAR-HISTORICO
                   IF WRK-TOTAL-APLICADAS > ZEROS
                       PERFORM 0250-REGRAVAR-PARMSUITE
                   END-IF
                   IF RETURN-CODE < 8
                       AND WRK-TOTAL-APLICADAS + WRK-TOTAL-RECUSADAS
                           > ZEROS
                       MOVE WRK-PRB-ORIGINAL TO WRK-PRM-IMAGEM
                       SET FASE-GRAVACAO TO TRUE
                       PERFORM 0200-PASSAR-HISTORICO
                   END-IF
                   CLOSE HISTORICO-PARM
                   PERFORM 0300-CONFERIR-IMAGEM
                   PERFORM 0500-GRAVAR-NOITE
               END-IF.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CABECALHO, IMAGEM ATUAL DO PARMSUITE (SEM O ARQUIVO, OS
      **** DEFAULTS DO CPYPARM, RC 4) E ABERTURA DO HISTORICO; SEM
      **** O HISTORICO NADA E APLICADO (RC 8)
      ******************************
           0100-INICIALIZAR.
               OPEN OUTPUT RELATORIO-PRM.
               MOVE 'VIGENCIA NOTURNA DOS PARAMETROS DA SUITE'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               MOVE CAB-DATA-EXECUCAO TO WRK-DATA-HOJE.
               MOVE 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-PRM.
               PERFORM 0290-IMPRIMIR.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '  PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-PRM.
               PERFORM 0290-IMPRIMIR.
               PERFORM 0290-IMPRIMIR.
               MOVE WRK-PARAMETROS TO WRK-PRM-IMAGEM.
               SET PARMSUITE-AUSENTE TO TRUE.
               OPEN INPUT PARAMETROS-SUITE.
               IF PARM-OK
                   READ PARAMETROS-SUITE
                       AT END CONTINUE
                       NOT AT END
                           MOVE REG-PARMSUITE TO WRK-PRM-IMAGEM
                           SET PARMSUITE-PRESENTE TO TRUE
                   END-READ
                   CLOSE PARAMETROS-SUITE
               END-IF.
               IF PARMSUITE-AUSENTE
                   MOVE 'PARMSUITE AUSENTE OU VAZIO - VALORES EM VIGOR'
                       TO WRK-LINHA-PRM
                   MOVE 'SAO OS DEFAULTS DOS PROGRAMAS'
                       TO WRK-LINHA-PRM (47:)
                   PERFORM 0290-IMPRIMIR
                   MOVE 4 TO RETURN-CODE
               END-IF.
               MOVE WRK-PRM-IMAGEM TO WRK-PRB-ORIGINAL.
               OPEN I-O HISTORICO-PARM.
               IF PARMHIST-AUSENTE
                   OPEN OUTPUT HISTORICO-PARM
                   CLOSE HISTORICO-PARM
                   OPEN I-O HISTORICO-PARM
               END-IF.
               IF NOT PARMHIST-OK
                   STRING 'PARMHIST NAO ABRIU - STATUS '
                          DELIMITED BY SIZE
                          WRK-PARMHIST-STATUS DELIMITED BY SIZE
                          ' - NENHUMA ALTERACAO APLICADA'
                          DELIMITED BY SIZE
                          INTO WRK-LINHA-PRM
                   PERFORM 0290-IMPRIMIR
                   DISPLAY 'PROGPRMB: PARMHIST NAO ABRIU - STATUS '
                       WRK-PARMHIST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
      ******************************
      **** PASSADA NO HISTORICO EM ORDEM DE NOME E VIGENCIA
      ******************************
           0200-PASSAR-HISTORICO.
               MOVE ZEROS TO WRK-TOTAL-LIDOS.
               MOVE ZEROS TO WRK-TOTAL-APLICADAS.
               MOVE ZEROS TO WRK-TOTAL-RECUSADAS.
               MOVE ZEROS TO WRK-TOTAL-PENDENTES.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               IF FASE-GRAVACAO
                   MOVE 'ALTERACOES DO HISTORICO (PARMHIST)'
                       TO WRK-LINHA-PRM
                   PERFORM 0290-IMPRIMIR
               END-IF.
               MOVE LOW-VALUES TO REG-PHS-CHAVE.
               START HISTORICO-PARM KEY IS NOT < REG-PHS-CHAVE
                   INVALID KEY SET FIM-ARQUIVO TO TRUE
               END-START.
               PERFORM 0210-LER-HISTORICO UNTIL FIM-ARQUIVO.
               IF FASE-GRAVACAO
                   PERFORM 0290-IMPRIMIR
               END-IF.
           0210-LER-HISTORICO.
               READ HISTORICO-PARM NEXT INTO WRK-HIST-PARM
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
               IF NOT FIM-ARQUIVO
                   ADD 1 TO WRK-TOTAL-LIDOS
                   IF PHS-AGENDADA
                       IF WRK-PHS-VIGENCIA NOT > WRK-DATA-HOJE
                           PERFORM 0220-APLICAR-ALTERACAO
                       ELSE
                           ADD 1 TO WRK-TOTAL-PENDENTES
                       END-IF
                   END-IF
               END-IF.
      ******************************
      **** APLICA UMA ALTERACAO: PARAMETRO AINDA NO CATALOGO E VALOR
      **** NOVO LEGIVEL E DENTRO DA FAIXA; SENAO, RECUSA
      ******************************
           0220-APLICAR-ALTERACAO.
               MOVE 'N' TO WRK-PRM-ACHADO.
               MOVE SPACES TO WRK-PRM-MOTIVO-RECUSA.
               SET TAB-PRM-IDX TO 1.
               SEARCH TAB-PRM
                   AT END
                       MOVE 'PARAMETRO FORA CATALOGO'
                           TO WRK-PRM-MOTIVO-RECUSA
                   WHEN TAB-PRM-NOME (TAB-PRM-IDX) = WRK-PHS-NOME
                       SET PARAMETRO-ACHADO TO TRUE
               END-SEARCH.
               IF PARAMETRO-ACHADO
                   MOVE WRK-PHS-VALOR-NOVO TO WRK-PRM-CAMPO
                   PERFORM 0400-FORMATAR-VALOR
                   IF NOT CAMPO-VALIDO
                       MOVE WRK-PRM-AVISO (5:)
                           TO WRK-PRM-MOTIVO-RECUSA
                   END-IF
               END-IF.
               IF WRK-PRM-MOTIVO-RECUSA = SPACES
                   ADD 1 TO WRK-TOTAL-APLICADAS
                   PERFORM 0390-EXTRAIR-CAMPO
                   MOVE WRK-PRM-CAMPO TO WRK-PHS-VALOR-ANTERIOR
                   MOVE WRK-PHS-VALOR-NOVO
                       (1:TAB-PRM-TAMANHO (TAB-PRM-IDX))
                       TO WRK-PRM-IMAGEM (TAB-PRM-POSICAO (TAB-PRM-IDX):
                       TAB-PRM-TAMANHO (TAB-PRM-IDX))
                   SET PHS-EM-VIGOR TO TRUE
               ELSE
                   ADD 1 TO WRK-TOTAL-RECUSADAS
                   SET PHS-RECUSADA TO TRUE
               END-IF.
               IF FASE-GRAVACAO
                   PERFORM 0230-MARCAR-HISTORICO
               END-IF.
      ******************************
      **** SEGUNDA PASSADA: MARCA O HISTORICO, LISTA E AUDITA
      ******************************
           0230-MARCAR-HISTORICO.
               MOVE WRK-DATA-HOJE TO WRK-PHS-DATA-APLICACAO.
               REWRITE REG-HIST-PARM FROM WRK-HIST-PARM.
               IF PHS-EM-VIGOR
                   STRING '  APLICADA ' DELIMITED BY SIZE
                          WRK-PHS-NOME DELIMITED BY SIZE
                          ' VIGENCIA ' DELIMITED BY SIZE
                          WRK-PHS-VIGENCIA DELIMITED BY SIZE
                          ' DE ' DELIMITED BY SIZE
                          WRK-PHS-VALOR-ANTERIOR DELIMITED BY SIZE
                          ' PARA ' DELIMITED BY SIZE
                          WRK-PHS-VALOR-NOVO DELIMITED BY SIZE
                          ' POR ' DELIMITED BY SIZE
                          WRK-PHS-ADMIN DELIMITED BY SIZE
                          ' APROV ' DELIMITED BY SIZE
                          WRK-PHS-APROVADOR DELIMITED BY SIZE
                          INTO WRK-LINHA-PRM
                   MOVE 'APLICADO NO PARMSUITE' TO WRK-AUD-RESULTADO
               ELSE
                   STRING '  RECUSADA ' DELIMITED BY SIZE
                          WRK-PHS-NOME DELIMITED BY SIZE
                          ' VIGENCIA ' DELIMITED BY SIZE
                          WRK-PHS-VIGENCIA DELIMITED BY SIZE
                          ' VALOR ' DELIMITED BY SIZE
                          WRK-PHS-VALOR-NOVO DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WRK-PRM-MOTIVO-RECUSA DELIMITED BY SIZE
                          INTO WRK-LINHA-PRM
                   MOVE 'RECUSADO - ' TO WRK-AUD-RESULTADO
                   MOVE WRK-PRM-MOTIVO-RECUSA
                       TO WRK-AUD-RESULTADO (12:)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               PERFORM 0290-IMPRIMIR.
               MOVE 'PROGPRMB' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               MOVE SPACES TO WRK-AUD-ENTRADA.
               STRING 'PARM ' DELIMITED BY SIZE
                      WRK-PHS-NOME DELIMITED BY SPACE
                      ' VIG ' DELIMITED BY SIZE
                      WRK-PHS-VIGENCIA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PHS-VALOR-NOVO DELIMITED BY SPACE
                      INTO WRK-AUD-ENTRADA.
               PERFORM 0995-GRAVAR-TRILHA.
      ******************************
      **** REGRAVA O PARMSUITE COM A IMAGEM NOVA (MONTADA NA
      **** PRIMEIRA PASSADA); SEM COMO REGRAVAR, O HISTORICO FICA
      **** COMO ESTA E O RUN SEGUE COM OS VALORES ANTIGOS (RC 8)
      ******************************
           0250-REGRAVAR-PARMSUITE.
               OPEN OUTPUT PARAMETROS-SUITE.
               IF PARM-OK
                   WRITE REG-PARMSUITE FROM WRK-PRM-IMAGEM
               END-IF.
               IF PARM-OK
                   CLOSE PARAMETROS-SUITE
               ELSE
                   STRING 'PARMSUITE NAO REGRAVADO - STATUS '
                          DELIMITED BY SIZE
                          WRK-PARM-STATUS DELIMITED BY SIZE
                          ' - ALTERACOES FICAM AGENDADAS'
                          DELIMITED BY SIZE
                          INTO WRK-LINHA-PRM
                   PERFORM 0290-IMPRIMIR
                   DISPLAY 'PROGPRMB: PARMSUITE NAO REGRAVADO - STATUS '
                       WRK-PARM-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE WRK-PRB-ORIGINAL TO WRK-PRM-IMAGEM
               END-IF.
           0290-IMPRIMIR.
               WRITE LINHA-PRM FROM WRK-LINHA-PRM.
               MOVE SPACES TO WRK-LINHA-PRM.
      ******************************
      **** CONFERE E LISTA TODOS OS PARAMETROS EM VIGOR NESTE RUN
      ******************************
           0300-CONFERIR-IMAGEM.
               MOVE 'PARAMETROS EM VIGOR NESTE RUN' TO WRK-LINHA-PRM.
               PERFORM 0290-IMPRIMIR.
               MOVE 'PARAMETRO            VALOR          FAIXA VALIDA'
                   TO WRK-LINHA-PRM.
               PERFORM 0290-IMPRIMIR.
               MOVE ZEROS TO WRK-TOTAL-FORA.
               PERFORM 0310-LISTAR-PARAMETRO
                   VARYING TAB-PRM-IDX FROM 1 BY 1
                   UNTIL TAB-PRM-IDX > WRK-QTD-PARM.
               PERFORM 0290-IMPRIMIR.
               IF WRK-TOTAL-FORA > ZEROS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
           0310-LISTAR-PARAMETRO.
               PERFORM 0390-EXTRAIR-CAMPO.
               PERFORM 0400-FORMATAR-VALOR.
               PERFORM 0410-FORMATAR-FAIXA.
               IF NOT CAMPO-VALIDO
                   ADD 1 TO WRK-TOTAL-FORA
               END-IF.
               STRING '  ' DELIMITED BY SIZE
                      TAB-PRM-NOME (TAB-PRM-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PRM-VALOR-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PRM-MINIMO-ED DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WRK-PRM-MAXIMO-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PRM-AVISO DELIMITED BY SIZE
                      INTO WRK-LINHA-PRM.
               PERFORM 0290-IMPRIMIR.
      ******************************
      **** IMAGEM DO PARAMETRO DO CATALOGO NO REGISTRO EM MANUTENCAO
      ******************************
           0390-EXTRAIR-CAMPO.
               MOVE SPACES TO WRK-PRM-CAMPO.
               MOVE WRK-PRM-IMAGEM (TAB-PRM-POSICAO (TAB-PRM-IDX):
                   TAB-PRM-TAMANHO (TAB-PRM-IDX))
                   TO WRK-PRM-CAMPO (1:TAB-PRM-TAMANHO (TAB-PRM-IDX)).
      ******************************
      **** LE A IMAGEM DO CAMPO (WRK-PRM-CAMPO) PELO TIPO, TAMANHO E
      **** DECIMAIS DO CATALOGO, CONFERE A FAIXA E EDITA O VALOR
      ******************************
           0400-FORMATAR-VALOR.
               SET CAMPO-VALIDO TO TRUE.
               MOVE SPACES TO WRK-PRM-AVISO.
               MOVE SPACES TO WRK-PRM-VALOR-ED.
               MOVE ZEROS TO WRK-PRM-NUMERO-X.
               MOVE ZEROS TO WRK-PRM-VALOR.
               MOVE '+' TO WRK-PRM-SINAL.
               MOVE 1 TO WRK-PRM-INICIO.
               MOVE TAB-PRM-TAMANHO (TAB-PRM-IDX) TO WRK-PRM-QTD-INT.
               IF PRM-TIPO-SINAL (TAB-PRM-IDX)
                   MOVE WRK-PRM-CAMPO (1:1) TO WRK-PRM-SINAL
                   MOVE 2 TO WRK-PRM-INICIO
                   SUBTRACT 1 FROM WRK-PRM-QTD-INT
               END-IF.
               EVALUATE TRUE
                   WHEN PRM-TIPO-CHAVE (TAB-PRM-IDX)
                       MOVE WRK-PRM-CAMPO (1:1) TO WRK-PRM-VALOR-ED
                       IF WRK-PRM-CAMPO (1:1) NOT = 'S'
                           AND WRK-PRM-CAMPO (1:1) NOT = 'N'
                           SET CAMPO-ILEGIVEL TO TRUE
                       END-IF
                   WHEN WRK-PRM-SINAL NOT = '+'
                       AND WRK-PRM-SINAL NOT = '-'
                       SET CAMPO-ILEGIVEL TO TRUE
                   WHEN WRK-PRM-CAMPO (WRK-PRM-INICIO:WRK-PRM-QTD-INT)
                       IS NOT NUMERIC
                       SET CAMPO-ILEGIVEL TO TRUE
                   WHEN OTHER
                       PERFORM 0405-CONVERTER-CAMPO
               END-EVALUATE.
               IF CAMPO-ILEGIVEL
                   MOVE WRK-PRM-CAMPO TO WRK-PRM-VALOR-ED
                   MOVE '*** ILEGIVEL' TO WRK-PRM-AVISO
               END-IF.
               IF CAMPO-FORA-FAIXA
                   MOVE '*** FORA DA FAIXA' TO WRK-PRM-AVISO
               END-IF.
           0405-CONVERTER-CAMPO.
               SUBTRACT TAB-PRM-DECIMAIS (TAB-PRM-IDX)
                   FROM WRK-PRM-QTD-INT.
               MOVE WRK-PRM-CAMPO (WRK-PRM-INICIO:WRK-PRM-QTD-INT)
                   TO WRK-PRM-NUMERO-X (8 - WRK-PRM-QTD-INT:
                   WRK-PRM-QTD-INT).
               IF TAB-PRM-DECIMAIS (TAB-PRM-IDX) > ZEROS
                   ADD WRK-PRM-QTD-INT TO WRK-PRM-INICIO
                   MOVE WRK-PRM-CAMPO (WRK-PRM-INICIO:
                       TAB-PRM-DECIMAIS (TAB-PRM-IDX))
                       TO WRK-PRM-NUMERO-X (8:
                       TAB-PRM-DECIMAIS (TAB-PRM-IDX))
               END-IF.
               MOVE WRK-PRM-NUMERO TO WRK-PRM-VALOR.
               IF WRK-PRM-SINAL = '-'
                   COMPUTE WRK-PRM-VALOR = WRK-PRM-VALOR * -1
               END-IF.
               MOVE WRK-PRM-VALOR TO WRK-VAL-VALOR-TESTE.
               MOVE TAB-PRM-MINIMO (TAB-PRM-IDX)
                   TO WRK-VAL-FAIXA-MINIMA.
               MOVE TAB-PRM-MAXIMO (TAB-PRM-IDX)
                   TO WRK-VAL-FAIXA-MAXIMA.
               SET VALOR-FORA-FAIXA TO TRUE.
               IF WRK-VAL-VALOR-TESTE NOT < WRK-VAL-FAIXA-MINIMA
                   AND WRK-VAL-VALOR-TESTE NOT > WRK-VAL-FAIXA-MAXIMA
                   SET VALOR-EM-FAIXA TO TRUE
               END-IF.
               IF VALOR-FORA-FAIXA
                   SET CAMPO-FORA-FAIXA TO TRUE
               END-IF.
               IF TAB-PRM-DECIMAIS (TAB-PRM-IDX) = ZEROS
                   MOVE WRK-PRM-VALOR TO WRK-PRM-INTEIRO-ED
                   MOVE WRK-PRM-INTEIRO-ED TO WRK-PRM-VALOR-ED
               ELSE
                   MOVE WRK-PRM-VALOR TO WRK-PRM-DECIMAL-ED
                   MOVE WRK-PRM-DECIMAL-ED TO WRK-PRM-VALOR-ED
               END-IF.
      ******************************
      **** FAIXA VALIDA DO PARAMETRO, EDITADA COMO O VALOR
      ******************************
           0410-FORMATAR-FAIXA.
               EVALUATE TRUE
                   WHEN PRM-TIPO-CHAVE (TAB-PRM-IDX)
                       MOVE 'S' TO WRK-PRM-MINIMO-ED
                       MOVE 'N' TO WRK-PRM-MAXIMO-ED
                   WHEN TAB-PRM-DECIMAIS (TAB-PRM-IDX) = ZEROS
                       MOVE TAB-PRM-MINIMO (TAB-PRM-IDX)
                           TO WRK-PRM-INTEIRO-ED
                       MOVE WRK-PRM-INTEIRO-ED TO WRK-PRM-MINIMO-ED
                       MOVE TAB-PRM-MAXIMO (TAB-PRM-IDX)
                           TO WRK-PRM-INTEIRO-ED
                       MOVE WRK-PRM-INTEIRO-ED TO WRK-PRM-MAXIMO-ED
                   WHEN OTHER
                       MOVE TAB-PRM-MINIMO (TAB-PRM-IDX)
                           TO WRK-PRM-DECIMAL-ED
                       MOVE WRK-PRM-DECIMAL-ED TO WRK-PRM-MINIMO-ED
                       MOVE TAB-PRM-MAXIMO (TAB-PRM-IDX)
                           TO WRK-PRM-DECIMAL-ED
                       MOVE WRK-PRM-DECIMAL-ED TO WRK-PRM-MAXIMO-ED
               END-EVALUATE.
      ******************************
      **** ACRESCENTA NO PARMNOIT A IMAGEM USADA PELO RUN DA NOITE
      ******************************
           0500-GRAVAR-NOITE.
               MOVE WRK-DATA-HOJE TO WRK-PNT-DATA.
               ACCEPT WRK-PNT-HORA FROM TIME.
               MOVE WRK-TOTAL-APLICADAS TO WRK-PNT-APLICADAS.
               IF RETURN-CODE = 8
                   MOVE ZEROS TO WRK-PNT-APLICADAS
               END-IF.
               MOVE WRK-PRM-IMAGEM TO WRK-PNT-IMAGEM.
               OPEN EXTEND NOITES-PARM.
               IF PARMNOIT-AUSENTE
                   OPEN OUTPUT NOITES-PARM
               END-IF.
               IF PARMNOIT-OK
                   WRITE REG-NOITE-PARM FROM WRK-NOITE-PARM
                   CLOSE NOITES-PARM
               ELSE
                   STRING 'PARMNOIT NAO ABRIU - STATUS '
                          DELIMITED BY SIZE
                          WRK-PARMNOIT-STATUS DELIMITED BY SIZE
                          ' - IMAGEM DA NOITE NAO GUARDADA'
                          DELIMITED BY SIZE
                          INTO WRK-LINHA-PRM
                   PERFORM 0290-IMPRIMIR
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
           0800-FINALIZAR.
               IF RETURN-CODE = 8
                   MOVE ZEROS TO WRK-TOTAL-APLICADAS
               END-IF.
               MOVE WRK-TOTAL-APLICADAS TO WRK-QTD-ED.
               STRING 'ALTERACOES APLICADAS     : ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-PRM.
               PERFORM 0290-IMPRIMIR.
               MOVE WRK-TOTAL-RECUSADAS TO WRK-QTD-ED.
               STRING 'ALTERACOES RECUSADAS     : ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-PRM.
               PERFORM 0290-IMPRIMIR.
               MOVE WRK-TOTAL-PENDENTES TO WRK-QTD-ED.
               STRING 'AGENDADAS PARA DEPOIS    : ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-PRM.
               PERFORM 0290-IMPRIMIR.
               MOVE WRK-TOTAL-FORA TO WRK-QTD-ED.
               STRING 'PARAMETROS FORA DA FAIXA : ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-PRM.
               PERFORM 0290-IMPRIMIR.
               CLOSE RELATORIO-PRM.
               DISPLAY 'ALTERACOES APLICADAS    : ' WRK-TOTAL-APLICADAS.
               DISPLAY 'ALTERACOES RECUSADAS    : ' WRK-TOTAL-RECUSADAS.
               DISPLAY 'PARAMETROS FORA DA FAIXA: ' WRK-TOTAL-FORA.
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
               MOVE 'PROGPRMB' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGPRMB' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-APLICADAS TO WRK-RUN-ACEITOS.
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
