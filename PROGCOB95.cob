      *     E ENTRA NO ACERVO DO PROGCOB45, ENTAO CADA NOITE E
      *     REIMPRIMIVEL
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     NOVA SECAO COM O IMPACTO DOS ARQUIVOS EM FALTA OU EM
      *     QUARENTENA DO DIA (IMPLST DO PROGIMP): POR ARQUIVO, OS
      *     PASSOS A DESVIAR E OS RELATORIOS IMPRESSOS, DO ACERVO E
      *     EXTRACOES DO DATA WAREHOUSE A DESCONSIDERAR, PARA OS DONOS
      *     DOS RELATORIOS SABEREM DE MANHA O QUE NAO VALE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT QUARENTENA-IN ASSIGN TO QUARENT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-QUARENT-STATUS.
               SELECT LISTA-IMPACTO ASSIGN TO IMPLST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-IMPLST-STATUS.
               SELECT ESTADO-TURNO ASSIGN TO HANDSTAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HANDSTAT-STATUS.
               02 REG-QUA-DATA    PIC X(08).
               02 FILLER          PIC X(02).
               02 REG-QUA-MOTIVO  PIC X(30).
           FD  LISTA-IMPACTO.
           01  LINHA-LISTA-IMPACTO PIC X(96).
           FD  ESTADO-TURNO.
           01  REG-ESTADO-TURNO.
               02 REG-TRN-DATA       PIC X(08).
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYCTRL.
           COPY CPYLIN.
           77 WRK-RUNIN-STATUS PIC X(02) VALUE '00'.
               88 RUNIN-OK VALUE '00'.
           77 WRK-SLADAT-STATUS PIC X(02) VALUE '00'.
               88 CLIREJ-OK VALUE '00'.
           77 WRK-QUARENT-STATUS PIC X(02) VALUE '00'.
               88 QUARENT-OK VALUE '00'.
           77 WRK-IMPLST-STATUS PIC X(02) VALUE '00'.
               88 IMPLST-OK VALUE '00'.
           77 WRK-HANDSTAT-STATUS PIC X(02) VALUE '00'.
               88 HANDSTAT-OK VALUE '00'.
           77 WRK-GATE-STATUS PIC X(02) VALUE '00'.
               88 TEM-ONTEM VALUE 'S'.
           77 WRK-LINHA-TRN PIC X(100) VALUE SPACES.
           77 WRK-PCT-ED PIC +ZZZ9 VALUE ZEROS.
      ******************************
      **** IMPACTO DOS ARQUIVOS EM FALTA (IMPLST): CONTAGEM DO ARQUIVO
      **** DA VEZ E LIMITE DE LINHAS NA PAGINA (O RESTO ESTA NO IMPRPT)
      ******************************
           77 WRK-IMP-ARQUIVO-ANT PIC X(08) VALUE SPACES.
           77 WRK-IMP-PASSOS PIC 9(04) VALUE ZEROS.
           77 WRK-IMP-DESVIAR PIC 9(04) VALUE ZEROS.
           77 WRK-IMP-LINHAS PIC 9(04) VALUE ZEROS.
           77 WRK-IMP-OMITIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-IMP-ARQUIVOS PIC 9(04) VALUE ZEROS.
           77 WRK-IMP-TEXTO PIC X(24) VALUE SPACES.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
                      WRK-QTD-QUARENTENA DELIMITED BY SIZE
                      INTO WRK-LINHA-TRN.
               WRITE LINHA-TURNO FROM WRK-LINHA-TRN.
               PERFORM 0620-IMPRIMIR-IMPACTO.
               MOVE 'TRES PIORES DESVIOS DE DURACAO:'
                   TO LINHA-TURNO.
               WRITE LINHA-TURNO.
                          INTO WRK-LINHA-TRN
                   WRITE LINHA-TURNO FROM WRK-LINHA-TRN
               END-IF.
      ******************************
      **** IMPACTO DOS ARQUIVOS EM FALTA OU EM QUARENTENA DO DIA
      **** (PROGIMP): PASSOS A DESVIAR E O QUE OS DONOS DOS
      **** RELATORIOS DEVEM DESCONSIDERAR, ARQUIVO A ARQUIVO
      ******************************
           0620-IMPRIMIR-IMPACTO.
               MOVE 'IMPACTO DOS ARQUIVOS EM FALTA OU EM QUARENTENA:'
                   TO LINHA-TURNO.
               WRITE LINHA-TURNO.
               MOVE 'N' TO WRK-FIM-ARQUIVO.
               OPEN INPUT LISTA-IMPACTO.
               IF IMPLST-OK
                   READ LISTA-IMPACTO INTO WRK-IMPACTO
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
                   PERFORM 0630-IMPRIMIR-ITEM-IMPACTO
                       UNTIL FIM-ARQUIVO
                   CLOSE LISTA-IMPACTO
               END-IF.
               IF WRK-IMP-ARQUIVOS = 0
                   MOVE '  NENHUM ARQUIVO COM IMPACTO HOJE'
                       TO LINHA-TURNO
                   WRITE LINHA-TURNO
               ELSE
                   PERFORM 0640-RESUMIR-ARQUIVO-IMPACTO
                   IF WRK-IMP-OMITIDOS > 0
                       MOVE SPACES TO WRK-LINHA-TRN
                       STRING '  ... E MAIS ' DELIMITED BY SIZE
                              WRK-IMP-OMITIDOS DELIMITED BY SIZE
                              ' ITENS (VER IMPRPT)' DELIMITED BY SIZE
                              INTO WRK-LINHA-TRN
                       WRITE LINHA-TURNO FROM WRK-LINHA-TRN
                   END-IF
               END-IF.
           0630-IMPRIMIR-ITEM-IMPACTO.
               IF WRK-IMP-DATA = WRK-DATA-MOVIMENTO
                   IF WRK-IMP-ARQUIVO NOT = WRK-IMP-ARQUIVO-ANT
                       IF WRK-IMP-ARQUIVOS > 0
                           PERFORM 0640-RESUMIR-ARQUIVO-IMPACTO
                       END-IF
                       ADD 1 TO WRK-IMP-ARQUIVOS
                       MOVE WRK-IMP-ARQUIVO TO WRK-IMP-ARQUIVO-ANT
                       MOVE ZEROS TO WRK-IMP-PASSOS WRK-IMP-DESVIAR
                       MOVE SPACES TO WRK-LINHA-TRN
                       STRING '  ARQUIVO ' DELIMITED BY SIZE
                              WRK-IMP-ARQUIVO DELIMITED BY SIZE
                              INTO WRK-LINHA-TRN
                       WRITE LINHA-TURNO FROM WRK-LINHA-TRN
                   END-IF
                   MOVE SPACES TO WRK-IMP-TEXTO
                   EVALUATE TRUE
                       WHEN IMP-PASSO
                           ADD 1 TO WRK-IMP-PASSOS
                           IF IMP-DESVIAR
                               ADD 1 TO WRK-IMP-DESVIAR
                               MOVE 'DESVIAR' TO WRK-IMP-TEXTO
                           END-IF
                       WHEN IMP-IMPRESSO
                           MOVE 'DESCONSIDERAR IMPRESSO'
                               TO WRK-IMP-TEXTO
                       WHEN IMP-ACERVO
                           MOVE 'DESCONSIDERAR ACERVO' TO WRK-IMP-TEXTO
                       WHEN IMP-EXTRACAO
                           MOVE 'DESCONSIDERAR EXTRACAO'
                               TO WRK-IMP-TEXTO
                   END-EVALUATE
                   IF WRK-IMP-TEXTO NOT = SPACES
                       IF WRK-IMP-LINHAS < 30
                           ADD 1 TO WRK-IMP-LINHAS
                           MOVE SPACES TO WRK-LINHA-TRN
                           STRING '    ' DELIMITED BY SIZE
                                  WRK-IMP-TEXTO DELIMITED BY SIZE
                                  WRK-IMP-PASSO DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WRK-IMP-PROGRAMA DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WRK-IMP-NOME DELIMITED BY SPACE
                                  INTO WRK-LINHA-TRN
                           WRITE LINHA-TURNO FROM WRK-LINHA-TRN
                       ELSE
                           ADD 1 TO WRK-IMP-OMITIDOS
                       END-IF
                   END-IF
               END-IF.
               READ LISTA-IMPACTO INTO WRK-IMPACTO
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0640-RESUMIR-ARQUIVO-IMPACTO.
               MOVE SPACES TO WRK-LINHA-TRN.
               STRING '    PASSOS ATINGIDOS ' DELIMITED BY SIZE
                      WRK-IMP-PASSOS DELIMITED BY SIZE
                      '  A DESVIAR ' DELIMITED BY SIZE
                      WRK-IMP-DESVIAR DELIMITED BY SIZE
                      INTO WRK-LINHA-TRN.
               WRITE LINHA-TURNO FROM WRK-LINHA-TRN.
           0650-GRAVAR-ESTADO-TURNO.
               OPEN OUTPUT ESTADO-TURNO.
               MOVE SPACES TO REG-ESTADO-TURNO.
