      *     DESATIVACAO) PASSARAM A SER GRAVADOS COMO EVENTO TIPO
      *     RECERT (SEVERIDADE M) NA CAIXA DE SAIDA DE NOTIFICACOES
      *     (OUTBOX, CPYNOTIF), ROTEADA PELO DESPACHANTE PROGCOB96
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A LINHA DA CAIXA DE SAIDA (OUTBOX) PASSOU A 120 POSICOES COM
      *     O DESTINATARIO DIRETO DO CPYNOTIF; SO O LAYOUT ACOMPANHOU
      *    ALTERADO= 15/10/26 - KAROLINE
      *     NOVA SECAO SITUACAO DAS SENHAS NO FIM DO RECERPT, LIDA DA
      *     CREDENCIAL DE SIGN-ON (USRSENHA, CPYSENHA): USUARIO
      *     BLOQUEADO POR FALHAS (DATA DO BLOQUEIO E FALHAS), SENHA
      *     VENCIDA PELOS DIAS DO PARMSUITE, TROCA OBRIGATORIA AINDA
      *     NAO FEITA E USUARIO ATIVO SEM CREDENCIAL. OS BLOQUEADOS
      *     ENTRAM NO EVENTO RECERT DA CAIXA DE SAIDA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A LINHA DO AUDLOG PASSOU A 150 POSICOES (SELO DO
      *     ENCADEAMENTO NO FIM); O LAYOUT LIDO NAO MUDA
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT SENHAS-USUARIO ASSIGN TO USRSENHA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-SNH-ID
                   FILE STATUS IS WRK-USRSENHA-STATUS.
               SELECT DESATIVACOES-OUT ASSIGN TO DESATFIL
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-RECERT ASSIGN TO RECERPT
               02 REG-PARM-QTD-BOLSAS       PIC 9(03).
               02 REG-PARM-RETENCAO-MESES   PIC 9(03).
               02 REG-PARM-DIAS-DORMENTE    PIC 9(03).
               02 REG-PARM-DIAS-CAMBIO     PIC 9(03).
               02 REG-PARM-CAMBIO-RIGIDO   PIC X(01).
               02 REG-PARM-PERC-PERDA      PIC 9(02).
               02 REG-PARM-RETENCAO-TRILHA PIC 9(03).
               02 REG-PARM-RC-PCT-REJ      PIC 9(03).
               02 REG-PARM-DIAS-PAGTO      PIC 9(03).
               02 REG-PARM-PERC-ORCAMENTO  PIC 9(03).
               02 REG-PARM-TOLER-PAGTO     PIC 9(03)V99.
               02 REG-PARM-DIAS-NEGATIV    PIC 9(03).
               02 REG-PARM-DIAS-PERDA      PIC 9(04).
               02 REG-PARM-MARGEM-FREQ     PIC 9(02).
               02 REG-PARM-PCT-SLA         PIC 9(03).
               02 REG-PARM-GERACOES-BKP    PIC 9(02).
               02 REG-PARM-DIAS-OBSOLETO   PIC 9(04).
               02 REG-PARM-DIAS-CONSUMO    PIC 9(03).
               02 REG-PARM-FATOR-SEGURANCA PIC 9(01)V99.
               02 REG-PARM-DIAS-COBERTURA  PIC 9(03).
               02 REG-PARM-LIMITE-APROV-PAG PIC 9(07)V99.
               02 REG-PARM-TAXA-CAIXA      PIC 9(02)V99.
               02 REG-PARM-LIMITE-LANC-MAN PIC 9(07).
               02 REG-PARM-TARIFA-CHQ-DEV  PIC 9(05)V99.
               02 REG-PARM-DIAS-BLOQ-CHQ   PIC 9(03).
               02 REG-PARM-DESC-ANUIDADE   PIC 9(02)V99.
               02 REG-PARM-MESES-BLOQ-MATR PIC 9(02).
               02 REG-PARM-MESES-REATIVACAO PIC 9(02).
               02 REG-PARM-DIAS-SENHA      PIC 9(03).
               02 REG-PARM-TENTATIVAS-SENHA PIC 9(02).
               02 REG-PARM-HIST-SENHA      PIC 9(01).
           FD  AUDITORIA-LOG-IN.
           01  LINHA-AUDITORIA-IN PIC X(150).
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID     PIC X(10).
                   88 USR-ATIVO   VALUE 'A'.
                   88 USR-INATIVO VALUE 'I'.
               02 REG-USR-SENHA  PIC X(08).
           FD  SENHAS-USUARIO.
           01  REG-SENHA-USUARIO.
               02 REG-SNH-ID PIC X(10).
               02 FILLER     PIC X(190).
           FD  DESATIVACOES-OUT.
           01  REG-DESATIVACAO-OUT.
               02 REG-DES-ID          PIC X(10).
           FD  RELATORIO-RECERT.
           01  LINHA-RECERT PIC X(100).
           FD  CAIXA-SAIDA.
           01  LINHA-CAIXA-SAIDA PIC X(120).
           FD  CONTROLE-LOTE.
           01  LINHA-CONTROLE PIC X(100).
           FD  TRAVA-SUITE.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYPARM.
           COPY CPYSENHA.
           COPY CPYCTRL.
           COPY CPYCAB.
           COPY CPYNOTIF.
           77 WRK-TOTAL-USUARIOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DORMENTES PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PROPOSTAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-BLOQUEADOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VENCIDAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-CREDENCIAL PIC 9(06) VALUE ZEROS.
           77 WRK-MARCA-SENHA PIC X(40) VALUE SPACES.
           77 WRK-FALHAS-ED PIC Z9.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-CARREGAR-USUARIO UNTIL FIM-USUARIOS.
               PERFORM 0300-EMITIR-RELATORIO.
               PERFORM 0350-EMITIR-SENHAS.
               PERFORM 0400-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
                               MOVE REG-PARM-DIAS-DORMENTE
                                   TO WRK-PARM-DIAS-DORMENTE
                           END-IF
                           IF REG-PARM-DIAS-SENHA IS NUMERIC
                               MOVE REG-PARM-DIAS-SENHA
                                   TO WRK-PARM-DIAS-SENHA
                           END-IF
                           IF REG-PARM-TENTATIVAS-SENHA IS NUMERIC
                               MOVE REG-PARM-TENTATIVAS-SENHA
                                   TO WRK-PARM-TENTATIVAS-SENHA
                           END-IF
                   END-READ
                   CLOSE PARAMETROS-IN
               END-IF.
                      WRK-MARCA-DORMENTE DELIMITED BY SIZE
                      INTO WRK-LINHA-RECERT.
               WRITE LINHA-RECERT FROM WRK-LINHA-RECERT.
      ******************************
      **** SITUACAO DAS SENHAS: PARA CADA USUARIO DA TABELA CONFERE A
      **** CREDENCIAL E LISTA SO QUEM TEM PENDENCIA -- BLOQUEADO POR
      **** FALHAS, SENHA VENCIDA (CRITERIO 30/360 CONTRA OS DIAS DO
      **** PARMSUITE), TROCA OBRIGATORIA NAO FEITA, OU ATIVO SEM
      **** CREDENCIAL. SEM O USRSENHA A SECAO SAI SO COM O AVISO
      ******************************
           0350-EMITIR-SENHAS.
               MOVE ALL '=' TO LINHA-RECERT.
               WRITE LINHA-RECERT.
               MOVE 'SITUACAO DAS SENHAS' TO LINHA-RECERT.
               WRITE LINHA-RECERT.
               MOVE WRK-DATA-HOJE TO WRK-SNH-HOJE.
               OPEN INPUT SENHAS-USUARIO.
               IF USRSENHA-OK
                   MOVE 'USUARIO     NOME                    STATUS'
                       TO LINHA-RECERT
                   MOVE '  SITUACAO DA SENHA' TO LINHA-RECERT (43:19)
                   WRITE LINHA-RECERT
                   PERFORM 0360-CONFERIR-CREDENCIAL
                       VARYING WRK-USR-IDX FROM 1 BY 1
                       UNTIL WRK-USR-IDX > WRK-QTD-USR
                   CLOSE SENHAS-USUARIO
               ELSE
                   MOVE 'CREDENCIAL USRSENHA NAO ABRIU - SECAO NAO EMI'
                       TO LINHA-RECERT
                   MOVE 'TIDA' TO LINHA-RECERT (46:4)
                   WRITE LINHA-RECERT
               END-IF.
           0360-CONFERIR-CREDENCIAL.
               MOVE SPACES TO WRK-MARCA-SENHA.
               MOVE TAB-USR-ID (WRK-USR-IDX) TO REG-SNH-ID.
               READ SENHAS-USUARIO INTO WRK-SENHA-USUARIO
                   INVALID KEY CONTINUE
               END-READ.
               IF USRSENHA-OK
                   MOVE ZEROS TO WRK-SNH-DIAS
                   IF WRK-SNH-DATA-TROCA IS NUMERIC
                       COMPUTE WRK-SNH-DIAS =
                           ((WRK-SNH-HOJE-ANO - WRK-SNH-TROCA-ANO)
                              * 360)
                           + ((WRK-SNH-HOJE-MES - WRK-SNH-TROCA-MES)
                              * 30)
                           + WRK-SNH-HOJE-DIA - WRK-SNH-TROCA-DIA
                   END-IF
                   EVALUATE TRUE
                       WHEN SNH-BLOQUEADA
                           ADD 1 TO WRK-TOTAL-BLOQUEADOS
                           MOVE WRK-SNH-FALHAS TO WRK-FALHAS-ED
                           STRING 'BLOQUEADO DESDE ' DELIMITED BY SIZE
                                  WRK-SNH-DATA-BLOQUEIO
                                      DELIMITED BY SIZE
                                  ' FALHAS ' DELIMITED BY SIZE
                                  WRK-FALHAS-ED DELIMITED BY SIZE
                                  INTO WRK-MARCA-SENHA
                       WHEN SNH-TROCA-OBRIGATORIA
                           MOVE 'TROCA OBRIGATORIA PENDENTE'
                               TO WRK-MARCA-SENHA
                       WHEN WRK-SNH-DATA-TROCA NOT NUMERIC
                         OR WRK-SNH-DIAS > WRK-PARM-DIAS-SENHA
                           ADD 1 TO WRK-TOTAL-VENCIDAS
                           STRING 'SENHA VENCIDA - TROCA EM '
                                      DELIMITED BY SIZE
                                  WRK-SNH-DATA-TROCA DELIMITED BY SIZE
                                  INTO WRK-MARCA-SENHA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   IF TAB-USR-STATUS (WRK-USR-IDX) = 'A'
                       ADD 1 TO WRK-TOTAL-SEM-CREDENCIAL
                       MOVE 'ATIVO SEM CREDENCIAL DE SENHA'
                           TO WRK-MARCA-SENHA
                   END-IF
               END-IF.
               IF WRK-MARCA-SENHA NOT = SPACES
                   MOVE SPACES TO WRK-LINHA-RECERT
                   STRING TAB-USR-ID (WRK-USR-IDX) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          TAB-USR-NOME (WRK-USR-IDX) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          TAB-USR-STATUS (WRK-USR-IDX)
                              DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WRK-MARCA-SENHA DELIMITED BY SIZE
                          INTO WRK-LINHA-RECERT
                   WRITE LINHA-RECERT FROM WRK-LINHA-RECERT
               END-IF.
           0400-FINALIZAR.
               DISPLAY '********************'.
               DISPLAY 'USUARIOS LISTADOS    : ' WRK-TOTAL-USUARIOS.
               DISPLAY 'CONTAS DORMENTES     : ' WRK-TOTAL-DORMENTES.
               DISPLAY 'PROPOSTAS DESATIVACAO: ' WRK-TOTAL-PROPOSTAS.
               DISPLAY 'USUARIOS BLOQUEADOS  : ' WRK-TOTAL-BLOQUEADOS.
               DISPLAY 'SENHAS VENCIDAS      : ' WRK-TOTAL-VENCIDAS.
               DISPLAY 'ATIVOS SEM CREDENCIAL: '
                   WRK-TOTAL-SEM-CREDENCIAL.
               IF WRK-TOTAL-DORMENTES > 0
                   OR WRK-TOTAL-PROPOSTAS > 0
                   OR WRK-TOTAL-BLOQUEADOS > 0
                   MOVE 'RECERT' TO WRK-NTF-TIPO
                   MOVE 'M' TO WRK-NTF-SEVERIDADE
                   MOVE 'PROGCOB35' TO WRK-NTF-ORIGEM
                          '  PROPOSTAS DESATIVACAO '
                              DELIMITED BY SIZE
                          WRK-TOTAL-PROPOSTAS DELIMITED BY SIZE
                          ' BLOQ ' DELIMITED BY SIZE
                          WRK-TOTAL-BLOQUEADOS DELIMITED BY SIZE
                          INTO WRK-NTF-TEXTO
                   PERFORM 0965-GRAVAR-NOTIFICACAO
               END-IF.
