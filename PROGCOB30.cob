      *     RELATORIO GANHA A SECAO DE ENCERRAMENTO DO EXERCICIO
      *     QUE OS AUDITORES PEDEM. SEM O PLANCTA O MODO ANUAL E
      *     RECUSADO, POIS NAO DA PARA SABER O QUE E RESULTADO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O FECHAMENTO PASSOU A SER RECUSADO (RC 8, NADA GRAVADO)
      *     QUANDO A FILA DE LANCAMENTOS MANUAIS PENDENTES DE APROVACAO
      *     (LANCPEN, MANTIDA PELO PROGLMN) TEM PERNA DATADA NA
      *     COMPETENCIA A FECHAR OU ANTES -- O LANCAMENTO TEM DE SER
      *     APROVADO OU NEGADO ANTES. SEM O ARQUIVO LANCPEN NADA MUDA
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   FILE STATUS IS WRK-PLANCTA-STATUS.
               SELECT LANCTOS-IN ASSIGN TO LANCIN
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PENDENTES-IN ASSIGN TO LANCPEN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LANCPEN-STATUS.
               SELECT LANCTOS-OUT ASSIGN TO LANCNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LANCTOS-ARQ ASSIGN TO LANCARQ
               02 REG-LANCTO-DATA  PIC X(08).
               02 REG-LANCTO-VALOR PIC S9(07) SIGN IS LEADING SEPARATE.
               02 REG-LANCTO-EMPRESA PIC X(03).
           FD  PENDENTES-IN.
           01  LINHA-PENDENTE PIC X(60).
           FD  LANCTOS-OUT.
           01  REG-LANCTO-OUT.
               02 REG-LNW-CONTA PIC X(06).
               88 PLANCTA-OK VALUE '00'.
           77 WRK-FIM-PLANO PIC X(01) VALUE 'N'.
               88 FIM-PLANO VALUE 'S'.
           COPY CPYLMAN.
           77 WRK-LANCPEN-STATUS PIC X(02) VALUE '00'.
               88 LANCPEN-OK VALUE '00'.
           77 WRK-FIM-PENDENTES PIC X(01) VALUE 'N'.
               88 FIM-PENDENTES VALUE 'S'.
           77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
           77 WRK-MODO-FECHAMENTO PIC X(01) VALUE 'M'.
               88 FECHAMENTO-ANUAL VALUE 'A'.
      ******************************
                       STOP RUN
                   END-IF
               END-IF.
               PERFORM 0070-CONFERIR-PENDENTES.
               IF WRK-QTD-PENDENTES > 0
                   DISPLAY WRK-QTD-PENDENTES ' PERNA(S) DE LANCAMENTO '
                       'MANUAL PENDENTE(S) DE APROVACAO ATE '
                       WRK-COMPETENCIA-FECHAR
                   DISPLAY 'APROVE OU NEGUE NO LANCAPRV E RODE O '
                       'PROGLMN - FECHAMENTO RECUSADO RC=8'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-REESCREVER-PERIODOS UNTIL FIM-PERIODOS.
               PERFORM 0250-COMPLETAR-PERIODO.
               READ PLANO-CONTAS INTO WRK-PLANO-CONTA
                   AT END SET FIM-PLANO TO TRUE
               END-READ.
      ******************************
      **** A COMPETENCIA NAO FECHA COM LANCAMENTO MANUAL DELA (OU
      **** ANTERIOR) AINDA ESPERANDO APROVACAO NA FILA DO PROGLMN
      ******************************
           0070-CONFERIR-PENDENTES.
               OPEN INPUT PENDENTES-IN.
               IF LANCPEN-OK
                   READ PENDENTES-IN INTO WRK-LANCTO-MANUAL
                       AT END SET FIM-PENDENTES TO TRUE
                   END-READ
                   PERFORM 0080-LER-PENDENTE UNTIL FIM-PENDENTES
                   CLOSE PENDENTES-IN
               END-IF.
           0080-LER-PENDENTE.
               IF LMN-PENDENTE
                   AND WRK-LMN-DATA (1:6) NOT > WRK-COMPETENCIA-FECHAR
                   ADD 1 TO WRK-QTD-PENDENTES
               END-IF.
               READ PENDENTES-IN INTO WRK-LANCTO-MANUAL
                   AT END SET FIM-PENDENTES TO TRUE
               END-READ.
           0100-INICIALIZAR.
               PERFORM 0110-CALCULAR-SEGUINTE.
               OPEN INPUT PERIODOS-IN.
