      *     RETORNO (PROGCOB74); A RECUSA DO BANCO CAI DE VOLTA NO
      *     CAMINHO DE ENCARGOS DO PROGCOB23
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     DEBITO AUTOMATICO NO RESPONSAVEL FINANCEIRO: A ADESAO
      *     (DEBAUTO) GANHOU NO FIM O CPF DO RESPONSAVEL; COM ELE
      *     PREENCHIDO (MATRICULA ZERADA) UMA SO ADESAO DEBITA AS
      *     MENSALIDADES DE TODOS OS IRMAOS, PELO CPF QUE O PROGCOB23
      *     GRAVA NA MENSALIDADE. A ADESAO ANTIGA POR MATRICULA CONTINUA
      *     VALENDO. O DETALHE DA REMESSA LEVA NO FIM O CPF DO
      *     RESPONSAVEL (A CHAVE MATRICULA + COMPETENCIA DO RETORNO NAO
      *     MUDOU)
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               02 REG-ADE-AGENCIA   PIC X(05).
               02 FILLER            PIC X(02).
               02 REG-ADE-CONTA     PIC X(10).
               02 FILLER            PIC X(02).
               02 REG-ADE-RESPONSAVEL PIC X(11).
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  REMESSA-OUT.
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
      ******************************
      **** REGISTROS DA REMESSA (HEADER 0 / DETALHE 1 / TRAILER 9)
      ******************************
               02 WRK-RMD-AGENCIA     PIC X(05) VALUE SPACES.
               02 WRK-RMD-CONTA       PIC X(10) VALUE SPACES.
               02 WRK-RMD-VALOR       PIC 9(11) VALUE ZEROS.
               02 WRK-RMD-RESPONSAVEL PIC X(11) VALUE SPACES.
           01 WRK-REMESSA-TRAILER.
               02 WRK-RMT-TIPO  PIC X(01) VALUE '9'.
               02 WRK-RMT-QTDE  PIC 9(06) VALUE ZEROS.
                   03 TAB-ADE-BANCO     PIC X(03).
                   03 TAB-ADE-AGENCIA   PIC X(05).
                   03 TAB-ADE-CONTA     PIC X(10).
                   03 TAB-ADE-RESPONSAVEL PIC X(11).
           77 WRK-ADE-ACHADA-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-ADESAO PIC X(01) VALUE 'N'.
               88 ADESAO-ACHADA VALUE 'S'.
               MOVE REG-ADE-BANCO   TO TAB-ADE-BANCO   (WRK-QTD-ADE).
               MOVE REG-ADE-AGENCIA TO TAB-ADE-AGENCIA (WRK-QTD-ADE).
               MOVE REG-ADE-CONTA   TO TAB-ADE-CONTA   (WRK-QTD-ADE).
               MOVE REG-ADE-RESPONSAVEL
                   TO TAB-ADE-RESPONSAVEL (WRK-QTD-ADE).
               READ ADESOES-IN
                   AT END SET FIM-ADESOES TO TRUE
               END-READ.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
      ******************************
      **** A ADESAO DO RESPONSAVEL FINANCEIRO (CPF NA ADESAO) VALE
      **** PARA AS MENSALIDADES DE TODOS OS ALUNOS DELE; SEM ELA VALE
      **** A ADESAO ANTIGA, POR MATRICULA
      ******************************
           0210-PROCURAR-ADESAO.
               MOVE 'N' TO WRK-ACHOU-ADESAO.
               IF WRK-QTD-ADE > 0 AND WRK-MEN-RESPONSAVEL NOT = SPACES
                   SET TAB-ADE-IDX TO 1
                   SEARCH TAB-ADE
                       AT END CONTINUE
                       WHEN TAB-ADE-RESPONSAVEL (TAB-ADE-IDX)
                           = WRK-MEN-RESPONSAVEL
                           SET ADESAO-ACHADA TO TRUE
                           SET WRK-ADE-ACHADA-IDX TO TAB-ADE-IDX
                   END-SEARCH
               END-IF.
               IF WRK-QTD-ADE > 0 AND NOT ADESAO-ACHADA
                   SET TAB-ADE-IDX TO 1
                   SEARCH TAB-ADE
                       AT END CONTINUE
               ADD 1 TO WRK-TOTAL-REMETIDAS.
               MOVE WRK-MEN-MATRICULA   TO WRK-RMD-MATRICULA.
               MOVE WRK-MEN-COMPETENCIA TO WRK-RMD-COMPETENCIA.
               MOVE WRK-MEN-RESPONSAVEL TO WRK-RMD-RESPONSAVEL.
               MOVE TAB-ADE-BANCO (WRK-ADE-ACHADA-IDX)
                   TO WRK-RMD-BANCO.
               MOVE TAB-ADE-AGENCIA (WRK-ADE-ACHADA-IDX)
