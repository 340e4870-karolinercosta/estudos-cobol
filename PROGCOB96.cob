      *     UM EXTRATO. EVENTO SEM ROTA OU COM DESTINATARIO INVALIDO
      *     FICA NA CAIXA E SAI NO RELATORIO, EM VEZ DE SUMIR
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     EVENTO COM DESTINATARIO DIRETO (CAMPO NOVO DO CPYNOTIF, EX.:
      *     O PROFESSOR AVISADO PELO PROGNPD) SAI NO EXTRATO DAQUELE
      *     USUARIO, CONFERIDO NO USRMST COMO OS DEMAIS, MESMO SEM ROTA
      *     PARA ELE; AS ROTAS DO TIPO CONTINUAM VALENDO PARA OS OUTROS
      *     DESTINATARIOS. A CAIXA PASSOU A 120 POSICOES E A LISTA DE
      *     DESTINATARIOS A 200
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           DATA DIVISION.
           FILE SECTION.
           FD  CAIXA-SAIDA-IN.
           01  LINHA-CAIXA-IN PIC X(120).
           FD  CAIXA-SAIDA-OUT.
           01  LINHA-CAIXA-OUT PIC X(120).
           FD  ROTAS-IN.
           01  REG-ROTA-IN.
               02 REG-ROT-TIPO         PIC X(08).
                   03 TAB-ROT-SEVERIDADE   PIC X(01).
                   03 TAB-ROT-DEPARTAMENTO PIC X(10).
                   03 TAB-ROT-USUARIO      PIC X(10).
           77 WRK-QTD-DEST PIC 9(03) VALUE ZEROS.
           01 TAB-DESTINATARIOS.
               02 TAB-DST OCCURS 1 TO 200 TIMES
                  DEPENDING ON WRK-QTD-DEST
                  INDEXED BY TAB-DST-IDX.
                   03 TAB-DST-USUARIO      PIC X(10).
           01 TAB-EVENTOS.
               02 TAB-EVT OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WRK-QTD-EVENTOS.
                   03 TAB-EVT-LINHA  PIC X(120).
                   03 TAB-EVT-CASADO PIC X(01).
           77 WRK-EVT-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-ROT-SUB PIC 9(03) VALUE ZEROS.
           77 WRK-DST-SUB PIC 9(03) VALUE ZEROS.
           77 WRK-DEST-TEM-LINHA PIC X(01) VALUE 'N'.
               88 DEST-TEM-LINHA VALUE 'S'.
           77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
                   END-SEARCH
               END-IF.
           0130-CRIAR-DESTINATARIO.
               IF WRK-QTD-DEST < 200
                   ADD 1 TO WRK-QTD-DEST
                   MOVE REG-ROT-USUARIO
                       TO TAB-DST-USUARIO (WRK-QTD-DEST)
                       MOVE LINHA-CAIXA-IN
                           TO TAB-EVT-LINHA (WRK-QTD-EVENTOS)
                       MOVE 'N' TO TAB-EVT-CASADO (WRK-QTD-EVENTOS)
                       IF WRK-NTF-DESTINATARIO NOT = SPACES
                           PERFORM 0220-ANOTAR-DESTINO-DIRETO
                       END-IF
                   ELSE
                       ADD 1 TO WRK-TOTAL-ESTOURO
                       WRITE LINHA-CAIXA-OUT FROM LINHA-CAIXA-IN
               READ CAIXA-SAIDA-IN
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
      ******************************
      **** EVENTO ENDERECADO A UMA PESSOA: O DESTINATARIO ENTRA NA
      **** LISTA (DEPARTAMENTO DIRETO) MESMO SEM ROTA PARA ELE
      ******************************
           0220-ANOTAR-DESTINO-DIRETO.
               IF WRK-QTD-DEST = 0
                   PERFORM 0230-CRIAR-DESTINO-DIRETO
               ELSE
                   SET TAB-DST-IDX TO 1
                   SEARCH TAB-DST
                       AT END PERFORM 0230-CRIAR-DESTINO-DIRETO
                       WHEN TAB-DST-USUARIO (TAB-DST-IDX)
                           = WRK-NTF-DESTINATARIO
                           CONTINUE
                   END-SEARCH
               END-IF.
           0230-CRIAR-DESTINO-DIRETO.
               IF WRK-QTD-DEST < 200
                   ADD 1 TO WRK-QTD-DEST
                   MOVE WRK-NTF-DESTINATARIO
                       TO TAB-DST-USUARIO (WRK-QTD-DEST)
                   MOVE 'DIRETO' TO TAB-DST-DEPARTAMENTO (WRK-QTD-DEST)
                   MOVE 'N' TO TAB-DST-VALIDO (WRK-QTD-DEST)
               END-IF.
           0300-VALIDAR-DESTINATARIOS.
               OPEN INPUT USUARIOS-MASTER.
               IF USRMST-OK
               END-IF.
           0420-EVENTOS-DO-DESTINATARIO.
               MOVE TAB-EVT-LINHA (WRK-EVT-SUB) TO WRK-NOTIFICACAO.
               IF WRK-NTF-DESTINATARIO = TAB-DST-USUARIO (WRK-DST-SUB)
                   PERFORM 0450-GRAVAR-LINHA-EXTRATO
               ELSE
                   PERFORM 0430-PROCURAR-ROTA
               END-IF.
           0430-PROCURAR-ROTA.
               PERFORM 0440-CONFERIR-ROTA
                   VARYING WRK-ROT-SUB FROM 1 BY 1
