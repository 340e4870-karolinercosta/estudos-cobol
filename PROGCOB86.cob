      *     DO CALPROC) E O ARQUIVO DE DISPENSAS DO OPERADOR
      *     (WAIVED: ARQUIVO DISPENSADO SO POR ESTA NOITE), CONFERE
      *     A PRESENCA DE CADA ENTRADA ESPERADA (PEDIN, MEDIN,
      *     BANRET, FREQIN, ESTQIN, FATTRANS, LANCIN, CAIXAIN,
      *     OCOREN, DOCCOB, PIXRET, PORTENT),
      *     VALIDA UMA UNICA VEZ O ENVELOPE PADRAO DE QUEM O TEM
      *     (HEADER COM A IDENTIFICACAO CERTA E TRAILER COM A
      *     CONTAGEM BATENDO), POE AS FALHAS NO REGISTRO DE
      *     COMPROMETER. QUALQUER FALTA OU QUARENTENA NAO DISPENSADA
      *     ENCERRA COM RETURN-CODE 4
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     OCOREN E DOCCOB DAS TRANSPORTADORAS NA PORTARIA, COM
      *     A ESTRUTURA EDI CONFERIDA (000 DE INTERCAMBIO E
      *     CABECALHO DE DOCUMENTO 340/350) NO LUGAR DO ENVELOPE
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O RETORNO DOS CREDITOS PIX (PIXRET) ENTROU NA PORTARIA; SO A
      *     PRESENCA E CONFERIDA, O ARQUIVO DO BANCO NAO TEM O ENVELOPE
      *     PADRAO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     OS PEDIDOS DO PORTAL DO CLIENTE (PORTENT) ENTRARAM NA
      *     PORTARIA, COM O ENVELOPE PADRAO CONFERIDO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT ARQ-CAIXAIN ASSIGN TO CAIXAIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TESTE-STATUS.
               SELECT ARQ-OCOREN ASSIGN TO OCOREN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TESTE-STATUS.
               SELECT ARQ-DOCCOB ASSIGN TO DOCCOB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TESTE-STATUS.
               SELECT ARQ-PIXRET ASSIGN TO PIXRET
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TESTE-STATUS.
               SELECT ARQ-PORTENT ASSIGN TO PORTENT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TESTE-STATUS.
               SELECT QUARENTENA-OUT ASSIGN TO QUARENT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-PORTA ASSIGN TO PORTARPT
           01  LINHA-LANCIN PIC X(160).
           FD  ARQ-CAIXAIN.
           01  LINHA-CAIXAIN PIC X(160).
           FD  ARQ-OCOREN.
           01  LINHA-OCOREN PIC X(160).
           FD  ARQ-DOCCOB.
           01  LINHA-DOCCOB PIC X(160).
           FD  ARQ-PIXRET.
           01  LINHA-PIXRET PIC X(160).
           FD  ARQ-PORTENT.
           01  LINHA-PORTENT PIC X(160).
           FD  QUARENTENA-OUT.
           01  REG-QUARENTENA-OUT.
               02 REG-QUA-ARQUIVO PIC X(08).
               88 ARQUIVO-QUARENTENADO VALUE 'Q'.
           77 WRK-QTD-DETALHES PIC 9(08) VALUE ZEROS.
           77 WRK-TEM-TRAILER PIC X(01) VALUE 'N'.
           77 WRK-EDI-DOC-ESPERADO PIC X(03) VALUE SPACES.
           77 WRK-QTD-DOC-EDI PIC 9(04) VALUE ZEROS.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-MES-HOJE PIC X(02) VALUE SPACES.
           77 WRK-DIA-HOJE PIC X(02) VALUE SPACES.
                   ELSE
                       IF ENV-REG-HEADER
                           PERFORM 0240-VALIDAR-ENVELOPE
                       ELSE
                           IF WRK-ARQUIVO-ATUAL = 'OCOREN'
                               OR WRK-ARQUIVO-ATUAL = 'DOCCOB'
                               PERFORM 0245-VALIDAR-EDI
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 0720-FECHAR-ARQUIVO
                       ADD 1 TO WRK-QTD-DETALHES
                   END-IF
               END-IF.
      ******************************
      **** ARQUIVO EDI DAS TRANSPORTADORAS (CPYEDI) NAO TEM O NOSSO
      **** ENVELOPE: TEM DE ABRIR COM O 000 DE INTERCAMBIO E TRAZER
      **** AO MENOS UM CABECALHO DE DOCUMENTO (340 NO OCOREN, 350
      **** NO DOCCOB)
      ******************************
           0245-VALIDAR-EDI.
               MOVE ZEROS TO WRK-QTD-DOC-EDI.
               IF WRK-ARQUIVO-ATUAL = 'OCOREN'
                   MOVE '340' TO WRK-EDI-DOC-ESPERADO
               ELSE
                   MOVE '350' TO WRK-EDI-DOC-ESPERADO
               END-IF.
               IF WRK-ENV-BUFFER (1:3) NOT = '000'
                   MOVE 'Q' TO WRK-SITUACAO-ARQ
                   MOVE 'INTERCAMBIO EDI SEM 000' TO WRK-MOTIVO
               ELSE
                   PERFORM 0255-CONTAR-DOCUMENTOS-EDI UNTIL FIM-TESTE
                   IF WRK-QTD-DOC-EDI = 0
                       MOVE 'Q' TO WRK-SITUACAO-ARQ
                       MOVE 'EDI SEM CABECALHO DE DOCUMENTO'
                           TO WRK-MOTIVO
                   END-IF
               END-IF.
           0255-CONTAR-DOCUMENTOS-EDI.
               PERFORM 0710-LER-ARQUIVO.
               IF NOT FIM-TESTE
                   IF WRK-ENV-BUFFER (1:3) = WRK-EDI-DOC-ESPERADO
                       ADD 1 TO WRK-QTD-DOC-EDI
                   END-IF
               END-IF.
           0260-QUARENTENAR.
               MOVE SPACES TO REG-QUARENTENA-OUT.
               MOVE WRK-ARQUIVO-ATUAL TO REG-QUA-ARQUIVO.
                       OPEN INPUT ARQ-LANCIN
                   WHEN 'CAIXAIN'
                       OPEN INPUT ARQ-CAIXAIN
                   WHEN 'OCOREN'
                       OPEN INPUT ARQ-OCOREN
                   WHEN 'DOCCOB'
                       OPEN INPUT ARQ-DOCCOB
                   WHEN 'PIXRET'
                       OPEN INPUT ARQ-PIXRET
                   WHEN 'PORTENT'
                       OPEN INPUT ARQ-PORTENT
                   WHEN OTHER
                       MOVE '35' TO WRK-TESTE-STATUS
               END-EVALUATE.
                       READ ARQ-CAIXAIN INTO WRK-ENV-BUFFER
                           AT END SET FIM-TESTE TO TRUE
                       END-READ
                   WHEN 'OCOREN'
                       READ ARQ-OCOREN INTO WRK-ENV-BUFFER
                           AT END SET FIM-TESTE TO TRUE
                       END-READ
                   WHEN 'DOCCOB'
                       READ ARQ-DOCCOB INTO WRK-ENV-BUFFER
                           AT END SET FIM-TESTE TO TRUE
                       END-READ
                   WHEN 'PIXRET'
                       READ ARQ-PIXRET INTO WRK-ENV-BUFFER
                           AT END SET FIM-TESTE TO TRUE
                       END-READ
                   WHEN 'PORTENT'
                       READ ARQ-PORTENT INTO WRK-ENV-BUFFER
                           AT END SET FIM-TESTE TO TRUE
                       END-READ
                   WHEN OTHER
                       SET FIM-TESTE TO TRUE
               END-EVALUATE.
                       CLOSE ARQ-LANCIN
                   WHEN 'CAIXAIN'
                       CLOSE ARQ-CAIXAIN
                   WHEN 'OCOREN'
                       CLOSE ARQ-OCOREN
                   WHEN 'DOCCOB'
                       CLOSE ARQ-DOCCOB
                   WHEN 'PIXRET'
                       CLOSE ARQ-PIXRET
                   WHEN 'PORTENT'
                       CLOSE ARQ-PORTENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
