           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGEDN.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: GERACAO DO NOTFIS PADRAO PARA AS TRANSPORTADORAS
      *     -- CADA TRANSPORTADORA NOVA PRECISAVA DE CONVERSAO PROPRIA
      *     DO NOSSO LAYOUT. LE OS EMBARQUES NOVOS DO DIA (REFERENCIA
      *     COMECANDO NA DATA DO GATEDATE, NAO CANCELADOS) DO EMBARQ
      *     (CPYEMB) E GRAVA NO NOTFIS UM INTERCAMBIO POR
      *     TRANSPORTADORA QUE RECEBE EDI NO CADASTRO TRPEDI
      *     (CPYTRANS): 000 INTERCAMBIO, 310 DOCUMENTO, 311
      *     EMBARCADOR (PRIMEIRA EMPRESA DO EMPMST), 312 DESTINATARIO
      *     (NOME DO CLIMST) + 313 DOCUMENTO EMBARCADO POR EMBARQUE
      *     (A NOSSA REFERENCIA VAI COMO NUMERO DO DOCUMENTO E VOLTA
      *     NO OCOREN E NO DOCCOB) E 318 TOTAIS (LAYOUT CPYEDI).
      *     TRANSPORTADORA SEM EDI CONTINUA SO COM O ROMANEIO DO
      *     PROGCOB77 E APARECE NO RELATORIO (NTFRPT)
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DATA-PORTAO ASSIGN TO GATEDATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-GATE-STATUS.
               SELECT CADASTRO-EDI ASSIGN TO TRPEDI
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TRPEDI-STATUS.
               SELECT EMPRESAS-IN ASSIGN TO EMPMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-EMPMST-STATUS.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES.
               SELECT NOTFIS-OUT ASSIGN TO NOTFIS
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-NTF ASSIGN TO NTFRPT
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
           FD  DATA-PORTAO.
           01  REG-DATA-PORTAO.
               02 REG-GAT-ULTIMA-DATA PIC X(08).
           FD  CADASTRO-EDI.
           01  LINHA-CADASTRO-EDI PIC X(80).
           FD  EMPRESAS-IN.
           01  REG-EMPRESA-IN.
               02 REG-EMP-CODIGO PIC X(03).
               02 REG-EMP-NOME   PIC X(30).
               02 REG-EMP-CNPJ   PIC X(14).
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 REG-CLI-NOME     PIC X(40).
               02 REG-CLI-ENDERECO PIC X(40).
               02 REG-CLI-UF       PIC X(02).
               02 REG-CLI-STATUS   PIC X(01).
                   88 CLI-ATIVO    VALUE 'A'.
                   88 CLI-INATIVO  VALUE 'I'.
               02 REG-CLI-CEP      PIC X(08).
               02 REG-CLI-DATA-ULT-MOV PIC X(08).
               02 REG-CLI-LIMITE-CRED  PIC 9(09)V99.
               02 REG-CLI-EMPRESA      PIC X(03).
               02 REG-CLI-VENDEDOR     PIC X(04).
               02 REG-CLI-TIPO-PESSOA  PIC X(01).
                   88 CLI-PESSOA-JURIDICA VALUE 'J'.
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  NOTFIS-OUT.
           01  LINHA-NOTFIS PIC X(120).
           FD  RELATORIO-NTF.
           01  LINHA-NTF PIC X(100).
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
           COPY CPYEMB.
           COPY CPYEDI.
           COPY CPYTRANS.
           COPY CPYCTRL.
           COPY CPYCAB.
           77 WRK-GATE-STATUS PIC X(02) VALUE '00'.
               88 GATE-OK VALUE '00'.
           77 WRK-TRPEDI-STATUS PIC X(02) VALUE '00'.
               88 TRPEDI-OK VALUE '00'.
           77 WRK-EMPMST-STATUS PIC X(02) VALUE '00'.
               88 EMPMST-OK VALUE '00'.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK VALUE '00'.
           77 WRK-CLIMST-ABERTO PIC X(01) VALUE 'N'.
               88 CLIMST-ABERTO VALUE 'S'.
           77 WRK-FIM-CADASTRO PIC X(01) VALUE 'N'.
               88 FIM-CADASTRO VALUE 'S'.
           77 WRK-FIM-EMBARQUES PIC X(01) VALUE 'N'.
               88 FIM-EMBARQUES VALUE 'S'.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
           77 WRK-HORA-RUN PIC X(08) VALUE SPACES.
           77 WRK-DATA-EDI PIC X(08) VALUE SPACES.
           77 WRK-EMBARCADOR-CNPJ  PIC X(14) VALUE SPACES.
           77 WRK-EMBARCADOR-RAZAO PIC X(40) VALUE SPACES.
      ******************************
      **** TRANSPORTADORAS DO CADASTRO EDI
      ******************************
           77 WRK-QTD-TRE PIC 9(03) VALUE ZEROS.
           01 TAB-CADASTRO-EDI.
               02 TAB-TRE OCCURS 1 TO 100 TIMES
                  DEPENDING ON WRK-QTD-TRE
                  INDEXED BY TAB-TRE-IDX.
                   03 TAB-TRE-CODIGO  PIC X(04).
                   03 TAB-TRE-CNPJ    PIC X(14).
                   03 TAB-TRE-RAZAO   PIC X(40).
                   03 TAB-TRE-EDI     PIC X(01).
                   03 TAB-TRE-QTDE    PIC 9(05).
      ******************************
      **** EMBARQUES NOVOS DO DIA, PARA A GRAVACAO AGRUPADA POR
      **** TRANSPORTADORA
      ******************************
           77 WRK-QTD-EMB PIC 9(04) VALUE ZEROS.
           01 TAB-EMBARQUES-DIA.
               02 TAB-EMB OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WRK-QTD-EMB
                  INDEXED BY TAB-EMB-IDX.
                   03 TAB-EMB-TRANSP     PIC X(04).
                   03 TAB-EMB-REFERENCIA PIC X(20).
                   03 TAB-EMB-CPF        PIC X(14).
                   03 TAB-EMB-UF         PIC X(02).
                   03 TAB-EMB-PESO       PIC 9(05)V99.
                   03 TAB-EMB-VALOR      PIC 9(06)V99.
                   03 TAB-EMB-FRETE      PIC 9(09)V99.
                   03 TAB-EMB-PREMIO     PIC 9(07)V99.
                   03 TAB-EMB-ROMANEIO   PIC X(15).
                   03 TAB-EMB-DEPOSITO   PIC X(02).
                   03 TAB-EMB-CODIGO     PIC 9(06).
           77 WRK-TRE-IDX PIC 9(03) VALUE ZEROS.
           77 WRK-EMB-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-SEQ-INTERCAMBIO PIC 9(02) VALUE ZEROS.
           77 WRK-NTF-QTDE  PIC 9(06) VALUE ZEROS.
           77 WRK-NTF-PESO  PIC 9(09)V99 VALUE ZEROS.
           77 WRK-NTF-VALOR PIC 9(13)V99 VALUE ZEROS.
           77 WRK-QTDE-ED  PIC ZZZZ9 VALUE ZEROS.
           77 WRK-LINHA-NTF PIC X(100) VALUE SPACES.
           77 WRK-TOTAL-EMBARQUES   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-DO-DIA      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-NO-NOTFIS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-EDI     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-INTERCAMBIOS PIC 9(04) VALUE ZEROS.
           77 WRK-TOTAL-FRETE PIC S9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-EMBARQUE UNTIL FIM-EMBARQUES.
               PERFORM 0300-GRAVAR-INTERCAMBIOS.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-RUN FROM TIME.
               PERFORM 0110-LER-DATA-NEGOCIO.
               PERFORM 0120-CARREGAR-CADASTRO.
               PERFORM 0140-LER-EMBARCADOR.
               OPEN INPUT CLIENTE-MASTER.
               IF CLIMST-OK
                   SET CLIMST-ABERTO TO TRUE
               END-IF.
               MOVE WRK-DATA-RUN (7:2) TO WRK-DATA-EDI (1:2).
               MOVE WRK-DATA-RUN (5:2) TO WRK-DATA-EDI (3:2).
               MOVE WRK-DATA-RUN (1:4) TO WRK-DATA-EDI (5:4).
               OPEN INPUT EMBARQUES-IN
                    OUTPUT NOTFIS-OUT
                    OUTPUT RELATORIO-NTF.
               MOVE 'NOTFIS - EMBARQUES DO DIA POR TRANSPORTADORA'
                   TO LINHA-NTF.
               WRITE LINHA-NTF.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
      ******************************
      **** A DATA DE MOVIMENTO E A QUE O PORTEIRO LIBEROU
      **** (GATEDATE); SEM O ARQUIVO VALE O RELOGIO DA MAQUINA
      ******************************
           0110-LER-DATA-NEGOCIO.
               OPEN INPUT DATA-PORTAO.
               IF GATE-OK
                   READ DATA-PORTAO
                       AT END CONTINUE
                       NOT AT END
                           IF REG-GAT-ULTIMA-DATA IS NUMERIC
                               MOVE REG-GAT-ULTIMA-DATA
                                   TO WRK-DATA-RUN
                           END-IF
                   END-READ
                   CLOSE DATA-PORTAO
               END-IF.
      ******************************
      **** CARREGA O CADASTRO EDI; SEM O TRPEDI NENHUMA
      **** TRANSPORTADORA RECEBE NOTFIS (TODAS FICAM SO COM O
      **** ROMANEIO, COMO ANTES)
      ******************************
           0120-CARREGAR-CADASTRO.
               OPEN INPUT CADASTRO-EDI.
               IF TRPEDI-OK
                   READ CADASTRO-EDI INTO WRK-TRANSP-CADASTRO
                       AT END SET FIM-CADASTRO TO TRUE
                   END-READ
                   PERFORM 0130-LER-CADASTRO
                       UNTIL FIM-CADASTRO OR WRK-QTD-TRE >= 100
                   CLOSE CADASTRO-EDI
               END-IF.
           0130-LER-CADASTRO.
               ADD 1 TO WRK-QTD-TRE.
               MOVE WRK-TRE-CODIGO TO TAB-TRE-CODIGO (WRK-QTD-TRE).
               MOVE WRK-TRE-CNPJ   TO TAB-TRE-CNPJ   (WRK-QTD-TRE).
               MOVE WRK-TRE-RAZAO  TO TAB-TRE-RAZAO  (WRK-QTD-TRE).
               MOVE WRK-TRE-EDI    TO TAB-TRE-EDI    (WRK-QTD-TRE).
               MOVE ZEROS TO TAB-TRE-QTDE (WRK-QTD-TRE).
               READ CADASTRO-EDI INTO WRK-TRANSP-CADASTRO
                   AT END SET FIM-CADASTRO TO TRUE
               END-READ.
      ******************************
      **** O EMBARCADOR DO NOTFIS E A PRIMEIRA EMPRESA DO EMPMST
      **** (A MATRIZ); SEM O EMPMST VAI O NOME DO CABECALHO PADRAO
      ******************************
           0140-LER-EMBARCADOR.
               MOVE CAB-EMPRESA TO WRK-EMBARCADOR-RAZAO.
               OPEN INPUT EMPRESAS-IN.
               IF EMPMST-OK
                   READ EMPRESAS-IN
                       AT END CONTINUE
                       NOT AT END
                           MOVE REG-EMP-CNPJ TO WRK-EMBARCADOR-CNPJ
                           MOVE REG-EMP-NOME TO WRK-EMBARCADOR-RAZAO
                   END-READ
                   CLOSE EMPRESAS-IN
               END-IF.
      ******************************
      **** EMBARQUE NOVO DO DIA E NAO CANCELADO ENTRA NA TABELA
      ******************************
           0200-PROCESSAR-EMBARQUE.
               ADD 1 TO WRK-TOTAL-EMBARQUES.
               IF WRK-EMB-REFERENCIA (1:8) = WRK-DATA-RUN
                   AND NOT EMB-CANCELADO
                   ADD 1 TO WRK-TOTAL-DO-DIA
                   PERFORM 0230-GUARDAR-EMBARQUE
               END-IF.
               READ EMBARQUES-IN INTO WRK-EMBARQUE
                   AT END SET FIM-EMBARQUES TO TRUE
               END-READ.
           0230-GUARDAR-EMBARQUE.
               IF WRK-QTD-EMB < 2000
                   ADD 1 TO WRK-QTD-EMB
                   MOVE WRK-EMB-TRANSP
                       TO TAB-EMB-TRANSP (WRK-QTD-EMB)
                   MOVE WRK-EMB-REFERENCIA
                       TO TAB-EMB-REFERENCIA (WRK-QTD-EMB)
                   MOVE WRK-EMB-CPF TO TAB-EMB-CPF (WRK-QTD-EMB)
                   MOVE WRK-EMB-UF  TO TAB-EMB-UF  (WRK-QTD-EMB)
                   MOVE WRK-EMB-PESO TO TAB-EMB-PESO (WRK-QTD-EMB)
                   MOVE WRK-EMB-VALOR-DECL
                       TO TAB-EMB-VALOR (WRK-QTD-EMB)
                   MOVE WRK-EMB-FRETE TO TAB-EMB-FRETE (WRK-QTD-EMB)
                   MOVE WRK-EMB-PREMIO
                       TO TAB-EMB-PREMIO (WRK-QTD-EMB)
                   MOVE WRK-EMB-ROMANEIO
                       TO TAB-EMB-ROMANEIO (WRK-QTD-EMB)
                   MOVE WRK-EMB-DEPOSITO
                       TO TAB-EMB-DEPOSITO (WRK-QTD-EMB)
                   MOVE WRK-EMB-CODIGO
                       TO TAB-EMB-CODIGO (WRK-QTD-EMB)
               END-IF.
      ******************************
      **** UM INTERCAMBIO POR TRANSPORTADORA COM EDI QUE TEM
      **** EMBARQUE NO DIA; DEPOIS A LISTA DAS QUE FICARAM SEM
      ******************************
           0300-GRAVAR-INTERCAMBIOS.
               PERFORM 0310-CONTAR-TRANSP
                   VARYING WRK-EMB-IDX FROM 1 BY 1
                   UNTIL WRK-EMB-IDX > WRK-QTD-EMB.
               PERFORM 0320-GRAVAR-INTERCAMBIO
                   VARYING WRK-TRE-IDX FROM 1 BY 1
                   UNTIL WRK-TRE-IDX > WRK-QTD-TRE.
      ******************************
      **** CONTA O EMBARQUE NA TRANSPORTADORA DO CADASTRO; SEM
      **** CADASTRO OU SEM EDI ELE FICA FORA DO NOTFIS
      ******************************
           0310-CONTAR-TRANSP.
               SET TAB-EMB-IDX TO WRK-EMB-IDX.
               IF WRK-QTD-TRE = 0
                   PERFORM 0315-LISTAR-SEM-EDI
               ELSE
                   SET TAB-TRE-IDX TO 1
                   SEARCH TAB-TRE
                       AT END PERFORM 0315-LISTAR-SEM-EDI
                       WHEN TAB-TRE-CODIGO (TAB-TRE-IDX)
                           = TAB-EMB-TRANSP (TAB-EMB-IDX)
                           IF TAB-TRE-EDI (TAB-TRE-IDX) = 'S'
                               ADD 1 TO TAB-TRE-QTDE (TAB-TRE-IDX)
                           ELSE
                               PERFORM 0315-LISTAR-SEM-EDI
                           END-IF
                   END-SEARCH
               END-IF.
           0315-LISTAR-SEM-EDI.
               ADD 1 TO WRK-TOTAL-SEM-EDI.
               MOVE SPACES TO WRK-LINHA-NTF.
               STRING 'SEM EDI    TRANSP ' DELIMITED BY SIZE
                      TAB-EMB-TRANSP (TAB-EMB-IDX) DELIMITED BY SIZE
                      ' EMBARQUE ' DELIMITED BY SIZE
                      TAB-EMB-REFERENCIA (TAB-EMB-IDX)
                          DELIMITED BY SIZE
                      ' - SO ROMANEIO' DELIMITED BY SIZE
                      INTO WRK-LINHA-NTF.
               WRITE LINHA-NTF FROM WRK-LINHA-NTF.
           0320-GRAVAR-INTERCAMBIO.
               SET TAB-TRE-IDX TO WRK-TRE-IDX.
               IF TAB-TRE-QTDE (TAB-TRE-IDX) > 0
                   PERFORM 0330-ABRIR-INTERCAMBIO
                   PERFORM 0340-GRAVAR-DOCUMENTO
                       VARYING WRK-EMB-IDX FROM 1 BY 1
                       UNTIL WRK-EMB-IDX > WRK-QTD-EMB
                   PERFORM 0350-FECHAR-INTERCAMBIO
               END-IF.
      ******************************
      **** 000 INTERCAMBIO + 310 DOCUMENTO + 311 EMBARCADOR
      ******************************
           0330-ABRIR-INTERCAMBIO.
               ADD 1 TO WRK-TOTAL-INTERCAMBIOS.
               ADD 1 TO WRK-SEQ-INTERCAMBIO.
               MOVE ZEROS TO WRK-NTF-QTDE WRK-NTF-PESO WRK-NTF-VALOR.
               MOVE SPACES TO WRK-EDI-REGISTRO.
               MOVE '000' TO WRK-E00-ID.
               MOVE WRK-EMBARCADOR-RAZAO TO WRK-E00-REMETENTE.
               MOVE TAB-TRE-RAZAO (TAB-TRE-IDX) TO WRK-E00-DESTINATARIO.
               MOVE WRK-DATA-EDI (1:4) TO WRK-E00-DATA (1:4).
               MOVE WRK-DATA-EDI (7:2) TO WRK-E00-DATA (5:2).
               MOVE WRK-HORA-RUN (1:4) TO WRK-E00-HORA.
               STRING 'NOT' DELIMITED BY SIZE
                      WRK-DATA-EDI (1:4) DELIMITED BY SIZE
                      WRK-HORA-RUN (1:4) DELIMITED BY SIZE
                      '0' DELIMITED BY SIZE
                      INTO WRK-E00-INTERCAMBIO.
               WRITE LINHA-NOTFIS FROM WRK-EDI-REGISTRO.
               MOVE SPACES TO WRK-EDI-REGISTRO.
               MOVE '310' TO WRK-EDC-ID.
               STRING 'NOTFI' DELIMITED BY SIZE
                      WRK-DATA-EDI (1:4) DELIMITED BY SIZE
                      WRK-HORA-RUN (1:4) DELIMITED BY SIZE
                      WRK-SEQ-INTERCAMBIO (2:1) DELIMITED BY SIZE
                      INTO WRK-EDC-DOCUMENTO.
               WRITE LINHA-NOTFIS FROM WRK-EDI-REGISTRO.
               MOVE SPACES TO WRK-EDI-REGISTRO.
               MOVE '311' TO WRK-EDT-ID.
               MOVE WRK-EMBARCADOR-CNPJ  TO WRK-EDT-CNPJ.
               MOVE WRK-EMBARCADOR-RAZAO TO WRK-EDT-RAZAO.
               MOVE WRK-DATA-EDI TO WRK-EDT-DATA.
               WRITE LINHA-NOTFIS FROM WRK-EDI-REGISTRO.
      ******************************
      **** 312 DESTINATARIO + 313 DOCUMENTO DE CADA EMBARQUE DA
      **** TRANSPORTADORA DA VEZ
      ******************************
           0340-GRAVAR-DOCUMENTO.
               SET TAB-EMB-IDX TO WRK-EMB-IDX.
               IF TAB-EMB-TRANSP (TAB-EMB-IDX)
                   = TAB-TRE-CODIGO (TAB-TRE-IDX)
                   MOVE SPACES TO WRK-EDI-REGISTRO
                   MOVE '312' TO WRK-EDD-ID
                   MOVE SPACES TO REG-CLI-NOME
                   IF CLIMST-ABERTO
                       MOVE TAB-EMB-CPF (TAB-EMB-IDX) TO REG-CLI-CPF
                       READ CLIENTE-MASTER
                           INVALID KEY MOVE SPACES TO REG-CLI-NOME
                       END-READ
                   END-IF
                   MOVE REG-CLI-NOME TO WRK-EDD-RAZAO
                   MOVE TAB-EMB-CPF (TAB-EMB-IDX) TO WRK-EDD-CPF-CNPJ
                   MOVE TAB-EMB-UF (TAB-EMB-IDX) TO WRK-EDD-UF
                   WRITE LINHA-NOTFIS FROM WRK-EDI-REGISTRO
                   MOVE SPACES TO WRK-EDI-REGISTRO
                   MOVE '313' TO WRK-EDN-ID
                   MOVE TAB-EMB-REFERENCIA (TAB-EMB-IDX)
                       TO WRK-EDN-DOCUMENTO
                   MOVE TAB-EMB-ROMANEIO (TAB-EMB-IDX)
                       TO WRK-EDN-ROMANEIO
                   MOVE WRK-DATA-EDI TO WRK-EDN-EMISSAO
                   MOVE TAB-EMB-VALOR (TAB-EMB-IDX)
                       TO WRK-EDN-VALOR-MERC
                   MOVE TAB-EMB-PESO (TAB-EMB-IDX) TO WRK-EDN-PESO
                   MOVE TAB-EMB-FRETE (TAB-EMB-IDX) TO WRK-EDN-FRETE
                   MOVE TAB-EMB-PREMIO (TAB-EMB-IDX)
                       TO WRK-EDN-SEGURO
                   IF TAB-EMB-PREMIO (TAB-EMB-IDX) > ZEROS
                       MOVE 'S' TO WRK-EDN-SEGURO-S-N
                   ELSE
                       MOVE 'N' TO WRK-EDN-SEGURO-S-N
                   END-IF
                   MOVE TAB-EMB-DEPOSITO (TAB-EMB-IDX)
                       TO WRK-EDN-DEPOSITO
                   MOVE TAB-EMB-CODIGO (TAB-EMB-IDX)
                       TO WRK-EDN-PRODUTO
                   WRITE LINHA-NOTFIS FROM WRK-EDI-REGISTRO
                   ADD 1 TO WRK-NTF-QTDE
                   ADD TAB-EMB-PESO (TAB-EMB-IDX) TO WRK-NTF-PESO
                   ADD TAB-EMB-VALOR (TAB-EMB-IDX) TO WRK-NTF-VALOR
                   ADD TAB-EMB-FRETE (TAB-EMB-IDX) TO WRK-TOTAL-FRETE
                   ADD 1 TO WRK-TOTAL-NO-NOTFIS
               END-IF.
      ******************************
      **** 318 TOTAIS E A LINHA DA TRANSPORTADORA NO RELATORIO
      ******************************
           0350-FECHAR-INTERCAMBIO.
               MOVE SPACES TO WRK-EDI-REGISTRO.
               MOVE '318' TO WRK-EDS-ID.
               MOVE WRK-NTF-VALOR TO WRK-EDS-VALOR.
               MOVE WRK-NTF-PESO  TO WRK-EDS-PESO.
               MOVE WRK-NTF-QTDE  TO WRK-EDS-QTDE.
               WRITE LINHA-NOTFIS FROM WRK-EDI-REGISTRO.
               MOVE WRK-NTF-QTDE TO WRK-QTDE-ED.
               MOVE SPACES TO WRK-LINHA-NTF.
               STRING 'NOTFIS     TRANSP ' DELIMITED BY SIZE
                      TAB-TRE-CODIGO (TAB-TRE-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-TRE-RAZAO (TAB-TRE-IDX) DELIMITED BY SIZE
                      ' EMBARQUES ' DELIMITED BY SIZE
                      WRK-QTDE-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-NTF.
               WRITE LINHA-NTF FROM WRK-LINHA-NTF.
           0800-FINALIZAR.
               IF CLIMST-ABERTO
                   CLOSE CLIENTE-MASTER
               END-IF.
               CLOSE EMBARQUES-IN NOTFIS-OUT RELATORIO-NTF.
               DISPLAY '********************'.
               DISPLAY 'EMBARQUES LIDOS     : ' WRK-TOTAL-EMBARQUES.
               DISPLAY 'EMBARQUES DO DIA    : ' WRK-TOTAL-DO-DIA.
               DISPLAY 'NO NOTFIS           : ' WRK-TOTAL-NO-NOTFIS.
               DISPLAY 'SEM EDI (ROMANEIO)  : ' WRK-TOTAL-SEM-EDI.
               DISPLAY 'INTERCAMBIOS        : ' WRK-TOTAL-INTERCAMBIOS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGEDN' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-DO-DIA TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-NO-NOTFIS TO WRK-CTL-ACEITOS.
               MOVE ZEROS TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-FRETE TO WRK-CTL-HASH.
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
               MOVE 'PROGEDN' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGEDN' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-DO-DIA TO WRK-RUN-LIDOS.
               MOVE WRK-TOTAL-NO-NOTFIS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
