           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGNFE.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: GERACAO DO ARQUIVO DE TRANSMISSAO DA NOTA FISCAL
      *     ELETRONICA (NFETX) PARA A SEFAZ -- O PROGCOB05B IMPRIME
      *     A FATURA, MAS O FISCO SO RECONHECE O DOCUMENTO ELETRONICO
      *     AUTORIZADO. LE O MOVIMENTO DE NF-E DO DIA (NFEMOV,
      *     COPYBOOK CPYNFE, GRAVADO PELO PROGCOB05B) E MONTA UM
      *     CONJUNTO DE REGISTROS POR NOTA: 1 IDENTIFICACAO (EMPRESA,
      *     NUMERO, SERIE, EMISSAO, CNPJ DO EMITENTE E CPF DO
      *     DESTINATARIO), 2 UM POR ITEM COM ICMS E IPI, 3 TOTAIS. OS
      *     PEDIDOS DE CANCELAMENTO DO DIA (NFECAN: EMPRESA + NUMERO
      *     + MOTIVO) SAEM NO MESMO ARQUIVO, COMO IDENTIFICACAO COM
      *     EVENTO C E A CHAVE DE ACESSO + REGISTRO 5 COM PROTOCOLO
      *     E JUSTIFICATIVA. TUDO DENTRO DO ENVELOPE PADRAO (CPYENV).
      *     CADA NOTA TRANSMITIDA FICA NO ARQUIVO DE SITUACAO DA
      *     NF-E (NFESIT, INDEXADO POR EMPRESA + NUMERO) AGUARDANDO
      *     O RETORNO, QUE O PROGNFR PROCESSA; ENQUANTO A NOTA NAO
      *     ESTA AUTORIZADA, O TITULO DELA NO RECEBIV NAO VAI PARA A
      *     REMESSA BANCARIA (PROGCOB31). NOTA SEM CNPJ DO EMITENTE
      *     OU SEM CPF DO DESTINATARIO NEM E TRANSMITIDA: FICA
      *     REJEITADA NA ORIGEM (MOTIVO 999) ATE SER REFATURADA
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MOVIMENTO-NFE ASSIGN TO NFEMOV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NFEMOV-STATUS.
               SELECT CANCELAMENTOS-IN ASSIGN TO NFECAN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NFECAN-STATUS.
               SELECT SITUACAO-NFE ASSIGN TO NFESIT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-NFS-CHAVE
                   FILE STATUS IS WRK-NFESIT-STATUS.
               SELECT TRANSMISSAO-NFE ASSIGN TO NFETX
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELATORIO-NFE ASSIGN TO NFERPT
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
           FD  MOVIMENTO-NFE.
           01  LINHA-MOVIMENTO-NFE PIC X(100).
           FD  CANCELAMENTOS-IN.
           01  REG-CANCELAMENTO-IN.
               02 REG-CAN-EMPRESA PIC X(03).
               02 REG-CAN-NUMERO  PIC 9(06).
               02 REG-CAN-MOTIVO  PIC X(40).
           FD  SITUACAO-NFE.
           01  REG-SITUACAO-NFE.
               02 REG-NFS-CHAVE.
                   03 REG-NFS-EMPRESA PIC X(03).
                   03 REG-NFS-NUMERO  PIC 9(06).
               02 REG-NFS-REFERENCIA  PIC X(20).
               02 REG-NFS-CPF         PIC X(14).
               02 REG-NFS-EMISSAO     PIC X(08).
               02 REG-NFS-VALOR       PIC 9(09)V99.
               02 REG-NFS-SITUACAO    PIC X(01).
                   88 NFS-PENDENTE       VALUE 'P'.
                   88 NFS-AUTORIZADA     VALUE 'A'.
                   88 NFS-REJEITADA      VALUE 'R'.
                   88 NFS-CANC-PENDENTE  VALUE 'C'.
                   88 NFS-CANCELADA      VALUE 'X'.
               02 REG-NFS-DATA-ENVIO  PIC X(08).
               02 REG-NFS-CHAVE-ACESSO PIC X(44).
               02 REG-NFS-PROTOCOLO   PIC X(15).
               02 REG-NFS-MOTIVO      PIC X(03).
               02 REG-NFS-DATA-RETORNO PIC X(08).
           FD  TRANSMISSAO-NFE.
           01  LINHA-TRANSMISSAO PIC X(120).
           FD  RELATORIO-NFE.
           01  LINHA-NFE PIC X(100).
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
           COPY CPYENV.
           COPY CPYCTRL.
           COPY CPYNFE.
           77 WRK-NFEMOV-STATUS PIC X(02) VALUE '00'.
               88 NFEMOV-OK VALUE '00'.
           77 WRK-NFECAN-STATUS PIC X(02) VALUE '00'.
               88 NFECAN-OK VALUE '00'.
           77 WRK-NFESIT-STATUS PIC X(02) VALUE '00'.
               88 NFESIT-OK          VALUE '00'.
               88 NFESIT-NAO-EXISTE  VALUE '35'.
           77 WRK-FIM-MOVIMENTO PIC X(01) VALUE 'N'.
               88 FIM-MOVIMENTO VALUE 'S'.
           77 WRK-FIM-CANCELAMENTOS PIC X(01) VALUE 'N'.
               88 FIM-CANCELAMENTOS VALUE 'S'.
      ******************************
      **** DESTINO DA NOTA CORRENTE DO MOVIMENTO: T = TRANSMITIR,
      **** I = IGNORAR (JA TRANSMITIDA), R = REJEITADA NA ORIGEM
      ******************************
           77 WRK-DESTINO-NOTA PIC X(01) VALUE 'I'.
               88 NOTA-TRANSMITIR  VALUE 'T'.
               88 NOTA-IGNORAR     VALUE 'I'.
               88 NOTA-REJEITAR    VALUE 'R'.
           77 WRK-NOTA-NOVA PIC X(01) VALUE 'N'.
               88 NOTA-NOVA VALUE 'S'.
           77 WRK-CANC-DIRETO PIC X(01) VALUE 'N'.
               88 CANC-DIRETO VALUE 'S'.
           77 WRK-MOTIVO-ORIGEM PIC X(40) VALUE SPACES.
           77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
           77 WRK-NUMERO-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-NFE PIC X(100) VALUE SPACES.
      ******************************
      **** REGISTROS DA TRANSMISSAO (DENTRO DO ENVELOPE H/T): 1
      **** IDENTIFICACAO, 2 ITEM, 3 TOTAIS, 5 CANCELAMENTO
      ******************************
           01 WRK-TX-IDENTIFICACAO.
               02 WRK-TXI-TIPO       PIC X(01) VALUE '1'.
               02 WRK-TXI-EVENTO     PIC X(01) VALUE 'E'.
               02 WRK-TXI-EMPRESA    PIC X(03) VALUE SPACES.
               02 WRK-TXI-NUMERO     PIC 9(06) VALUE ZEROS.
               02 WRK-TXI-SERIE      PIC X(03) VALUE '001'.
               02 WRK-TXI-EMISSAO    PIC X(08) VALUE SPACES.
               02 WRK-TXI-CNPJ       PIC X(14) VALUE SPACES.
               02 WRK-TXI-CPF        PIC X(14) VALUE SPACES.
               02 WRK-TXI-CHAVE-ACESSO PIC X(44) VALUE SPACES.
               02 FILLER             PIC X(26) VALUE SPACES.
           01 WRK-TX-ITEM.
               02 WRK-TXD-TIPO       PIC X(01) VALUE '2'.
               02 WRK-TXD-EMPRESA    PIC X(03) VALUE SPACES.
               02 WRK-TXD-NUMERO     PIC 9(06) VALUE ZEROS.
               02 WRK-TXD-SEQUENCIA  PIC 9(03) VALUE ZEROS.
               02 WRK-TXD-PRODUTO    PIC 9(06) VALUE ZEROS.
               02 WRK-TXD-NCM        PIC X(08) VALUE SPACES.
               02 WRK-TXD-QTDE       PIC 9(05) VALUE ZEROS.
               02 WRK-TXD-VALOR-UNIT PIC 9(07)V99 VALUE ZEROS.
               02 WRK-TXD-VALOR-LIQ  PIC 9(09)V99 VALUE ZEROS.
               02 WRK-TXD-UF-ORIGEM  PIC X(02) VALUE SPACES.
               02 WRK-TXD-UF-DESTINO PIC X(02) VALUE SPACES.
               02 WRK-TXD-ALIQ-ICMS  PIC 9(02)V99 VALUE ZEROS.
               02 WRK-TXD-ICMS       PIC 9(09)V99 VALUE ZEROS.
               02 WRK-TXD-ALIQ-IPI   PIC 9(02)V99 VALUE ZEROS.
               02 WRK-TXD-IPI        PIC 9(09)V99 VALUE ZEROS.
               02 FILLER             PIC X(34) VALUE SPACES.
           01 WRK-TX-TOTAIS.
               02 WRK-TXT-TIPO       PIC X(01) VALUE '3'.
               02 WRK-TXT-EMPRESA    PIC X(03) VALUE SPACES.
               02 WRK-TXT-NUMERO     PIC 9(06) VALUE ZEROS.
               02 WRK-TXT-ITENS      PIC 9(04) VALUE ZEROS.
               02 WRK-TXT-LIQUIDO    PIC 9(09)V99 VALUE ZEROS.
               02 WRK-TXT-ICMS       PIC 9(09)V99 VALUE ZEROS.
               02 WRK-TXT-IPI        PIC 9(09)V99 VALUE ZEROS.
               02 WRK-TXT-TOTAL      PIC 9(09)V99 VALUE ZEROS.
               02 FILLER             PIC X(62) VALUE SPACES.
           01 WRK-TX-CANCELAMENTO.
               02 WRK-TXC-TIPO       PIC X(01) VALUE '5'.
               02 WRK-TXC-EMPRESA    PIC X(03) VALUE SPACES.
               02 WRK-TXC-NUMERO     PIC 9(06) VALUE ZEROS.
               02 WRK-TXC-PROTOCOLO  PIC X(15) VALUE SPACES.
               02 WRK-TXC-MOTIVO     PIC X(40) VALUE SPACES.
               02 FILLER             PIC X(55) VALUE SPACES.
           77 WRK-TOTAL-LIDOS       PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-NOTAS       PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-TRANSMITIDAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-IGNORADAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REJ-ORIGEM  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PED-CANC    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CANC-ENV    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-CANC-RECUS  PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REGISTROS   PIC 9(08) VALUE ZEROS.
           77 WRK-TOTAL-VALOR PIC S9(11)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-MOVIMENTO UNTIL FIM-MOVIMENTO.
               PERFORM 0500-PROCESSAR-CANCELAMENTOS.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** ABRE O ARQUIVO DE SITUACAO (CRIADO VAZIO NO PRIMEIRO
      **** RUN), A TRANSMISSAO COM O HEADER DO ENVELOPE E O
      **** RELATORIO; SEM NFEMOV (DIA SEM FATURA) SO OS
      **** CANCELAMENTOS SAO TRATADOS
      ******************************
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O SITUACAO-NFE.
               IF NFESIT-NAO-EXISTE
                   OPEN OUTPUT SITUACAO-NFE
                   CLOSE SITUACAO-NFE
                   OPEN I-O SITUACAO-NFE
               END-IF.
               OPEN OUTPUT TRANSMISSAO-NFE
                           RELATORIO-NFE.
               MOVE SPACES TO WRK-ENV-BUFFER.
               MOVE 'H' TO WRK-ENV-TIPO.
               MOVE 'NFETX   ' TO WRK-ENV-ARQUIVO.
               MOVE WRK-DATA-HOJE TO WRK-ENV-DATA.
               MOVE 'PCOBNITE  ' TO WRK-ENV-ORIGEM.
               WRITE LINHA-TRANSMISSAO FROM WRK-ENV-BUFFER.
               MOVE 'TRANSMISSAO DA NF-E - NOTAS E CANCELAMENTOS'
                   TO LINHA-NFE.
               WRITE LINHA-NFE.
               OPEN INPUT MOVIMENTO-NFE.
               IF NFEMOV-OK
                   READ MOVIMENTO-NFE INTO WRK-NFE-CABECALHO
                       AT END SET FIM-MOVIMENTO TO TRUE
                   END-READ
               ELSE
                   SET FIM-MOVIMENTO TO TRUE
               END-IF.
      ******************************
      **** UM REGISTRO DO MOVIMENTO: O CABECALHO DECIDE O DESTINO
      **** DA NOTA; ITENS E TOTAL SEGUEM O DESTINO DO CABECALHO
      ******************************
           0200-PROCESSAR-MOVIMENTO.
               ADD 1 TO WRK-TOTAL-LIDOS.
               EVALUATE TRUE
                   WHEN NFE-REG-CABECALHO
                       PERFORM 0210-ABRIR-NOTA
                   WHEN NFE-REG-ITEM
                       IF NOTA-TRANSMITIR
                           PERFORM 0230-TRANSMITIR-ITEM
                       END-IF
                   WHEN NFE-REG-TOTAL
                       PERFORM 0250-FECHAR-NOTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               READ MOVIMENTO-NFE INTO WRK-NFE-CABECALHO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.
      ******************************
      **** NOTA NOVA OU REJEITADA ANTES (REFATURADA) E TRANSMITIDA;
      **** NOTA JA NO CICLO (PENDENTE, AUTORIZADA, CANCELADA) E
      **** IGNORADA -- O RERUN DO DIA NAO DUPLICA A TRANSMISSAO
      ******************************
           0210-ABRIR-NOTA.
               ADD 1 TO WRK-TOTAL-NOTAS.
               MOVE SPACES TO WRK-MOTIVO-ORIGEM.
               MOVE 'N' TO WRK-NOTA-NOVA.
               MOVE WRK-NFC-EMPRESA TO REG-NFS-EMPRESA.
               MOVE WRK-NFC-NUMERO  TO REG-NFS-NUMERO.
               READ SITUACAO-NFE
                   INVALID KEY SET NOTA-NOVA TO TRUE
               END-READ.
               IF NOT NOTA-NOVA AND NOT NFS-REJEITADA
                   SET NOTA-IGNORAR TO TRUE
                   ADD 1 TO WRK-TOTAL-IGNORADAS
                   MOVE 'JA TRANSMITIDA - SITUACAO '
                       TO WRK-MOTIVO-ORIGEM
                   MOVE REG-NFS-SITUACAO TO WRK-MOTIVO-ORIGEM (27:1)
                   PERFORM 0270-LISTAR-NOTA
               ELSE
                   PERFORM 0220-PREPARAR-NOTA
               END-IF.
           0220-PREPARAR-NOTA.
               IF WRK-NFC-CNPJ = SPACES
                   MOVE 'SEM CNPJ DO EMITENTE NO EMPMST'
                       TO WRK-MOTIVO-ORIGEM
               END-IF.
               IF WRK-NFC-CPF = SPACES
                   MOVE 'SEM CPF DO DESTINATARIO'
                       TO WRK-MOTIVO-ORIGEM
               END-IF.
               IF NOTA-NOVA
                   MOVE SPACES TO REG-SITUACAO-NFE
                   MOVE WRK-NFC-EMPRESA TO REG-NFS-EMPRESA
                   MOVE WRK-NFC-NUMERO  TO REG-NFS-NUMERO
                   MOVE ZEROS TO REG-NFS-VALOR
               END-IF.
               MOVE WRK-NFC-REFERENCIA TO REG-NFS-REFERENCIA.
               MOVE WRK-NFC-CPF        TO REG-NFS-CPF.
               MOVE WRK-NFC-DATA       TO REG-NFS-EMISSAO.
               MOVE WRK-DATA-HOJE      TO REG-NFS-DATA-ENVIO.
               MOVE SPACES TO REG-NFS-CHAVE-ACESSO REG-NFS-PROTOCOLO
                              REG-NFS-DATA-RETORNO.
               IF WRK-MOTIVO-ORIGEM NOT = SPACES
                   SET NOTA-REJEITAR TO TRUE
                   SET NFS-REJEITADA TO TRUE
                   MOVE '999' TO REG-NFS-MOTIVO
               ELSE
                   SET NOTA-TRANSMITIR TO TRUE
                   SET NFS-PENDENTE TO TRUE
                   MOVE SPACES TO REG-NFS-MOTIVO
                   MOVE SPACES TO WRK-TX-IDENTIFICACAO
                   MOVE '1' TO WRK-TXI-TIPO
                   MOVE 'E' TO WRK-TXI-EVENTO
                   MOVE WRK-NFC-EMPRESA TO WRK-TXI-EMPRESA
                   MOVE WRK-NFC-NUMERO  TO WRK-TXI-NUMERO
                   MOVE '001'           TO WRK-TXI-SERIE
                   MOVE WRK-NFC-DATA    TO WRK-TXI-EMISSAO
                   MOVE WRK-NFC-CNPJ    TO WRK-TXI-CNPJ
                   MOVE WRK-NFC-CPF     TO WRK-TXI-CPF
                   MOVE WRK-TX-IDENTIFICACAO TO WRK-ENV-BUFFER
                   PERFORM 0290-GRAVAR-TRANSMISSAO
               END-IF.
           0230-TRANSMITIR-ITEM.
               MOVE SPACES TO WRK-TX-ITEM.
               MOVE '2' TO WRK-TXD-TIPO.
               MOVE WRK-NFI-EMPRESA    TO WRK-TXD-EMPRESA.
               MOVE WRK-NFI-NUMERO     TO WRK-TXD-NUMERO.
               MOVE WRK-NFI-SEQUENCIA  TO WRK-TXD-SEQUENCIA.
               MOVE WRK-NFI-PRODUTO    TO WRK-TXD-PRODUTO.
               MOVE WRK-NFI-NCM        TO WRK-TXD-NCM.
               MOVE WRK-NFI-QTDE       TO WRK-TXD-QTDE.
               MOVE WRK-NFI-VALOR-UNIT TO WRK-TXD-VALOR-UNIT.
               MOVE WRK-NFI-VALOR-LIQ  TO WRK-TXD-VALOR-LIQ.
               MOVE WRK-NFI-UF-ORIGEM  TO WRK-TXD-UF-ORIGEM.
               MOVE WRK-NFI-UF-DESTINO TO WRK-TXD-UF-DESTINO.
               MOVE WRK-NFI-ALIQ-ICMS  TO WRK-TXD-ALIQ-ICMS.
               MOVE WRK-NFI-ICMS       TO WRK-TXD-ICMS.
               MOVE WRK-NFI-ALIQ-IPI   TO WRK-TXD-ALIQ-IPI.
               MOVE WRK-NFI-IPI        TO WRK-TXD-IPI.
               MOVE WRK-TX-ITEM TO WRK-ENV-BUFFER.
               PERFORM 0290-GRAVAR-TRANSMISSAO.
      ******************************
      **** TOTAL DA NOTA: FECHA O CONJUNTO TRANSMITIDO E GRAVA A
      **** SITUACAO (PENDENTE OU REJEITADA NA ORIGEM) NO NFESIT
      ******************************
           0250-FECHAR-NOTA.
               IF NOT NOTA-IGNORAR
                   PERFORM 0260-GRAVAR-SITUACAO
               END-IF.
           0260-GRAVAR-SITUACAO.
               MOVE WRK-NFT-TOTAL TO REG-NFS-VALOR.
               IF NOTA-TRANSMITIR
                   MOVE SPACES TO WRK-TX-TOTAIS
                   MOVE '3' TO WRK-TXT-TIPO
                   MOVE WRK-NFT-EMPRESA TO WRK-TXT-EMPRESA
                   MOVE WRK-NFT-NUMERO  TO WRK-TXT-NUMERO
                   MOVE WRK-NFT-ITENS   TO WRK-TXT-ITENS
                   MOVE WRK-NFT-LIQUIDO TO WRK-TXT-LIQUIDO
                   MOVE WRK-NFT-ICMS    TO WRK-TXT-ICMS
                   MOVE WRK-NFT-IPI     TO WRK-TXT-IPI
                   MOVE WRK-NFT-TOTAL   TO WRK-TXT-TOTAL
                   MOVE WRK-TX-TOTAIS TO WRK-ENV-BUFFER
                   PERFORM 0290-GRAVAR-TRANSMISSAO
                   ADD 1 TO WRK-TOTAL-TRANSMITIDAS
                   ADD WRK-NFT-TOTAL TO WRK-TOTAL-VALOR
               ELSE
                   ADD 1 TO WRK-TOTAL-REJ-ORIGEM
               END-IF.
               IF NOTA-NOVA
                   WRITE REG-SITUACAO-NFE
                       INVALID KEY CONTINUE
                   END-WRITE
               ELSE
                   REWRITE REG-SITUACAO-NFE
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF.
               PERFORM 0270-LISTAR-NOTA.
               SET NOTA-IGNORAR TO TRUE.
      ******************************
      **** UMA LINHA DO RELATORIO POR NOTA DO MOVIMENTO
      ******************************
           0270-LISTAR-NOTA.
               MOVE REG-NFS-NUMERO TO WRK-NUMERO-ED.
               MOVE REG-NFS-VALOR  TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA-NFE.
               EVALUATE TRUE
                   WHEN NOTA-TRANSMITIR
                       STRING 'TRANSMITIDA  EMP ' DELIMITED BY SIZE
                              REG-NFS-EMPRESA DELIMITED BY SIZE
                              ' NOTA ' DELIMITED BY SIZE
                              WRK-NUMERO-ED DELIMITED BY SIZE
                              ' CPF ' DELIMITED BY SIZE
                              REG-NFS-CPF DELIMITED BY SIZE
                              ' VALOR ' DELIMITED BY SIZE
                              WRK-VALOR-ED DELIMITED BY SIZE
                              INTO WRK-LINHA-NFE
                   WHEN OTHER
                       IF NOTA-REJEITAR
                           MOVE 'REJ. ORIGEM' TO WRK-LINHA-NFE
                       ELSE
                           MOVE 'IGNORADA' TO WRK-LINHA-NFE
                       END-IF
                       STRING 'EMP ' DELIMITED BY SIZE
                              REG-NFS-EMPRESA DELIMITED BY SIZE
                              ' NOTA ' DELIMITED BY SIZE
                              WRK-NUMERO-ED DELIMITED BY SIZE
                              ' - ' DELIMITED BY SIZE
                              WRK-MOTIVO-ORIGEM DELIMITED BY SIZE
                              INTO WRK-LINHA-NFE (14:87)
               END-EVALUATE.
               WRITE LINHA-NFE FROM WRK-LINHA-NFE.
      ******************************
      **** GRAVA UM REGISTRO DE DETALHE NA TRANSMISSAO (O REGISTRO
      **** JA MONTADO E MOVIDO ANTES PARA O BUFFER DO ENVELOPE)
      ******************************
           0290-GRAVAR-TRANSMISSAO.
               WRITE LINHA-TRANSMISSAO FROM WRK-ENV-BUFFER.
               ADD 1 TO WRK-TOTAL-REGISTROS.
               MOVE SPACES TO WRK-ENV-BUFFER.
      ******************************
      **** PEDIDOS DE CANCELAMENTO DO DIA, SE O ARQUIVO EXISTIR: SO
      **** NOTA AUTORIZADA VAI PARA A SEFAZ (E FICA COM O
      **** CANCELAMENTO PENDENTE ATE O RETORNO); NOTA REJEITADA NUNCA
      **** EXISTIU NO FISCO E E CANCELADA DIRETO; O RESTO E RECUSADO
      ******************************
           0500-PROCESSAR-CANCELAMENTOS.
               OPEN INPUT CANCELAMENTOS-IN.
               IF NFECAN-OK
                   READ CANCELAMENTOS-IN
                       AT END SET FIM-CANCELAMENTOS TO TRUE
                   END-READ
                   PERFORM 0510-TRATAR-CANCELAMENTO
                       UNTIL FIM-CANCELAMENTOS
                   CLOSE CANCELAMENTOS-IN
               END-IF.
           0510-TRATAR-CANCELAMENTO.
               ADD 1 TO WRK-TOTAL-PED-CANC.
               MOVE SPACES TO WRK-MOTIVO-ORIGEM.
               MOVE 'N' TO WRK-CANC-DIRETO.
               MOVE REG-CAN-EMPRESA TO REG-NFS-EMPRESA.
               MOVE REG-CAN-NUMERO  TO REG-NFS-NUMERO.
               MOVE REG-CAN-NUMERO  TO WRK-NUMERO-ED.
               READ SITUACAO-NFE
                   INVALID KEY
                       MOVE 'NOTA NAO ENCONTRADA NO NFESIT'
                           TO WRK-MOTIVO-ORIGEM
               END-READ.
               IF WRK-MOTIVO-ORIGEM = SPACES
                   EVALUATE TRUE
                       WHEN NFS-AUTORIZADA
                           PERFORM 0520-TRANSMITIR-CANCELAMENTO
                       WHEN NFS-REJEITADA
                           SET NFS-CANCELADA TO TRUE
                           SET CANC-DIRETO TO TRUE
                           MOVE WRK-DATA-HOJE TO REG-NFS-DATA-RETORNO
                           REWRITE REG-SITUACAO-NFE
                               INVALID KEY CONTINUE
                           END-REWRITE
                           MOVE 'REJEITADA - CANCELADA SEM TRANSMISSAO'
                               TO WRK-MOTIVO-ORIGEM
                       WHEN NFS-PENDENTE
                           MOVE 'NOTA AINDA SEM AUTORIZACAO'
                               TO WRK-MOTIVO-ORIGEM
                       WHEN OTHER
                           MOVE 'CANCELAMENTO JA SOLICITADO'
                               TO WRK-MOTIVO-ORIGEM
                   END-EVALUATE
               END-IF.
               MOVE SPACES TO WRK-LINHA-NFE.
               IF WRK-MOTIVO-ORIGEM = SPACES
                   STRING 'CANC. ENVIADO EMP ' DELIMITED BY SIZE
                          REG-CAN-EMPRESA DELIMITED BY SIZE
                          ' NOTA ' DELIMITED BY SIZE
                          WRK-NUMERO-ED DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          REG-CAN-MOTIVO DELIMITED BY SIZE
                          INTO WRK-LINHA-NFE
               ELSE
                   IF NOT CANC-DIRETO
                       ADD 1 TO WRK-TOTAL-CANC-RECUS
                   END-IF
                   STRING 'CANC. RECUSADO EMP ' DELIMITED BY SIZE
                          REG-CAN-EMPRESA DELIMITED BY SIZE
                          ' NOTA ' DELIMITED BY SIZE
                          WRK-NUMERO-ED DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WRK-MOTIVO-ORIGEM DELIMITED BY SIZE
                          INTO WRK-LINHA-NFE
                   IF CANC-DIRETO
                       MOVE 'CANC. DIRETO  ' TO WRK-LINHA-NFE (1:14)
                   END-IF
               END-IF.
               WRITE LINHA-NFE FROM WRK-LINHA-NFE.
               READ CANCELAMENTOS-IN
                   AT END SET FIM-CANCELAMENTOS TO TRUE
               END-READ.
           0520-TRANSMITIR-CANCELAMENTO.
               MOVE SPACES TO WRK-TX-IDENTIFICACAO.
               MOVE '1' TO WRK-TXI-TIPO.
               MOVE 'C' TO WRK-TXI-EVENTO.
               MOVE REG-NFS-EMPRESA      TO WRK-TXI-EMPRESA.
               MOVE REG-NFS-NUMERO       TO WRK-TXI-NUMERO.
               MOVE '001'                TO WRK-TXI-SERIE.
               MOVE REG-NFS-EMISSAO      TO WRK-TXI-EMISSAO.
               MOVE REG-NFS-CPF          TO WRK-TXI-CPF.
               MOVE REG-NFS-CHAVE-ACESSO TO WRK-TXI-CHAVE-ACESSO.
               MOVE WRK-TX-IDENTIFICACAO TO WRK-ENV-BUFFER.
               PERFORM 0290-GRAVAR-TRANSMISSAO.
               MOVE SPACES TO WRK-TX-CANCELAMENTO.
               MOVE '5' TO WRK-TXC-TIPO.
               MOVE REG-NFS-EMPRESA   TO WRK-TXC-EMPRESA.
               MOVE REG-NFS-NUMERO    TO WRK-TXC-NUMERO.
               MOVE REG-NFS-PROTOCOLO TO WRK-TXC-PROTOCOLO.
               MOVE REG-CAN-MOTIVO    TO WRK-TXC-MOTIVO.
               MOVE WRK-TX-CANCELAMENTO TO WRK-ENV-BUFFER.
               PERFORM 0290-GRAVAR-TRANSMISSAO.
               SET NFS-CANC-PENDENTE TO TRUE.
               MOVE WRK-DATA-HOJE TO REG-NFS-DATA-ENVIO.
               MOVE SPACES TO REG-NFS-MOTIVO.
               REWRITE REG-SITUACAO-NFE
                   INVALID KEY CONTINUE
               END-REWRITE.
               ADD 1 TO WRK-TOTAL-CANC-ENV.
      ******************************
      **** FECHA A TRANSMISSAO COM O TRAILER DO ENVELOPE
      **** (QUANTIDADE DE REGISTROS E VALOR DAS NOTAS TRANSMITIDAS)
      ******************************
           0800-FINALIZAR.
               MOVE SPACES TO WRK-ENV-BUFFER.
               MOVE 'T' TO WRK-ENR-TIPO.
               MOVE WRK-TOTAL-REGISTROS TO WRK-ENR-QTDE.
               MOVE WRK-TOTAL-VALOR TO WRK-ENR-HASH.
               WRITE LINHA-TRANSMISSAO FROM WRK-ENV-BUFFER.
               IF NFEMOV-OK
                   CLOSE MOVIMENTO-NFE
               END-IF.
               CLOSE SITUACAO-NFE TRANSMISSAO-NFE RELATORIO-NFE.
               DISPLAY '********************'.
               DISPLAY 'NOTAS NO MOVIMENTO : ' WRK-TOTAL-NOTAS.
               DISPLAY 'NOTAS TRANSMITIDAS : ' WRK-TOTAL-TRANSMITIDAS.
               DISPLAY 'JA TRANSMITIDAS    : ' WRK-TOTAL-IGNORADAS.
               DISPLAY 'REJEITADAS ORIGEM  : ' WRK-TOTAL-REJ-ORIGEM.
               DISPLAY 'PEDIDOS DE CANCEL. : ' WRK-TOTAL-PED-CANC.
               DISPLAY 'CANCEL. ENVIADOS   : ' WRK-TOTAL-CANC-ENV.
               DISPLAY 'CANCEL. RECUSADOS  : ' WRK-TOTAL-CANC-RECUS.
               IF WRK-TOTAL-REJ-ORIGEM > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGNFE' TO WRK-CTL-PROGRAMA.
               COMPUTE WRK-CTL-LIDOS =
                   WRK-TOTAL-NOTAS + WRK-TOTAL-PED-CANC.
               COMPUTE WRK-CTL-ACEITOS =
                   WRK-TOTAL-TRANSMITIDAS + WRK-TOTAL-CANC-ENV.
               COMPUTE WRK-CTL-REJEITADOS =
                   WRK-TOTAL-REJ-ORIGEM + WRK-TOTAL-CANC-RECUS.
               MOVE WRK-TOTAL-VALOR TO WRK-CTL-HASH.
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
               MOVE 'PROGNFE' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGNFE' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-TRANSMITIDAS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
