           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGPIX.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: COBRANCA PIX -- GERA O ARQUIVO DIARIO DE
      *     COBRANCAS PIX DINAMICAS COM VENCIMENTO (PIXREM) PARA O
      *     BANCO MARCADO COMO RECEBEDOR PIX NO CADASTRO DE BANCOS
      *     (BCOMST, CPYBANCO), UMA POR ITEM EM ABERTO: TITULO DO
      *     CONTAS A RECEBER (STATUS A OU E, FORA DOS RETIDOS POR NF-E
      *     NAO AUTORIZADA, COMO NO PROGCOB31) PELO VALOR E
      *     VENCIMENTO DO TITULO, E MENSALIDADE EM ABERTO DO MENSAB
      *     PELO VALOR + ENCARGOS, VENCENDO NO DIA 10 DA COMPETENCIA.
      *     O PAGADOR DO TITULO E O CLIENTE (NOME DO CLIMST); O DA
      *     MENSALIDADE E O RESPONSAVEL FINANCEIRO DO ALUNO (RESPMST)
      *     -- MENSALIDADE SEM RESPONSAVEL NAO E COBRADA E SAI NA
      *     CONTAGEM. VENCIMENTO JA PASSADO VAI PARA A DATA DO RUN.
      *     CADA COBRANCA TEM UM TXID UNICO (DATA + TIPO + SEQUENCIA)
      *     E E ANOTADA NO LOG DAS COBRANCAS (PIXLOG, CPYPIX). ITEM
      *     QUE JA TEM COBRANCA ABERTA DO MESMO VALOR NAO E COBRADO
      *     DE NOVO; SE O VALOR MUDOU, A COBRANCA ANTIGA FICA
      *     SUBSTITUIDA E SAI UMA NOVA. COBRANCA ABERTA DE ITEM QUE
      *     JA NAO ESTA EM ABERTO FICA ENCERRADA. O LOG E REGRAVADO
      *     NO PIXLNEW (COPY-BACK NO JCL), SEM AS COBRANCAS LIQUIDADAS,
      *     ENCERRADAS OU SUBSTITUIDAS ANTES DO MES ANTERIOR. SEM
      *     BANCO PIX NO CADASTRO NADA E EMITIDO E O RUN TERMINA COM 4
      *    DATA= 15/10/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O PAGADOR DA MENSALIDADE PASSOU A SER O RESPONSAVEL
      *     FINANCEIRO QUE O PROGCOB23 GRAVA NA PROPRIA MENSALIDADE, COM
      *     O NOME DO CADASTRO DE RESPONSAVEIS (RESPMST, CHAVE CPF,
      *     MANTIDO PELO PROGADM); A LISTA AVULSA POR MATRICULA
      *     (RESPFIN) SAIU
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS), LIDO NA
      *     SEQUENCIA DA CHAVE
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RESPONSAVEL-MASTER ASSIGN TO RESPMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-RSP-CPF
                   FILE STATUS IS WRK-RESPMST-STATUS.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT BANCOS-IN ASSIGN TO BCOMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BCOMST-STATUS.
               SELECT SITUACAO-NFE ASSIGN TO NFESIT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-NFS-CHAVE
                   FILE STATUS IS WRK-NFESIT-STATUS.
               SELECT LOG-PIX ASSIGN TO PIXLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PIXLOG-STATUS.
               SELECT LOG-PIX-OUT ASSIGN TO PIXLNEW
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REMESSA-PIX ASSIGN TO PIXREM
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
           FD  CONTAS-RECEBER.
           01  LINHA-RECEBIVEL.
               02 REG-RCB-CHAVE.
                   03 REG-RCB-CPF        PIC X(14).
                   03 FILLER             PIC X(02).
                   03 REG-RCB-REFERENCIA PIC X(20).
               02 FILLER                 PIC X(25).
               02 REG-RCB-VENCIMENTO     PIC X(08).
               02 FILLER                 PIC X(02).
               02 REG-RCB-STATUS         PIC X(01).
               02 FILLER                 PIC X(68).
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  RESPONSAVEL-MASTER.
           01  REG-RESPONSAVEL-MASTER.
               02 REG-RSP-CPF       PIC X(11).
               02 REG-RSP-NOME      PIC X(40).
               02 REG-RSP-ENDERECO  PIC X(40).
               02 REG-RSP-UF        PIC X(02).
               02 REG-RSP-CEP       PIC X(08).
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
           FD  BANCOS-IN.
           01  LINHA-BANCO-IN PIC X(140).
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
           FD  LOG-PIX.
           01  LINHA-PIX-LOG PIC X(100).
           FD  LOG-PIX-OUT.
           01  LINHA-PIX-LOG-OUT PIC X(100).
           FD  REMESSA-PIX.
           01  LINHA-REMESSA-PIX PIC X(140).
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
           COPY CPYRECEB.
           COPY CPYBANCO.
           COPY CPYCTRL.
           COPY CPYPIX.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK VALUE '00'.
           77 WRK-BCOMST-STATUS PIC X(02) VALUE '00'.
               88 BCOMST-OK VALUE '00'.
           77 WRK-NFESIT-STATUS PIC X(02) VALUE '00'.
               88 NFESIT-OK VALUE '00'.
           77 WRK-PIXLOG-STATUS PIC X(02) VALUE '00'.
               88 PIXLOG-OK VALUE '00'.
           77 WRK-RESPMST-STATUS PIC X(02) VALUE '00'.
               88 RESPMST-OK VALUE '00'.
           77 WRK-FIM-BANCOS PIC X(01) VALUE 'N'.
               88 FIM-BANCOS VALUE 'S'.
           77 WRK-FIM-NFESIT PIC X(01) VALUE 'N'.
               88 FIM-NFESIT VALUE 'S'.
           77 WRK-FIM-PIXLOG PIC X(01) VALUE 'N'.
               88 FIM-PIXLOG VALUE 'S'.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
               88 FIM-RECEBIVEIS VALUE 'S'.
           77 WRK-FIM-MENSAL PIC X(01) VALUE 'N'.
               88 FIM-MENSALIDADES VALUE 'S'.
           77 WRK-CLIMST-ABERTO PIC X(01) VALUE 'N'.
               88 CLIMST-ABERTO VALUE 'S'.
           77 WRK-RESPMST-ABERTO PIC X(01) VALUE 'N'.
               88 RESPMST-ABERTO VALUE 'S'.
           77 WRK-ESTOURO PIC X(01) VALUE 'N'.
               88 TABELA-ESTOURADA VALUE 'S'.
           77 WRK-BANCO-PIX PIC X(01) VALUE 'N'.
               88 TEM-BANCO-PIX VALUE 'S'.
      ******************************
      **** REGISTRO DA MENSALIDADE (MESMO LAYOUT DO PROGCOB23)
      ******************************
           01 WRK-MENSALIDADE.
               02 WRK-MEN-MATRICULA   PIC 9(06) VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-CURSO       PIC X(20) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-COMPETENCIA PIC X(06) VALUE SPACES.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-VALOR       PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-ENCARGOS    PIC 9(07)V99 VALUE ZEROS.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
      ******************************
      **** REFERENCIAS DE TITULOS CUJA NF-E AINDA NAO ESTA
      **** AUTORIZADA: NAO SAO COBRADOS, COMO NA REMESSA
      ******************************
           77 WRK-QTD-NFE-RETIDA PIC 9(04) VALUE ZEROS.
           01 TAB-NFE-RETIDAS.
               02 TAB-NFE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-NFE-RETIDA
                  INDEXED BY TAB-NFE-IDX.
                   03 TAB-NFE-REFERENCIA PIC X(20).
           77 WRK-TITULO-RETIDO PIC X(01) VALUE 'N'.
               88 TITULO-RETIDO VALUE 'S'.
      ******************************
      **** COBRANCAS DO LOG EM MEMORIA (AS DESTE RUN ENTRAM NO FIM).
      **** VISTA = S QUANDO O ITEM DA COBRANCA ABERTA AINDA ESTA EM
      **** ABERTO NESTE RUN
      ******************************
           77 WRK-QTD-PXL PIC 9(04) VALUE ZEROS.
           01 TAB-LOG-PIX.
               02 TAB-PXL OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-PXL
                  INDEXED BY TAB-PXL-IDX.
                   03 TAB-PXL-TXID       PIC X(35).
                   03 TAB-PXL-TIPO       PIC X(01).
                   03 TAB-PXL-REFERENCIA PIC X(20).
                   03 TAB-PXL-EMISSAO    PIC X(08).
                   03 TAB-PXL-VALOR      PIC 9(09)V99.
                   03 TAB-PXL-SITUACAO   PIC X(01).
                   03 TAB-PXL-DATA-SIT   PIC X(08).
                   03 TAB-PXL-VISTA      PIC X(01).
           77 WRK-PXL-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-QTD-PXL-ANTIGAS PIC 9(04) VALUE ZEROS.
      ******************************
      **** BANCO RECEBEDOR DO PIX (PRIMEIRO MARCADO NO CADASTRO)
      ******************************
           01 WRK-BANCO-RECEBEDOR.
               02 WRK-BPX-CODIGO  PIC X(03) VALUE SPACES.
               02 WRK-BPX-AGENCIA PIC X(05) VALUE SPACES.
               02 WRK-BPX-CONTA   PIC X(10) VALUE SPACES.
               02 WRK-BPX-CHAVE   PIC X(77) VALUE SPACES.
      ******************************
      **** TXID DA COBRANCA: DATA DO RUN + TIPO DO ITEM + SEQUENCIA
      **** DO DIA; AS 20 PRIMEIRAS POSICOES JA SAO UNICAS
      ******************************
           01 WRK-TXID-NOVO.
               02 WRK-TXN-DATA     PIC X(08) VALUE SPACES.
               02 WRK-TXN-TIPO     PIC X(01) VALUE SPACES.
               02 WRK-TXN-SEQ      PIC 9(11) VALUE ZEROS.
               02 WRK-TXN-SUFIXO   PIC X(07) VALUE 'PCOBPIX'.
               02 FILLER           PIC X(08) VALUE SPACES.
           01 WRK-TXID-LIDO.
               02 WRK-TXL-DATA     PIC X(08).
               02 WRK-TXL-TIPO     PIC X(01).
               02 WRK-TXL-SEQ      PIC X(11).
               02 FILLER           PIC X(15).
      ******************************
      **** REGISTROS DA REMESSA PIX (HEADER 0 / DETALHE 1 /
      **** TRAILER 9)
      ******************************
           01 WRK-PIX-HEADER.
               02 WRK-PXH-TIPO     PIC X(01) VALUE '0'.
               02 WRK-PXH-LITERAL  PIC X(07) VALUE 'PIXCOB'.
               02 WRK-PXH-BANCO    PIC X(03) VALUE SPACES.
               02 WRK-PXH-AGENCIA  PIC X(05) VALUE SPACES.
               02 WRK-PXH-CONTA    PIC X(10) VALUE SPACES.
               02 WRK-PXH-DATA     PIC X(08) VALUE SPACES.
               02 WRK-PXH-CHAVE    PIC X(77) VALUE SPACES.
           01 WRK-PIX-DETALHE.
               02 WRK-PXD-TIPO       PIC X(01) VALUE '1'.
               02 WRK-PXD-TXID       PIC X(35) VALUE SPACES.
               02 WRK-PXD-VENCIMENTO PIC X(08) VALUE SPACES.
               02 WRK-PXD-VALOR      PIC 9(11) VALUE ZEROS.
               02 WRK-PXD-INSCRICAO  PIC X(02) VALUE SPACES.
                   88 PXD-INSCRICAO-CPF  VALUE '01'.
                   88 PXD-INSCRICAO-CNPJ VALUE '02'.
               02 WRK-PXD-DOCUMENTO  PIC X(14) VALUE SPACES.
               02 WRK-PXD-NOME       PIC X(40) VALUE SPACES.
               02 WRK-PXD-REFERENCIA PIC X(20) VALUE SPACES.
           01 WRK-PIX-TRAILER.
               02 WRK-PXT-TIPO     PIC X(01) VALUE '9'.
               02 WRK-PXT-QTDE     PIC 9(06) VALUE ZEROS.
               02 WRK-PXT-TOTAL    PIC 9(13) VALUE ZEROS.
      ******************************
      **** DATA DO RUN E COMPETENCIA DE CORTE DA PODA DO LOG (MES
      **** ANTERIOR AO DO RUN)
      ******************************
           01 WRK-DATA-HOJE.
               02 WRK-HOJE-ANO  PIC 9(04).
               02 WRK-HOJE-MES  PIC 9(02).
               02 WRK-HOJE-DIA  PIC 9(02).
           01 WRK-MES-CORTE.
               02 WRK-CORTE-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-CORTE-MES PIC 9(02) VALUE ZEROS.
           77 WRK-TIPO-ITEM PIC X(01) VALUE SPACES.
           77 WRK-REF-ITEM PIC X(20) VALUE SPACES.
           77 WRK-VALOR-ITEM PIC 9(09)V99 VALUE ZEROS.
           77 WRK-VENCTO-ITEM PIC X(08) VALUE SPACES.
           77 WRK-ACHOU-COBRANCA PIC X(01) VALUE 'N'.
               88 COBRANCA-ACHADA VALUE 'S'.
           77 WRK-VALOR-CENTAVOS PIC 9(11) VALUE ZEROS.
           77 WRK-TOTAL-CENTAVOS PIC 9(13) VALUE ZEROS.
           77 WRK-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-EMITIDAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-MANTIDAS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SUBSTITUIDAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RETIDOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-RESP   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-ENCERRADAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-PODADAS    PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-TITULO UNTIL FIM-RECEBIVEIS.
               PERFORM 0300-PROCESSAR-MENSALIDADES.
               PERFORM 0500-REGRAVAR-LOG.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               MOVE WRK-HOJE-ANO TO WRK-CORTE-ANO.
               IF WRK-HOJE-MES = 1
                   SUBTRACT 1 FROM WRK-CORTE-ANO
                   MOVE 12 TO WRK-CORTE-MES
               ELSE
                   COMPUTE WRK-CORTE-MES = WRK-HOJE-MES - 1
               END-IF.
               MOVE WRK-DATA-HOJE TO WRK-TXN-DATA.
               PERFORM 0110-CARREGAR-BANCO-PIX.
               PERFORM 0130-CARREGAR-NFE-RETIDAS.
               PERFORM 0170-CARREGAR-LOG-PIX.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DO PROGPIX ESTOUROU (5000) '
                       '- RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0990-REGISTRAR-FIM
                   STOP RUN
               END-IF.
               OPEN INPUT CLIENTE-MASTER.
               IF CLIMST-OK
                   SET CLIMST-ABERTO TO TRUE
               END-IF.
               OPEN INPUT RESPONSAVEL-MASTER.
               IF RESPMST-OK
                   SET RESPMST-ABERTO TO TRUE
               END-IF.
               OPEN INPUT CONTAS-RECEBER
                    OUTPUT REMESSA-PIX.
               IF TEM-BANCO-PIX
                   MOVE WRK-BPX-CODIGO  TO WRK-PXH-BANCO
                   MOVE WRK-BPX-AGENCIA TO WRK-PXH-AGENCIA
                   MOVE WRK-BPX-CONTA   TO WRK-PXH-CONTA
                   MOVE WRK-DATA-HOJE   TO WRK-PXH-DATA
                   MOVE WRK-BPX-CHAVE   TO WRK-PXH-CHAVE
                   WRITE LINHA-REMESSA-PIX FROM WRK-PIX-HEADER
               ELSE
                   DISPLAY 'NENHUM BANCO RECEBEDOR PIX NO BCOMST - '
                       'NENHUMA COBRANCA EMITIDA'
                   MOVE 4 TO RETURN-CODE
               END-IF.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
      **** PRIMEIRO BANCO DO CADASTRO MARCADO COMO RECEBEDOR PIX
      ******************************
           0110-CARREGAR-BANCO-PIX.
               OPEN INPUT BANCOS-IN.
               IF BCOMST-OK
                   READ BANCOS-IN INTO WRK-BANCO-CADASTRO
                       AT END SET FIM-BANCOS TO TRUE
                   END-READ
                   PERFORM 0120-LER-BANCO
                       UNTIL FIM-BANCOS OR TEM-BANCO-PIX
                   CLOSE BANCOS-IN
               END-IF.
           0120-LER-BANCO.
               IF BCO-RECEBE-PIX
                   AND WRK-BCO-CHAVE-PIX NOT = SPACES
                   SET TEM-BANCO-PIX TO TRUE
                   MOVE WRK-BCO-CODIGO    TO WRK-BPX-CODIGO
                   MOVE WRK-BCO-AGENCIA   TO WRK-BPX-AGENCIA
                   MOVE WRK-BCO-CONTA     TO WRK-BPX-CONTA
                   MOVE WRK-BCO-CHAVE-PIX TO WRK-BPX-CHAVE
               ELSE
                   READ BANCOS-IN INTO WRK-BANCO-CADASTRO
                       AT END SET FIM-BANCOS TO TRUE
                   END-READ
               END-IF.
      ******************************
      **** CARREGA DO ARQUIVO DE SITUACAO DA NF-E (SE EXISTIR) AS
      **** REFERENCIAS DOS TITULOS CUJA NOTA NAO ESTA AUTORIZADA
      ******************************
           0130-CARREGAR-NFE-RETIDAS.
               OPEN INPUT SITUACAO-NFE.
               IF NFESIT-OK
                   READ SITUACAO-NFE
                       AT END SET FIM-NFESIT TO TRUE
                   END-READ
                   PERFORM 0140-LER-NFE
                       UNTIL FIM-NFESIT
                   CLOSE SITUACAO-NFE
               END-IF.
           0140-LER-NFE.
               IF NOT NFS-AUTORIZADA
                   AND REG-NFS-REFERENCIA NOT = SPACES
                   IF WRK-QTD-NFE-RETIDA < 5000
                       ADD 1 TO WRK-QTD-NFE-RETIDA
                       MOVE REG-NFS-REFERENCIA
                           TO TAB-NFE-REFERENCIA (WRK-QTD-NFE-RETIDA)
                   ELSE
                       DISPLAY 'TABELA DE NF-E RETIDAS CHEIA - NOTA '
                           REG-NFS-EMPRESA ' ' REG-NFS-NUMERO
                   END-IF
               END-IF.
               READ SITUACAO-NFE
                   AT END SET FIM-NFESIT TO TRUE
               END-READ.
      ******************************
      **** CARREGA O LOG DAS COBRANCAS (SE EXISTIR) E ACHA A MAIOR
      **** SEQUENCIA JA USADA HOJE, PARA O TXID NAO REPETIR NUM
      **** SEGUNDO RUN DO MESMO DIA
      ******************************
           0170-CARREGAR-LOG-PIX.
               OPEN INPUT LOG-PIX.
               IF PIXLOG-OK
                   READ LOG-PIX INTO WRK-PIX-LOG
                       AT END SET FIM-PIXLOG TO TRUE
                   END-READ
                   PERFORM 0180-LER-LOG-PIX
                       UNTIL FIM-PIXLOG OR TABELA-ESTOURADA
                   CLOSE LOG-PIX
               END-IF.
               MOVE WRK-QTD-PXL TO WRK-QTD-PXL-ANTIGAS.
           0180-LER-LOG-PIX.
               IF WRK-QTD-PXL < 5000
                   ADD 1 TO WRK-QTD-PXL
                   MOVE WRK-PXL-TXID TO TAB-PXL-TXID (WRK-QTD-PXL)
                   MOVE WRK-PXL-TIPO TO TAB-PXL-TIPO (WRK-QTD-PXL)
                   MOVE WRK-PXL-REFERENCIA
                       TO TAB-PXL-REFERENCIA (WRK-QTD-PXL)
                   MOVE WRK-PXL-EMISSAO
                       TO TAB-PXL-EMISSAO (WRK-QTD-PXL)
                   MOVE WRK-PXL-VALOR TO TAB-PXL-VALOR (WRK-QTD-PXL)
                   MOVE WRK-PXL-SITUACAO
                       TO TAB-PXL-SITUACAO (WRK-QTD-PXL)
                   MOVE WRK-PXL-DATA-SIT
                       TO TAB-PXL-DATA-SIT (WRK-QTD-PXL)
                   MOVE 'N' TO TAB-PXL-VISTA (WRK-QTD-PXL)
                   MOVE WRK-PXL-TXID TO WRK-TXID-LIDO
                   IF WRK-TXL-DATA = WRK-TXN-DATA
                       AND WRK-TXL-SEQ IS NUMERIC
                       AND WRK-TXL-SEQ > WRK-TXN-SEQ
                       MOVE WRK-TXL-SEQ TO WRK-TXN-SEQ
                   END-IF
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
               READ LOG-PIX INTO WRK-PIX-LOG
                   AT END SET FIM-PIXLOG TO TRUE
               END-READ.
      ******************************
      **** TITULO EM ABERTO (A OU E) FORA DOS RETIDOS POR NF-E VIRA
      **** COBRANCA PIX DO CLIENTE PELO VALOR E VENCIMENTO DELE
      ******************************
           0200-PROCESSAR-TITULO.
               IF RCB-ABERTO OR RCB-ENVIADO-BANCO
                   ADD 1 TO WRK-TOTAL-LIDOS
                   MOVE 'F' TO WRK-TIPO-ITEM
                   MOVE WRK-RCB-REFERENCIA TO WRK-REF-ITEM
                   MOVE WRK-RCB-VALOR TO WRK-VALOR-ITEM
                   MOVE WRK-RCB-VENCIMENTO TO WRK-VENCTO-ITEM
                   PERFORM 0205-CONFERIR-NFE
                   IF TITULO-RETIDO
                       ADD 1 TO WRK-TOTAL-RETIDOS
                       PERFORM 0400-PROCURAR-COBRANCA
                   ELSE
                       MOVE WRK-RCB-CPF TO WRK-PXD-DOCUMENTO
                       PERFORM 0220-CONSULTAR-CLIENTE
                       PERFORM 0410-COBRAR-ITEM
                   END-IF
               END-IF.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
           0205-CONFERIR-NFE.
               MOVE 'N' TO WRK-TITULO-RETIDO.
               IF WRK-QTD-NFE-RETIDA > 0
                   SET TAB-NFE-IDX TO 1
                   SEARCH TAB-NFE
                       AT END CONTINUE
                       WHEN TAB-NFE-REFERENCIA (TAB-NFE-IDX)
                           = WRK-RCB-REFERENCIA
                           SET TITULO-RETIDO TO TRUE
                   END-SEARCH
               END-IF.
           0220-CONSULTAR-CLIENTE.
               MOVE SPACES TO WRK-PXD-NOME.
               IF CLIMST-ABERTO
                   MOVE WRK-RCB-CPF TO REG-CLI-CPF
                   READ CLIENTE-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF CLIMST-OK
                       MOVE REG-CLI-NOME TO WRK-PXD-NOME
                   END-IF
               END-IF.
      ******************************
      **** MENSALIDADE EM ABERTO VIRA COBRANCA PIX DO RESPONSAVEL
      **** FINANCEIRO PELO VALOR + ENCARGOS, VENCENDO NO DIA 10 DA
      **** COMPETENCIA; A REFERENCIA E MATRICULA + COMPETENCIA, COMO
      **** NO CAIXA (PROGCOB69)
      ******************************
           0300-PROCESSAR-MENSALIDADES.
               CLOSE CONTAS-RECEBER.
               OPEN INPUT MENSALIDADES-IN.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
               PERFORM 0310-PROCESSAR-MENSALIDADE
                   UNTIL FIM-MENSALIDADES.
               CLOSE MENSALIDADES-IN.
           0310-PROCESSAR-MENSALIDADE.
               IF MEN-ABERTA
                   ADD 1 TO WRK-TOTAL-LIDOS
                   MOVE 'M' TO WRK-TIPO-ITEM
                   MOVE SPACES TO WRK-REF-ITEM
                   STRING WRK-MEN-MATRICULA DELIMITED BY SIZE
                          WRK-MEN-COMPETENCIA DELIMITED BY SIZE
                          INTO WRK-REF-ITEM
                   COMPUTE WRK-VALOR-ITEM =
                       WRK-MEN-VALOR + WRK-MEN-ENCARGOS
                   MOVE SPACES TO WRK-VENCTO-ITEM
                   STRING WRK-MEN-COMPETENCIA DELIMITED BY SIZE
                          '10' DELIMITED BY SIZE
                          INTO WRK-VENCTO-ITEM
                   PERFORM 0320-LOCALIZAR-RESPONSAVEL
               END-IF.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
      ******************************
      **** O PAGADOR E O RESPONSAVEL FINANCEIRO GRAVADO NA MENSALIDADE
      **** PELO PROGCOB23, COM O NOME DO CADASTRO RESPMST; SEM ELE (OU
      **** FORA DO RESPMST) A MENSALIDADE NAO E COBRADA
      ******************************
           0320-LOCALIZAR-RESPONSAVEL.
               MOVE SPACES TO WRK-PXD-DOCUMENTO WRK-PXD-NOME.
               IF RESPMST-ABERTO AND WRK-MEN-RESPONSAVEL NOT = SPACES
                   MOVE WRK-MEN-RESPONSAVEL TO REG-RSP-CPF
                   READ RESPONSAVEL-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF RESPMST-OK
                       MOVE WRK-MEN-RESPONSAVEL TO WRK-PXD-DOCUMENTO
                       MOVE REG-RSP-NOME TO WRK-PXD-NOME
                   END-IF
               END-IF.
               IF WRK-PXD-DOCUMENTO = SPACES
                   ADD 1 TO WRK-TOTAL-SEM-RESP
                   DISPLAY 'MENSALIDADE SEM RESPONSAVEL FINANCEIRO: '
                       WRK-REF-ITEM
                   PERFORM 0400-PROCURAR-COBRANCA
               ELSE
                   PERFORM 0410-COBRAR-ITEM
               END-IF.
      ******************************
      **** COBRANCA ABERTA DO ITEM NO LOG; ACHADA, FICA MARCADA COMO
      **** VISTA (O ITEM CONTINUA EM ABERTO)
      ******************************
           0400-PROCURAR-COBRANCA.
               MOVE 'N' TO WRK-ACHOU-COBRANCA.
               IF WRK-QTD-PXL > 0
                   SET TAB-PXL-IDX TO 1
                   SEARCH TAB-PXL
                       AT END CONTINUE
                       WHEN TAB-PXL-TIPO (TAB-PXL-IDX) = WRK-TIPO-ITEM
                           AND TAB-PXL-REFERENCIA (TAB-PXL-IDX)
                               = WRK-REF-ITEM
                           AND TAB-PXL-SITUACAO (TAB-PXL-IDX) = 'A'
                           SET COBRANCA-ACHADA TO TRUE
                           MOVE 'S' TO TAB-PXL-VISTA (TAB-PXL-IDX)
                   END-SEARCH
               END-IF.
      ******************************
      **** ITEM JA COBRADO PELO MESMO VALOR FICA COMO ESTA; VALOR
      **** DIFERENTE SUBSTITUI A COBRANCA ANTIGA; SEM COBRANCA
      **** ABERTA SAI UMA NOVA (SO COM BANCO PIX NO CADASTRO)
      ******************************
           0410-COBRAR-ITEM.
               PERFORM 0400-PROCURAR-COBRANCA.
               IF COBRANCA-ACHADA
                   AND TAB-PXL-VALOR (TAB-PXL-IDX) = WRK-VALOR-ITEM
                   ADD 1 TO WRK-TOTAL-MANTIDAS
               ELSE
                   IF TEM-BANCO-PIX
                       IF COBRANCA-ACHADA
                           ADD 1 TO WRK-TOTAL-SUBSTITUIDAS
                           MOVE 'S' TO TAB-PXL-SITUACAO (TAB-PXL-IDX)
                           MOVE WRK-DATA-HOJE
                               TO TAB-PXL-DATA-SIT (TAB-PXL-IDX)
                       END-IF
                       PERFORM 0420-EMITIR-COBRANCA
                   END-IF
               END-IF.
           0420-EMITIR-COBRANCA.
               IF WRK-QTD-PXL < 5000
                   ADD 1 TO WRK-TOTAL-EMITIDAS
                   ADD 1 TO WRK-TXN-SEQ
                   MOVE WRK-TIPO-ITEM TO WRK-TXN-TIPO
                   MOVE WRK-TXID-NOVO TO WRK-PXD-TXID
                   IF WRK-VENCTO-ITEM < WRK-DATA-HOJE
                       MOVE WRK-DATA-HOJE TO WRK-PXD-VENCIMENTO
                   ELSE
                       MOVE WRK-VENCTO-ITEM TO WRK-PXD-VENCIMENTO
                   END-IF
                   COMPUTE WRK-VALOR-CENTAVOS = WRK-VALOR-ITEM * 100
                   MOVE WRK-VALOR-CENTAVOS TO WRK-PXD-VALOR
                   ADD WRK-VALOR-CENTAVOS TO WRK-TOTAL-CENTAVOS
                   IF WRK-PXD-DOCUMENTO (12:3) = SPACES
                       SET PXD-INSCRICAO-CPF TO TRUE
                   ELSE
                       SET PXD-INSCRICAO-CNPJ TO TRUE
                   END-IF
                   MOVE WRK-REF-ITEM TO WRK-PXD-REFERENCIA
                   WRITE LINHA-REMESSA-PIX FROM WRK-PIX-DETALHE
                   ADD 1 TO WRK-QTD-PXL
                   MOVE WRK-TXID-NOVO TO TAB-PXL-TXID (WRK-QTD-PXL)
                   MOVE WRK-TIPO-ITEM TO TAB-PXL-TIPO (WRK-QTD-PXL)
                   MOVE WRK-REF-ITEM
                       TO TAB-PXL-REFERENCIA (WRK-QTD-PXL)
                   MOVE WRK-DATA-HOJE TO TAB-PXL-EMISSAO (WRK-QTD-PXL)
                   MOVE WRK-VALOR-ITEM TO TAB-PXL-VALOR (WRK-QTD-PXL)
                   MOVE 'A' TO TAB-PXL-SITUACAO (WRK-QTD-PXL)
                   MOVE WRK-DATA-HOJE
                       TO TAB-PXL-DATA-SIT (WRK-QTD-PXL)
                   MOVE 'S' TO TAB-PXL-VISTA (WRK-QTD-PXL)
               ELSE
                   IF NOT TABELA-ESTOURADA
                       DISPLAY '*** TABELA DO LOG PIX ESTOUROU '
                           '(5000) - RUN MARCADO RC=8 ***'
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
      ******************************
      **** REGRAVA O LOG: COBRANCA ABERTA CUJO ITEM NAO APARECEU EM
      **** ABERTO FICA ENCERRADA; LIQUIDADA, ENCERRADA OU
      **** SUBSTITUIDA ANTES DO MES ANTERIOR E PODADA
      ******************************
           0500-REGRAVAR-LOG.
               IF TEM-BANCO-PIX
                   MOVE WRK-TOTAL-EMITIDAS TO WRK-PXT-QTDE
                   MOVE WRK-TOTAL-CENTAVOS TO WRK-PXT-TOTAL
                   WRITE LINHA-REMESSA-PIX FROM WRK-PIX-TRAILER
               END-IF.
               CLOSE REMESSA-PIX.
               OPEN OUTPUT LOG-PIX-OUT.
               PERFORM 0510-GRAVAR-LINHA-LOG
                   VARYING WRK-PXL-SUB FROM 1 BY 1
                   UNTIL WRK-PXL-SUB > WRK-QTD-PXL.
               CLOSE LOG-PIX-OUT.
           0510-GRAVAR-LINHA-LOG.
               IF TAB-PXL-SITUACAO (WRK-PXL-SUB) = 'A'
                   AND TAB-PXL-VISTA (WRK-PXL-SUB) = 'N'
                   ADD 1 TO WRK-TOTAL-ENCERRADAS
                   MOVE 'X' TO TAB-PXL-SITUACAO (WRK-PXL-SUB)
                   MOVE WRK-DATA-HOJE TO TAB-PXL-DATA-SIT (WRK-PXL-SUB)
               END-IF.
               IF TAB-PXL-SITUACAO (WRK-PXL-SUB) NOT = 'A'
                   AND TAB-PXL-DATA-SIT (WRK-PXL-SUB) (1:6)
                       < WRK-MES-CORTE
                   ADD 1 TO WRK-TOTAL-PODADAS
               ELSE
                   MOVE TAB-PXL-TXID (WRK-PXL-SUB) TO WRK-PXL-TXID
                   MOVE TAB-PXL-TIPO (WRK-PXL-SUB) TO WRK-PXL-TIPO
                   MOVE TAB-PXL-REFERENCIA (WRK-PXL-SUB)
                       TO WRK-PXL-REFERENCIA
                   MOVE TAB-PXL-EMISSAO (WRK-PXL-SUB)
                       TO WRK-PXL-EMISSAO
                   MOVE TAB-PXL-VALOR (WRK-PXL-SUB) TO WRK-PXL-VALOR
                   MOVE TAB-PXL-SITUACAO (WRK-PXL-SUB)
                       TO WRK-PXL-SITUACAO
                   MOVE TAB-PXL-DATA-SIT (WRK-PXL-SUB)
                       TO WRK-PXL-DATA-SIT
                   WRITE LINHA-PIX-LOG-OUT FROM WRK-PIX-LOG
               END-IF.
           0800-FINALIZAR.
               IF CLIMST-ABERTO
                   CLOSE CLIENTE-MASTER
               END-IF.
               IF RESPMST-ABERTO
                   CLOSE RESPONSAVEL-MASTER
               END-IF.
               DISPLAY '********************'.
               DISPLAY 'ITENS EM ABERTO    : ' WRK-TOTAL-LIDOS.
               DISPLAY 'COBRANCAS EMITIDAS : ' WRK-TOTAL-EMITIDAS.
               DISPLAY 'JA COBRADOS        : ' WRK-TOTAL-MANTIDAS.
               DISPLAY 'SUBSTITUIDAS       : ' WRK-TOTAL-SUBSTITUIDAS.
               DISPLAY 'RETIDOS POR NF-E   : ' WRK-TOTAL-RETIDOS.
               DISPLAY 'SEM RESPONSAVEL    : ' WRK-TOTAL-SEM-RESP.
               DISPLAY 'ENCERRADAS         : ' WRK-TOTAL-ENCERRADAS.
               DISPLAY 'PODADAS DO LOG     : ' WRK-TOTAL-PODADAS.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGPIX' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-EMITIDAS TO WRK-CTL-ACEITOS.
               COMPUTE WRK-CTL-REJEITADOS =
                   WRK-TOTAL-RETIDOS + WRK-TOTAL-SEM-RESP.
               MOVE WRK-TOTAL-CENTAVOS TO WRK-CTL-HASH.
               ACCEPT WRK-CTL-DATA FROM DATE YYYYMMDD.
               OPEN EXTEND CONTROLE-LOTE.
               WRITE LINHA-CONTROLE FROM WRK-CONTROLE-LOTE.
               CLOSE CONTROLE-LOTE.
      ******************************
      **** GRAVA O REGISTRO DE INICIO/FIM DO PASSO NO ARQUIVO DE
      **** ESTADO DO STREAM (RUNSTAT), PARA O CONSELHEIRO DE
      **** RESTART (PROGCOB42)
      ******************************
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
               MOVE 'PROGPIX' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGPIX' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-EMITIDAS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
