      *     ANOTADO NO LOG DE REMESSA (REMLOG) PARA O PROGCOB32
      *     CASAR O RETORNO COM O BANCO CERTO. SEM O BCOMST TUDO
      *     FUNCIONA COMO SEMPRE, NUM BANCO SO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     TITULO DE FATURA SO VAI NA REMESSA DEPOIS DA NF-E
      *     AUTORIZADA: OS TITULOS DAS NOTAS QUE NO ARQUIVO DE
      *     SITUACAO DA NF-E (NFESIT) NAO ESTAO AUTORIZADAS FICAM
      *     RETIDOS EM ABERTO E SAO CONTADOS NO TOTAL DO RUN
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O DETALHE DA REMESSA (VARIANTES A E B) LEVA O TIPO DE
      *     INSCRICAO DO SACADO (01 CPF, 02 CNPJ) NA FRENTE DO
      *     DOCUMENTO, QUE FOI PARA 14 POSICOES; CPF ENCOSTADO A
      *     ESQUERDA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     A LINHA DO CADASTRO DE BANCOS CRESCEU COM A MARCA E A CHAVE
      *     PIX DO BANCO (CPYBANCO)
      *     RECEBIV PASSOU A ARQUIVO INDEXADO POR CPF + REFERENCIA
      *     (CHAVES ALTERNATIVAS VENCIMENTO E STATUS) E O TITULO E
      *     ATUALIZADO NO PROPRIO ARQUIVO (REWRITE), SEM A COPIA
      *     RECNEW E O PASSO DE DEVOLUCAO NO JCL
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
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
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
               SELECT BANCOS-IN ASSIGN TO BCOMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BCOMST-STATUS.
               SELECT SITUACAO-NFE ASSIGN TO NFESIT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-NFS-CHAVE
                   FILE STATUS IS WRK-NFESIT-STATUS.
               SELECT REMESSA-OUT ASSIGN TO BANREM
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REMESSA-OUT2 ASSIGN TO BANREM2
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
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 REG-CLI-NOME     PIC X(40).
               02 REG-CLI-ENDERECO PIC X(40).
               02 REG-CLI-UF       PIC X(02).
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
           FD  REMESSA-OUT.
           01  LINHA-REMESSA PIC X(100).
           FD  REMESSA-OUT2.
               88 BCOMST-OK VALUE '00'.
           77 WRK-FIM-BANCOS PIC X(01) VALUE 'N'.
               88 FIM-BANCOS VALUE 'S'.
           77 WRK-NFESIT-STATUS PIC X(02) VALUE '00'.
               88 NFESIT-OK VALUE '00'.
           77 WRK-FIM-NFESIT PIC X(01) VALUE 'N'.
               88 FIM-NFESIT VALUE 'S'.
      ******************************
      **** REFERENCIAS DE TITULOS CUJA NF-E AINDA NAO ESTA
      **** AUTORIZADA (PENDENTE, REJEITADA, CANCELADA OU EM
      **** CANCELAMENTO):
      **** ESSES TITULOS FICAM EM ABERTO E NAO VAO NA REMESSA
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
      **** ATE DOIS BANCOS DE COBRANCA, NA ORDEM DO CADASTRO; SEM
      **** BCOMST VALE UM BANCO UNICO COM O LAYOUT HISTORICO
               02 WRK-RMB-AGENCIA    PIC X(05) VALUE SPACES.
               02 WRK-RMB-CONTA      PIC X(10) VALUE SPACES.
               02 WRK-RMB-NOSSO-NUM  PIC X(20) VALUE SPACES.
               02 WRK-RMB-INSCRICAO  PIC X(02) VALUE SPACES.
               02 WRK-RMB-CPF        PIC X(14) VALUE SPACES.
               02 WRK-RMB-VENCIMENTO PIC X(08) VALUE SPACES.
               02 WRK-RMB-VALOR      PIC 9(11)  VALUE ZEROS.
           77 WRK-FIM-RECEBIVEIS PIC X(01) VALUE 'N'.
           01 WRK-REMESSA-DETALHE.
               02 WRK-RMD-TIPO       PIC X(01) VALUE '1'.
               02 WRK-RMD-NOSSO-NUM  PIC X(20) VALUE SPACES.
               02 WRK-RMD-INSCRICAO  PIC X(02) VALUE SPACES.
                   88 RMD-INSCRICAO-CPF  VALUE '01'.
                   88 RMD-INSCRICAO-CNPJ VALUE '02'.
               02 WRK-RMD-CPF        PIC X(14) VALUE SPACES.
               02 WRK-RMD-NOME       PIC X(40) VALUE SPACES.
               02 WRK-RMD-VENCIMENTO PIC X(08) VALUE SPACES.
               02 WRK-RMD-VALOR      PIC 9(11)  VALUE ZEROS.
           77 WRK-DATA-RUN PIC X(08) VALUE SPACES.
           77 WRK-TOTAL-LIDOS     PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-REMETIDOS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RETIDOS   PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
               PERFORM 0110-CARREGAR-BANCOS.
               PERFORM 0130-CARREGAR-NFE-RETIDAS.
               OPEN I-O CONTAS-RECEBER
                    OUTPUT REMESSA-OUT
                    EXTEND LOG-REMESSA.
               IF WRK-QTD-BANCOS > 1
                   AT END SET FIM-BANCOS TO TRUE
               END-READ.
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
      **** TITULO EM ABERTO AINDA NAO REMETIDO VIRA DETALHE DA
      **** REMESSA E E REGRAVADO COMO ENVIADO; OS DEMAIS PASSAM
      **** DIRETO PARA O ARQUIVO NOVO. TITULO DE FATURA COM NF-E
      **** AINDA NAO AUTORIZADA FICA EM ABERTO PARA O PROXIMO RUN
      ******************************
           0200-PROCESSAR.
               ADD 1 TO WRK-TOTAL-LIDOS.
               IF RCB-ABERTO
                   PERFORM 0205-CONFERIR-NFE
                   IF TITULO-RETIDO
                       ADD 1 TO WRK-TOTAL-RETIDOS
                   ELSE
                       PERFORM 0210-GRAVAR-DETALHE
                       SET RCB-ENVIADO-BANCO TO TRUE
                   END-IF
               END-IF.
               REWRITE LINHA-RECEBIVEL FROM WRK-RECEBIVEL
                   INVALID KEY CONTINUE
               END-REWRITE.
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
           0210-GRAVAR-DETALHE.
               ADD 1 TO WRK-TOTAL-REMETIDOS.
               ADD 1 TO WRK-SEQ-DETALHE.
               PERFORM 0215-ROTEAR-BANCO.
               MOVE WRK-RCB-REFERENCIA TO WRK-RMD-NOSSO-NUM.
               MOVE WRK-RCB-CPF        TO WRK-RMD-CPF.
               IF WRK-RCB-CPF (12:3) = SPACES
                   SET RMD-INSCRICAO-CPF TO TRUE
               ELSE
                   SET RMD-INSCRICAO-CNPJ TO TRUE
               END-IF.
               PERFORM 0220-CONSULTAR-CLIENTE.
               MOVE WRK-RCB-VENCIMENTO TO WRK-RMD-VENCIMENTO.
               COMPUTE WRK-VALOR-CENTAVOS = WRK-RCB-VALOR * 100.
                   MOVE TAB-BCO-CONTA (WRK-BANCO-DO-TITULO)
                       TO WRK-RMB-CONTA
                   MOVE WRK-RMD-NOSSO-NUM  TO WRK-RMB-NOSSO-NUM
                   MOVE WRK-RMD-INSCRICAO  TO WRK-RMB-INSCRICAO
                   MOVE WRK-RMD-CPF        TO WRK-RMB-CPF
                   MOVE WRK-RMD-VENCIMENTO TO WRK-RMB-VENCIMENTO
                   MOVE WRK-RMD-VALOR      TO WRK-RMB-VALOR
               DISPLAY '********************'.
               DISPLAY 'TITULOS LIDOS     : ' WRK-TOTAL-LIDOS.
               DISPLAY 'TITULOS REMETIDOS : ' WRK-TOTAL-REMETIDOS.
               DISPLAY 'RETIDOS AGUARDANDO NF-E : ' WRK-TOTAL-RETIDOS.
               PERFORM 0320-MOSTRAR-BANCO
                   VARYING WRK-BANCO-IDX FROM 1 BY 1
                   UNTIL WRK-BANCO-IDX > WRK-QTD-BANCOS.
               CLOSE CONTAS-RECEBER REMESSA-OUT
                     LOG-REMESSA.
               PERFORM 0900-GRAVAR-CONTROLE.
           0320-MOSTRAR-BANCO.
