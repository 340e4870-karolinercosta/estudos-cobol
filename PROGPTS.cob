           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGPTS.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: ARQUIVO DIARIO DE SAIDA PARA O PORTAL DO CLIENTE
      *     (PORTSAI, CPYPORT, DENTRO DO ENVELOPE PADRAO) -- O CLIENTE
      *     CONSULTA NO PORTAL O QUE TEM EM ABERTO E TIRA A SEGUNDA
      *     VIA DO BOLETO SEM LIGAR PARA O ESCRITORIO. SAI UM
      *     REGISTRO POR ITEM EM ABERTO, COM A MESMA SELECAO DA
      *     COBRANCA PIX (PROGPIX): TITULO DO CONTAS A RECEBER COM
      *     STATUS A OU E, NO DOCUMENTO DO CLIENTE (NOME DO CLIMST),
      *     E MENSALIDADE EM ABERTO DO MENSAB, NO CPF DO RESPONSAVEL
      *     FINANCEIRO (RESPMST) E VENCENDO NO DIA 10 DA COMPETENCIA
      *     -- MENSALIDADE SEM RESPONSAVEL NAO TEM QUEM A VEJA NO
      *     PORTAL E SO SAI NA CONTAGEM. O VALOR DO ITEM E O VALOR
      *     ORIGINAL MAIS OS ENCARGOS DO DIA (MULTA E JUROS QUE O
      *     PROGCOB58 ACABOU DE RECALCULAR NO TITULO E O PROGCOB23 NA
      *     MENSALIDADE); VENCIMENTO JA PASSADO VAI PARA A DATA DO
      *     RUN. O BOLETO SEGUE O PADRAO FEBRABAN: CODIGO DE BARRAS DE
      *     44 POSICOES (BANCO, MOEDA 9, DV GERAL MODULO 11, FATOR DE
      *     VENCIMENTO, VALOR E CAMPO LIVRE COM AGENCIA, CONTA E NOSSO
      *     NUMERO TIRADO DA REFERENCIA) E A LINHA DIGITAVEL COM OS
      *     DVS MODULO 10 DOS TRES PRIMEIROS CAMPOS. O BANCO DO TITULO
      *     E O DA ULTIMA REMESSA DELE NO LOG DE REMESSA (REMLOG); SEM
      *     REMESSA, E MENSALIDADE, VAI NO PRIMEIRO BANCO DO CADASTRO
      *     (BCOMST). TITULO RETIDO POR NF-E NAO AUTORIZADA SAI SEM
      *     BOLETO (SITUACAO R). ITEM SEM BANCO NO CADASTRO, OU DE
      *     VALOR MAIOR QUE O CODIGO DE BARRAS COMPORTA, SAI SEM
      *     BOLETO (SITUACAO S) E O RUN TERMINA COM 4
      *    DATA= 15/10/26
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
               SELECT LOG-REMESSA ASSIGN TO REMLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-REMLOG-STATUS.
               SELECT SAIDA-PORTAL ASSIGN TO PORTSAI
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
           FD  LOG-REMESSA.
           01  REG-LOG-REMESSA.
               02 REG-RML-REFERENCIA PIC X(20).
               02 FILLER             PIC X(02).
               02 REG-RML-BANCO      PIC X(03).
               02 FILLER             PIC X(02).
               02 REG-RML-DATA       PIC X(08).
           FD  SAIDA-PORTAL.
           01  LINHA-PORTAL PIC X(240).
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
           COPY CPYENV.
           COPY CPYPORT.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK VALUE '00'.
           77 WRK-BCOMST-STATUS PIC X(02) VALUE '00'.
               88 BCOMST-OK VALUE '00'.
           77 WRK-NFESIT-STATUS PIC X(02) VALUE '00'.
               88 NFESIT-OK VALUE '00'.
           77 WRK-REMLOG-STATUS PIC X(02) VALUE '00'.
               88 REMLOG-OK VALUE '00'.
           77 WRK-RESPMST-STATUS PIC X(02) VALUE '00'.
               88 RESPMST-OK VALUE '00'.
           77 WRK-FIM-BANCOS PIC X(01) VALUE 'N'.
               88 FIM-BANCOS VALUE 'S'.
           77 WRK-FIM-NFESIT PIC X(01) VALUE 'N'.
               88 FIM-NFESIT VALUE 'S'.
           77 WRK-FIM-REMLOG PIC X(01) VALUE 'N'.
               88 FIM-REMLOG VALUE 'S'.
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
      **** AUTORIZADA: SAEM SEM BOLETO, COMO FICAM FORA DA REMESSA
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
      **** BANCOS DO CADASTRO (O PRIMEIRO E O BANCO PADRAO DO BOLETO)
      ******************************
           77 WRK-QTD-BCO PIC 9(02) VALUE ZEROS.
           01 TAB-BANCOS.
               02 TAB-BCO OCCURS 1 TO 50 TIMES
                  DEPENDING ON WRK-QTD-BCO
                  INDEXED BY TAB-BCO-IDX.
                   03 TAB-BCO-CODIGO  PIC X(03).
                   03 TAB-BCO-AGENCIA PIC X(05).
                   03 TAB-BCO-CONTA   PIC X(10).
      ******************************
      **** LOG DE REMESSA EM MEMORIA: BANCO DE CADA TITULO ENVIADO
      **** (VALE A ULTIMA REMESSA DO TITULO, A MAIS ABAIXO NO LOG)
      ******************************
           77 WRK-QTD-RML PIC 9(04) VALUE ZEROS.
           01 TAB-REMESSAS.
               02 TAB-RML OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRK-QTD-RML.
                   03 TAB-RML-REFERENCIA PIC X(20).
                   03 TAB-RML-BANCO      PIC X(03).
           77 WRK-RML-SUB PIC 9(04) VALUE ZEROS.
           77 WRK-BANCO-ITEM PIC X(03) VALUE SPACES.
           77 WRK-AGENCIA-ITEM PIC X(05) VALUE SPACES.
           77 WRK-CONTA-ITEM PIC X(10) VALUE SPACES.
      ******************************
      **** CODIGO DE BARRAS DO BOLETO (44 POSICOES, FEBRABAN):
      **** BANCO + MOEDA + DV GERAL + FATOR DE VENCIMENTO + VALOR
      **** EM CENTAVOS + CAMPO LIVRE (AGENCIA, CONTA, NOSSO NUMERO)
      ******************************
           01 WRK-CODIGO-BARRAS.
               02 WRK-CB-BANCO        PIC X(03) VALUE SPACES.
               02 WRK-CB-MOEDA        PIC X(01) VALUE '9'.
               02 WRK-CB-DV           PIC 9(01) VALUE ZEROS.
               02 WRK-CB-FATOR        PIC 9(04) VALUE ZEROS.
               02 WRK-CB-VALOR        PIC 9(10) VALUE ZEROS.
               02 WRK-CB-LIVRE.
                   03 WRK-CB-AGENCIA      PIC 9(04) VALUE ZEROS.
                   03 WRK-CB-CONTA        PIC 9(08) VALUE ZEROS.
                   03 WRK-CB-NOSSO-NUMERO PIC 9(13) VALUE ZEROS.
           01 WRK-CB-DIGITOS REDEFINES WRK-CODIGO-BARRAS.
               02 WRK-CB-DIGITO PIC 9(01) OCCURS 44 TIMES.
           77 WRK-CB-POS      PIC 9(02) VALUE ZEROS.
           77 WRK-CB-PESO     PIC 9(02) VALUE ZEROS.
           77 WRK-CB-SOMA     PIC 9(05) VALUE ZEROS.
           77 WRK-CB-QUOCIENTE PIC 9(05) VALUE ZEROS.
           77 WRK-CB-RESTO    PIC 9(02) VALUE ZEROS.
           77 WRK-CB-DV-CALC  PIC 9(02) VALUE ZEROS.
      ******************************
      **** LINHA DIGITAVEL: CINCO CAMPOS, OS TRES PRIMEIROS COM DV
      **** MODULO 10 (AAAAA.AAAAA BBBBB.BBBBBB CCCCC.CCCCCC D E...)
      ******************************
           01 WRK-LINHA-DIGITAVEL.
               02 WRK-LD-CAMPO1A  PIC X(05) VALUE SPACES.
               02 FILLER          PIC X(01) VALUE '.'.
               02 WRK-LD-CAMPO1B  PIC X(05) VALUE SPACES.
               02 FILLER          PIC X(01) VALUE SPACES.
               02 WRK-LD-CAMPO2A  PIC X(05) VALUE SPACES.
               02 FILLER          PIC X(01) VALUE '.'.
               02 WRK-LD-CAMPO2B  PIC X(06) VALUE SPACES.
               02 FILLER          PIC X(01) VALUE SPACES.
               02 WRK-LD-CAMPO3A  PIC X(05) VALUE SPACES.
               02 FILLER          PIC X(01) VALUE '.'.
               02 WRK-LD-CAMPO3B  PIC X(06) VALUE SPACES.
               02 FILLER          PIC X(01) VALUE SPACES.
               02 WRK-LD-CAMPO4   PIC X(01) VALUE SPACES.
               02 FILLER          PIC X(01) VALUE SPACES.
               02 WRK-LD-CAMPO5   PIC X(14) VALUE SPACES.
           01 WRK-M10-CAMPO.
               02 WRK-M10-DIGITO PIC 9(01) OCCURS 11 TIMES.
           01 WRK-M10-CAMPO-X REDEFINES WRK-M10-CAMPO PIC X(11).
           77 WRK-M10-TAM     PIC 9(02) VALUE ZEROS.
           77 WRK-M10-POS     PIC 9(02) VALUE ZEROS.
           77 WRK-M10-PESO    PIC 9(01) VALUE ZEROS.
           77 WRK-M10-PRODUTO PIC 9(02) VALUE ZEROS.
           77 WRK-M10-SOMA    PIC 9(03) VALUE ZEROS.
           77 WRK-M10-QUOCIENTE PIC 9(03) VALUE ZEROS.
           77 WRK-M10-RESTO   PIC 9(01) VALUE ZEROS.
           77 WRK-M10-DV      PIC 9(01) VALUE ZEROS.
      ******************************
      **** SO OS DIGITOS DE UM CAMPO ALFANUMERICO, ALINHADOS A
      **** DIREITA (AGENCIA E CONTA PARAM NO TRACO DO DV)
      ******************************
           77 WRK-DIG-ENTRADA PIC X(20) VALUE SPACES.
           77 WRK-DIG-SAIDA   PIC 9(20) VALUE ZEROS.
           77 WRK-DIG-POS     PIC 9(02) VALUE ZEROS.
           77 WRK-DIG-ALGARISMO PIC 9(01) VALUE ZEROS.
           77 WRK-DIG-PARA-TRACO PIC X(01) VALUE 'N'.
               88 PARA-NO-TRACO VALUE 'S'.
           77 WRK-DIG-FIM PIC X(01) VALUE 'N'.
               88 FIM-DIGITOS VALUE 'S'.
      ******************************
      **** NUMERO DO DIA (CONTAGEM CORRIDA DE DIAS) DE UMA DATA
      **** AAAAMMDD, PARA O FATOR DE VENCIMENTO DO BOLETO (DIAS
      **** DESDE 22/02/2025, QUE VALE 1000 NO CICLO ATUAL)
      ******************************
           01 WRK-DIA-DATA.
               02 WRK-DIA-ANO PIC 9(04) VALUE ZEROS.
               02 WRK-DIA-MES PIC 9(02) VALUE ZEROS.
               02 WRK-DIA-DIA PIC 9(02) VALUE ZEROS.
           01 WRK-DIA-DATA-X REDEFINES WRK-DIA-DATA PIC X(08).
           77 WRK-DIA-A      PIC 9(04) VALUE ZEROS.
           77 WRK-DIA-M      PIC 9(02) VALUE ZEROS.
           77 WRK-DIA-Q4     PIC 9(04) VALUE ZEROS.
           77 WRK-DIA-Q100   PIC 9(04) VALUE ZEROS.
           77 WRK-DIA-Q400   PIC 9(04) VALUE ZEROS.
           77 WRK-DIA-QMES   PIC 9(04) VALUE ZEROS.
           77 WRK-DIA-TRAB   PIC 9(04) VALUE ZEROS.
           77 WRK-DIA-TOTAL  PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-BASE-FATOR PIC 9(07) VALUE ZEROS.
           77 WRK-FATOR-CALC PIC 9(07) VALUE ZEROS.
           01 WRK-DATA-HOJE.
               02 WRK-HOJE-ANO  PIC 9(04).
               02 WRK-HOJE-MES  PIC 9(02).
               02 WRK-HOJE-DIA  PIC 9(02).
           77 WRK-TIPO-ITEM PIC X(01) VALUE SPACES.
           77 WRK-REF-ITEM PIC X(20) VALUE SPACES.
           77 WRK-VALOR-ITEM PIC 9(09)V99 VALUE ZEROS.
           77 WRK-ENCARGOS-ITEM PIC 9(09)V99 VALUE ZEROS.
           77 WRK-VENCTO-ITEM PIC X(08) VALUE SPACES.
           77 WRK-VALOR-CENTAVOS PIC 9(11) VALUE ZEROS.
           77 WRK-TOTAL-VALOR PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-GRAVADOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-BOLETOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-VENCIDOS   PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-RETIDOS    PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-BOLETO PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-SEM-RESP   PIC 9(06) VALUE ZEROS.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-TITULO UNTIL FIM-RECEBIVEIS.
               PERFORM 0300-PROCESSAR-MENSALIDADES.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               MOVE '20250222' TO WRK-DIA-DATA-X.
               PERFORM 0600-CONTAR-DIAS.
               MOVE WRK-DIA-TOTAL TO WRK-DIAS-BASE-FATOR.
               PERFORM 0110-CARREGAR-BANCOS.
               PERFORM 0130-CARREGAR-NFE-RETIDAS.
               PERFORM 0150-CARREGAR-REMESSAS.
               IF TABELA-ESTOURADA
                   DISPLAY '*** TABELA DO PROGPTS ESTOUROU (5000) '
                       '- RUN MARCADO RC=8 ***'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0990-REGISTRAR-FIM
                   STOP RUN
               END-IF.
               IF WRK-QTD-BCO = 0
                   DISPLAY 'NENHUM BANCO NO BCOMST - ITENS SEM '
                       'REMESSA SAEM SEM BOLETO'
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
                    OUTPUT SAIDA-PORTAL.
               MOVE SPACES TO WRK-ENV-BUFFER.
               MOVE 'H' TO WRK-ENV-TIPO.
               MOVE 'PORTSAI ' TO WRK-ENV-ARQUIVO.
               MOVE WRK-DATA-HOJE TO WRK-ENV-DATA.
               MOVE 'PCOBNITE  ' TO WRK-ENV-ORIGEM.
               WRITE LINHA-PORTAL FROM WRK-ENV-BUFFER.
               READ CONTAS-RECEBER INTO WRK-RECEBIVEL
                   AT END SET FIM-RECEBIVEIS TO TRUE
               END-READ.
      ******************************
      **** CARREGA OS BANCOS DO CADASTRO (SE O ARQUIVO EXISTIR)
      ******************************
           0110-CARREGAR-BANCOS.
               OPEN INPUT BANCOS-IN.
               IF BCOMST-OK
                   READ BANCOS-IN INTO WRK-BANCO-CADASTRO
                       AT END SET FIM-BANCOS TO TRUE
                   END-READ
                   PERFORM 0120-LER-BANCO
                       UNTIL FIM-BANCOS
                   CLOSE BANCOS-IN
               END-IF.
           0120-LER-BANCO.
               IF WRK-QTD-BCO < 50
                   ADD 1 TO WRK-QTD-BCO
                   MOVE WRK-BCO-CODIGO  TO TAB-BCO-CODIGO (WRK-QTD-BCO)
                   MOVE WRK-BCO-AGENCIA
                       TO TAB-BCO-AGENCIA (WRK-QTD-BCO)
                   MOVE WRK-BCO-CONTA   TO TAB-BCO-CONTA (WRK-QTD-BCO)
               ELSE
                   DISPLAY 'TABELA DE BANCOS CHEIA - BANCO '
                       WRK-BCO-CODIGO ' IGNORADO'
               END-IF.
               READ BANCOS-IN INTO WRK-BANCO-CADASTRO
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
      **** CARREGA O LOG DE REMESSA (SE EXISTIR): REFERENCIA E BANCO
      **** DE CADA TITULO ENVIADO A COBRANCA
      ******************************
           0150-CARREGAR-REMESSAS.
               OPEN INPUT LOG-REMESSA.
               IF REMLOG-OK
                   READ LOG-REMESSA
                       AT END SET FIM-REMLOG TO TRUE
                   END-READ
                   PERFORM 0160-LER-REMESSA
                       UNTIL FIM-REMLOG OR TABELA-ESTOURADA
                   CLOSE LOG-REMESSA
               END-IF.
           0160-LER-REMESSA.
               IF WRK-QTD-RML < 5000
                   ADD 1 TO WRK-QTD-RML
                   MOVE REG-RML-REFERENCIA
                       TO TAB-RML-REFERENCIA (WRK-QTD-RML)
                   MOVE REG-RML-BANCO TO TAB-RML-BANCO (WRK-QTD-RML)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF.
               READ LOG-REMESSA
                   AT END SET FIM-REMLOG TO TRUE
               END-READ.
      ******************************
      **** TITULO EM ABERTO (A OU E) VAI PARA O PORTAL NO DOCUMENTO
      **** DO CLIENTE, PELO VALOR + ENCARGOS DO DIA
      ******************************
           0200-PROCESSAR-TITULO.
               IF RCB-ABERTO OR RCB-ENVIADO-BANCO
                   ADD 1 TO WRK-TOTAL-LIDOS
                   MOVE 'F' TO WRK-TIPO-ITEM
                   MOVE WRK-RCB-REFERENCIA TO WRK-REF-ITEM
                   MOVE WRK-RCB-VALOR TO WRK-VALOR-ITEM
                   MOVE WRK-RCB-ENCARGOS TO WRK-ENCARGOS-ITEM
                   MOVE WRK-RCB-VENCIMENTO TO WRK-VENCTO-ITEM
                   MOVE WRK-RCB-CPF TO WRK-PTS-DOCUMENTO
                   PERFORM 0205-CONFERIR-NFE
                   PERFORM 0220-CONSULTAR-CLIENTE
                   PERFORM 0230-BANCO-DO-TITULO
                   PERFORM 0400-GRAVAR-ITEM
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
               MOVE SPACES TO WRK-PTS-NOME.
               IF CLIMST-ABERTO
                   MOVE WRK-RCB-CPF TO REG-CLI-CPF
                   READ CLIENTE-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF CLIMST-OK
                       MOVE REG-CLI-NOME TO WRK-PTS-NOME
                   END-IF
               END-IF.
      ******************************
      **** BANCO DO TITULO: O DA ULTIMA REMESSA DELE NO LOG (LIDO DE
      **** BAIXO PARA CIMA); SEM REMESSA, O BANCO PADRAO
      ******************************
           0230-BANCO-DO-TITULO.
               MOVE SPACES TO WRK-BANCO-ITEM.
               PERFORM 0235-PROCURAR-REMESSA
                   VARYING WRK-RML-SUB FROM WRK-QTD-RML BY -1
                   UNTIL WRK-RML-SUB < 1
                      OR WRK-BANCO-ITEM NOT = SPACES.
               PERFORM 0240-DADOS-DO-BANCO.
           0235-PROCURAR-REMESSA.
               IF TAB-RML-REFERENCIA (WRK-RML-SUB) = WRK-REF-ITEM
                   MOVE TAB-RML-BANCO (WRK-RML-SUB) TO WRK-BANCO-ITEM
               END-IF.
      ******************************
      **** AGENCIA E CONTA DO BANCO DO ITEM NO CADASTRO; BANCO FORA
      **** DO CADASTRO (OU ITEM SEM BANCO) VAI NO PRIMEIRO DELE
      ******************************
           0240-DADOS-DO-BANCO.
               MOVE SPACES TO WRK-AGENCIA-ITEM WRK-CONTA-ITEM.
               IF WRK-QTD-BCO > 0
                   SET TAB-BCO-IDX TO 1
                   SEARCH TAB-BCO
                       AT END
                           MOVE TAB-BCO-CODIGO (1) TO WRK-BANCO-ITEM
                           MOVE TAB-BCO-AGENCIA (1) TO WRK-AGENCIA-ITEM
                           MOVE TAB-BCO-CONTA (1) TO WRK-CONTA-ITEM
                       WHEN TAB-BCO-CODIGO (TAB-BCO-IDX)
                           = WRK-BANCO-ITEM
                           MOVE TAB-BCO-AGENCIA (TAB-BCO-IDX)
                               TO WRK-AGENCIA-ITEM
                           MOVE TAB-BCO-CONTA (TAB-BCO-IDX)
                               TO WRK-CONTA-ITEM
                   END-SEARCH
               ELSE
                   MOVE SPACES TO WRK-BANCO-ITEM
               END-IF.
      ******************************
      **** MENSALIDADE EM ABERTO VAI PARA O PORTAL NO CPF DO
      **** RESPONSAVEL FINANCEIRO, PELO VALOR + ENCARGOS, VENCENDO NO
      **** DIA 10 DA COMPETENCIA; A REFERENCIA E MATRICULA +
      **** COMPETENCIA, COMO NO CAIXA (PROGCOB69)
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
                   MOVE WRK-MEN-VALOR TO WRK-VALOR-ITEM
                   MOVE WRK-MEN-ENCARGOS TO WRK-ENCARGOS-ITEM
                   MOVE SPACES TO WRK-VENCTO-ITEM
                   STRING WRK-MEN-COMPETENCIA DELIMITED BY SIZE
                          '10' DELIMITED BY SIZE
                          INTO WRK-VENCTO-ITEM
                   MOVE 'N' TO WRK-TITULO-RETIDO
                   PERFORM 0320-LOCALIZAR-RESPONSAVEL
               END-IF.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-MENSALIDADES TO TRUE
               END-READ.
      ******************************
      **** O DONO DA MENSALIDADE NO PORTAL E O RESPONSAVEL FINANCEIRO
      **** GRAVADO PELO PROGCOB23, COM O NOME DO CADASTRO RESPMST;
      **** SEM ELE (OU FORA DO RESPMST) A MENSALIDADE NAO SAI
      ******************************
           0320-LOCALIZAR-RESPONSAVEL.
               MOVE SPACES TO WRK-PTS-DOCUMENTO WRK-PTS-NOME.
               IF RESPMST-ABERTO AND WRK-MEN-RESPONSAVEL NOT = SPACES
                   MOVE WRK-MEN-RESPONSAVEL TO REG-RSP-CPF
                   READ RESPONSAVEL-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF RESPMST-OK
                       MOVE WRK-MEN-RESPONSAVEL TO WRK-PTS-DOCUMENTO
                       MOVE REG-RSP-NOME TO WRK-PTS-NOME
                   END-IF
               END-IF.
               IF WRK-PTS-DOCUMENTO = SPACES
                   ADD 1 TO WRK-TOTAL-SEM-RESP
                   DISPLAY 'MENSALIDADE SEM RESPONSAVEL FINANCEIRO: '
                       WRK-REF-ITEM
               ELSE
                   MOVE SPACES TO WRK-BANCO-ITEM
                   PERFORM 0240-DADOS-DO-BANCO
                   PERFORM 0400-GRAVAR-ITEM
               END-IF.
      ******************************
      **** MONTA E GRAVA O REGISTRO DO ITEM: VENCIMENTO JA PASSADO
      **** VAI PARA A DATA DO RUN; RETIDO POR NF-E SAI SEM BOLETO
      ******************************
           0400-GRAVAR-ITEM.
               MOVE WRK-TIPO-ITEM TO WRK-PTS-TIPO.
               MOVE WRK-REF-ITEM TO WRK-PTS-REFERENCIA.
               MOVE WRK-VENCTO-ITEM TO WRK-PTS-VENC-ORIGINAL.
               MOVE WRK-VALOR-ITEM TO WRK-PTS-VALOR.
               MOVE WRK-ENCARGOS-ITEM TO WRK-PTS-ENCARGOS.
               COMPUTE WRK-PTS-TOTAL =
                   WRK-VALOR-ITEM + WRK-ENCARGOS-ITEM.
               IF WRK-VENCTO-ITEM < WRK-DATA-HOJE
                   MOVE WRK-DATA-HOJE TO WRK-PTS-VENCIMENTO
                   SET PTS-VENCIDO TO TRUE
                   ADD 1 TO WRK-TOTAL-VENCIDOS
               ELSE
                   MOVE WRK-VENCTO-ITEM TO WRK-PTS-VENCIMENTO
                   SET PTS-A-VENCER TO TRUE
               END-IF.
               MOVE SPACES TO WRK-PTS-BANCO WRK-PTS-BARRAS
                   WRK-PTS-LINHA-DIG.
               IF TITULO-RETIDO
                   SET PTS-RETIDO TO TRUE
                   ADD 1 TO WRK-TOTAL-RETIDOS
               ELSE
                   PERFORM 0500-MONTAR-BOLETO
               END-IF.
               WRITE LINHA-PORTAL FROM WRK-PORTAL-ITEM.
               ADD 1 TO WRK-TOTAL-GRAVADOS.
               ADD WRK-PTS-TOTAL TO WRK-TOTAL-VALOR.
      ******************************
      **** SEGUNDA VIA DO BOLETO: SO COM BANCO NUMERICO, VENCIMENTO
      **** VALIDO E VALOR QUE CABE NAS 10 POSICOES DO CODIGO
      ******************************
           0500-MONTAR-BOLETO.
               COMPUTE WRK-VALOR-CENTAVOS = WRK-PTS-TOTAL * 100.
               MOVE WRK-PTS-VENCIMENTO TO WRK-DIA-DATA-X.
               IF WRK-BANCO-ITEM IS NOT NUMERIC
                   OR WRK-DIA-DATA-X IS NOT NUMERIC
                   OR WRK-VALOR-CENTAVOS > 9999999999
                   SET PTS-SEM-BOLETO TO TRUE
                   ADD 1 TO WRK-TOTAL-SEM-BOLETO
                   DISPLAY 'ITEM SEM BOLETO: ' WRK-TIPO-ITEM ' '
                       WRK-REF-ITEM ' BANCO ' WRK-BANCO-ITEM
               ELSE
                   PERFORM 0510-MONTAR-CODIGO-BARRAS
                   PERFORM 0530-MONTAR-LINHA-DIGITAVEL
                   MOVE WRK-BANCO-ITEM TO WRK-PTS-BANCO
                   MOVE WRK-CODIGO-BARRAS TO WRK-PTS-BARRAS
                   MOVE WRK-LINHA-DIGITAVEL TO WRK-PTS-LINHA-DIG
                   ADD 1 TO WRK-TOTAL-BOLETOS
               END-IF.
      ******************************
      **** CODIGO DE BARRAS: FATOR = DIAS DESDE 22/02/2025 + 1000
      **** (PASSANDO DE 9999 RECOMECA EM 1000); NOSSO NUMERO = OS 13
      **** ULTIMOS DIGITOS DA REFERENCIA DO ITEM
      ******************************
           0510-MONTAR-CODIGO-BARRAS.
               MOVE WRK-BANCO-ITEM TO WRK-CB-BANCO.
               MOVE '9' TO WRK-CB-MOEDA.
               MOVE ZEROS TO WRK-CB-DV.
               PERFORM 0600-CONTAR-DIAS.
               COMPUTE WRK-FATOR-CALC =
                   WRK-DIA-TOTAL - WRK-DIAS-BASE-FATOR + 1000.
               IF WRK-FATOR-CALC > 9999
                   SUBTRACT 9000 FROM WRK-FATOR-CALC
               END-IF.
               MOVE WRK-FATOR-CALC TO WRK-CB-FATOR.
               MOVE WRK-VALOR-CENTAVOS TO WRK-CB-VALOR.
               MOVE WRK-AGENCIA-ITEM TO WRK-DIG-ENTRADA.
               SET PARA-NO-TRACO TO TRUE.
               PERFORM 0650-EXTRAIR-DIGITOS.
               MOVE WRK-DIG-SAIDA TO WRK-CB-AGENCIA.
               MOVE WRK-CONTA-ITEM TO WRK-DIG-ENTRADA.
               PERFORM 0650-EXTRAIR-DIGITOS.
               MOVE WRK-DIG-SAIDA TO WRK-CB-CONTA.
               MOVE WRK-REF-ITEM TO WRK-DIG-ENTRADA.
               MOVE 'N' TO WRK-DIG-PARA-TRACO.
               PERFORM 0650-EXTRAIR-DIGITOS.
               MOVE WRK-DIG-SAIDA TO WRK-CB-NOSSO-NUMERO.
               MOVE ZEROS TO WRK-CB-SOMA.
               MOVE 2 TO WRK-CB-PESO.
               PERFORM 0520-SOMAR-MODULO-11
                   VARYING WRK-CB-POS FROM 44 BY -1
                   UNTIL WRK-CB-POS < 1.
               DIVIDE WRK-CB-SOMA BY 11
                   GIVING WRK-CB-QUOCIENTE
                   REMAINDER WRK-CB-RESTO.
               COMPUTE WRK-CB-DV-CALC = 11 - WRK-CB-RESTO.
               IF WRK-CB-DV-CALC > 9
                   MOVE 1 TO WRK-CB-DV-CALC
               END-IF.
               MOVE WRK-CB-DV-CALC TO WRK-CB-DV.
      ******************************
      **** DV GERAL: PESOS 2 A 9 DA DIREITA PARA A ESQUERDA, SEM A
      **** POSICAO 5 (O PROPRIO DV)
      ******************************
           0520-SOMAR-MODULO-11.
               IF WRK-CB-POS NOT = 5
                   COMPUTE WRK-CB-SOMA = WRK-CB-SOMA
                       + (WRK-CB-DIGITO (WRK-CB-POS) * WRK-CB-PESO)
                   ADD 1 TO WRK-CB-PESO
                   IF WRK-CB-PESO > 9
                       MOVE 2 TO WRK-CB-PESO
                   END-IF
               END-IF.
      ******************************
      **** LINHA DIGITAVEL: CAMPO 1 = BANCO + MOEDA + CAMPO LIVRE
      **** 1-5; CAMPO 2 = CAMPO LIVRE 6-15; CAMPO 3 = CAMPO LIVRE
      **** 16-25 (CADA UM COM DV MODULO 10); CAMPO 4 = DV GERAL;
      **** CAMPO 5 = FATOR + VALOR
      ******************************
           0530-MONTAR-LINHA-DIGITAVEL.
               MOVE ZEROS TO WRK-M10-CAMPO.
               MOVE WRK-CODIGO-BARRAS (1:4) TO WRK-M10-CAMPO-X (1:4).
               MOVE WRK-CODIGO-BARRAS (20:5) TO WRK-M10-CAMPO-X (5:5).
               MOVE 9 TO WRK-M10-TAM.
               PERFORM 0540-CALCULAR-MODULO-10.
               MOVE WRK-M10-DV TO WRK-M10-DIGITO (10).
               MOVE WRK-M10-CAMPO-X (1:5) TO WRK-LD-CAMPO1A.
               MOVE WRK-M10-CAMPO-X (6:5) TO WRK-LD-CAMPO1B.
               MOVE WRK-CODIGO-BARRAS (25:10) TO WRK-M10-CAMPO-X.
               MOVE 10 TO WRK-M10-TAM.
               PERFORM 0540-CALCULAR-MODULO-10.
               MOVE WRK-M10-DV TO WRK-M10-DIGITO (11).
               MOVE WRK-M10-CAMPO-X (1:5) TO WRK-LD-CAMPO2A.
               MOVE WRK-M10-CAMPO-X (6:6) TO WRK-LD-CAMPO2B.
               MOVE WRK-CODIGO-BARRAS (35:10) TO WRK-M10-CAMPO-X.
               PERFORM 0540-CALCULAR-MODULO-10.
               MOVE WRK-M10-DV TO WRK-M10-DIGITO (11).
               MOVE WRK-M10-CAMPO-X (1:5) TO WRK-LD-CAMPO3A.
               MOVE WRK-M10-CAMPO-X (6:6) TO WRK-LD-CAMPO3B.
               MOVE WRK-CODIGO-BARRAS (5:1) TO WRK-LD-CAMPO4.
               MOVE WRK-CODIGO-BARRAS (6:14) TO WRK-LD-CAMPO5.
      ******************************
      **** MODULO 10: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      **** ESQUERDA, PRODUTO DE DOIS DIGITOS SOMA OS DOIS DIGITOS
      ******************************
           0540-CALCULAR-MODULO-10.
               MOVE ZEROS TO WRK-M10-SOMA.
               MOVE 2 TO WRK-M10-PESO.
               PERFORM 0545-SOMAR-MODULO-10
                   VARYING WRK-M10-POS FROM WRK-M10-TAM BY -1
                   UNTIL WRK-M10-POS < 1.
               DIVIDE WRK-M10-SOMA BY 10
                   GIVING WRK-M10-QUOCIENTE
                   REMAINDER WRK-M10-RESTO.
               IF WRK-M10-RESTO = 0
                   MOVE 0 TO WRK-M10-DV
               ELSE
                   COMPUTE WRK-M10-DV = 10 - WRK-M10-RESTO
               END-IF.
           0545-SOMAR-MODULO-10.
               COMPUTE WRK-M10-PRODUTO =
                   WRK-M10-DIGITO (WRK-M10-POS) * WRK-M10-PESO.
               IF WRK-M10-PRODUTO > 9
                   SUBTRACT 9 FROM WRK-M10-PRODUTO
               END-IF.
               ADD WRK-M10-PRODUTO TO WRK-M10-SOMA.
               IF WRK-M10-PESO = 2
                   MOVE 1 TO WRK-M10-PESO
               ELSE
                   MOVE 2 TO WRK-M10-PESO
               END-IF.
      ******************************
      **** NUMERO DO DIA DA DATA EM WRK-DIA-DATA, CONTANDO O ANO A
      **** PARTIR DE MARCO (FEVEREIRO FICA NO FIM E O BISSEXTO NAO
      **** DESLOCA OS OUTROS MESES)
      ******************************
           0600-CONTAR-DIAS.
               IF WRK-DIA-MES > 2
                   MOVE WRK-DIA-ANO TO WRK-DIA-A
                   COMPUTE WRK-DIA-M = WRK-DIA-MES - 3
               ELSE
                   COMPUTE WRK-DIA-A = WRK-DIA-ANO - 1
                   COMPUTE WRK-DIA-M = WRK-DIA-MES + 9
               END-IF.
               DIVIDE WRK-DIA-A BY 4 GIVING WRK-DIA-Q4.
               DIVIDE WRK-DIA-A BY 100 GIVING WRK-DIA-Q100.
               DIVIDE WRK-DIA-A BY 400 GIVING WRK-DIA-Q400.
               COMPUTE WRK-DIA-TRAB = (153 * WRK-DIA-M) + 2.
               DIVIDE WRK-DIA-TRAB BY 5 GIVING WRK-DIA-QMES.
               COMPUTE WRK-DIA-TOTAL = (365 * WRK-DIA-A)
                   + WRK-DIA-Q4 - WRK-DIA-Q100 + WRK-DIA-Q400
                   + WRK-DIA-QMES + WRK-DIA-DIA.
      ******************************
      **** SO OS DIGITOS DE WRK-DIG-ENTRADA, ALINHADOS A DIREITA EM
      **** WRK-DIG-SAIDA (COM PARA-NO-TRACO, O DV DEPOIS DO TRACO
      **** DA AGENCIA OU DA CONTA FICA DE FORA)
      ******************************
           0650-EXTRAIR-DIGITOS.
               MOVE ZEROS TO WRK-DIG-SAIDA.
               MOVE 'N' TO WRK-DIG-FIM.
               PERFORM 0655-EXAMINAR-DIGITO
                   VARYING WRK-DIG-POS FROM 1 BY 1
                   UNTIL WRK-DIG-POS > 20 OR FIM-DIGITOS.
           0655-EXAMINAR-DIGITO.
               IF WRK-DIG-ENTRADA (WRK-DIG-POS:1) IS NUMERIC
                   MOVE WRK-DIG-ENTRADA (WRK-DIG-POS:1)
                       TO WRK-DIG-ALGARISMO
                   COMPUTE WRK-DIG-SAIDA =
                       (WRK-DIG-SAIDA * 10) + WRK-DIG-ALGARISMO
               ELSE
                   IF PARA-NO-TRACO
                       AND WRK-DIG-ENTRADA (WRK-DIG-POS:1) = '-'
                       SET FIM-DIGITOS TO TRUE
                   END-IF
               END-IF.
      ******************************
      **** FECHA O ARQUIVO DO PORTAL COM O TRAILER DO ENVELOPE
      **** (QUANTIDADE DE ITENS E VALOR TOTAL EM ABERTO)
      ******************************
           0800-FINALIZAR.
               MOVE SPACES TO WRK-ENV-BUFFER.
               MOVE 'T' TO WRK-ENR-TIPO.
               MOVE WRK-TOTAL-GRAVADOS TO WRK-ENR-QTDE.
               MOVE WRK-TOTAL-VALOR TO WRK-ENR-HASH.
               WRITE LINHA-PORTAL FROM WRK-ENV-BUFFER.
               CLOSE SAIDA-PORTAL.
               IF CLIMST-ABERTO
                   CLOSE CLIENTE-MASTER
               END-IF.
               IF RESPMST-ABERTO
                   CLOSE RESPONSAVEL-MASTER
               END-IF.
               IF WRK-TOTAL-SEM-BOLETO > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               DISPLAY '********************'.
               DISPLAY 'ITENS EM ABERTO    : ' WRK-TOTAL-LIDOS.
               DISPLAY 'ITENS NO PORTAL    : ' WRK-TOTAL-GRAVADOS.
               DISPLAY 'BOLETOS GERADOS    : ' WRK-TOTAL-BOLETOS.
               DISPLAY 'VENCIDOS ATUALIZ.  : ' WRK-TOTAL-VENCIDOS.
               DISPLAY 'RETIDOS POR NF-E   : ' WRK-TOTAL-RETIDOS.
               DISPLAY 'SEM BOLETO         : ' WRK-TOTAL-SEM-BOLETO.
               DISPLAY 'SEM RESPONSAVEL    : ' WRK-TOTAL-SEM-RESP.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
      **** COMPARTILHADO, PARA CONFERENCIA DE ENTRADA X SAIDA
      ******************************
           0900-GRAVAR-CONTROLE.
               MOVE 'PROGPTS' TO WRK-CTL-PROGRAMA.
               MOVE WRK-TOTAL-LIDOS TO WRK-CTL-LIDOS.
               MOVE WRK-TOTAL-GRAVADOS TO WRK-CTL-ACEITOS.
               MOVE WRK-TOTAL-SEM-RESP TO WRK-CTL-REJEITADOS.
               MOVE WRK-TOTAL-VALOR TO WRK-CTL-HASH.
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
               MOVE 'PROGPTS' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGPTS' TO WRK-RUN-PROGRAMA.
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
               MOVE WRK-TOTAL-GRAVADOS TO WRK-RUN-ACEITOS.
               PERFORM 0985-GRAVAR-ESTADO-RUN.
