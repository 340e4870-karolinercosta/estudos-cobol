           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGMSC.
      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *    OBJETIVO: EXTRATO MASCARADO DA PRODUCAO PARA O AMBIENTE DE
      *     TESTE (JOB AD-HOC PCOBMASC). COPIA CLIMST, RECEBIV,
      *     EMBARQ, ALUMST, MENSAB, NOTAHIST E USRMST PARA OS
      *     ARQUIVOS DE TESTE SEM LEVAR DADO PESSOAL REAL:
      *     - CPF/CNPJ TROCADO POR UM SUBSTITUTO COM DIGITOS
      *       VERIFICADORES VALIDOS, CALCULADO A PARTIR DO PROPRIO
      *       CPF COM A CHAVE DO SYSIN (CPYMASC): O MESMO CPF VIRA O
      *       MESMO SUBSTITUTO EM TODOS OS ARQUIVOS, ENTAO CLIENTE,
      *       TITULOS, EMBARQUES, ALUNO E MENSALIDADES CONTINUAM
      *       LIGADOS, E DOIS CPFS NUNCA VIRAM O MESMO;
      *     - NOME E ENDERECO TROCADOS POR NOMES DE TABELA, ESCOLHIDOS
      *       PELO SUBSTITUTO (CLIENTE) OU PELA MATRICULA (ALUNO, O
      *       MESMO NO ALUMST E NO NOTAHIST); CEP SO COM A REGIAO (5
      *       PRIMEIROS DIGITOS); UF, VALORES E DATAS FICAM;
      *     - SENHAS REDEFINIDAS: O USRMST DE TESTE SAI SEM SENHA E
      *       O USRSENHA DE TESTE COM A SENHA PROVISORIA DO SYSIN PARA
      *       TODOS, COM TROCA OBRIGATORIA NO PRIMEIRO SIGN-ON.
      *     AMOSTRA OPCIONAL: UM EM CADA N CLIENTES (PELO CPF, COM OS
      *     TITULOS E EMBARQUES DELE) E UM EM CADA N ALUNOS (PELA
      *     MATRICULA, COM AS MENSALIDADES E NOTAS DELE). CPF QUE NAO
      *     DA PARA MASCARAR (NAO NUMERICO) DESCARTA O REGISTRO QUANDO
      *     E CHAVE E FICA EM BRANCO QUANDO NAO E. TODO SUBSTITUTO E
      *     CONFERIDO CONTRA O CADASTRO DE CLIENTES DA PRODUCAO
      *     (CLICONF): SUBSTITUTO IGUAL A UM CPF REAL OU CPF ORIGINAL
      *     QUE SOBROU NO EXTRATO DA RC 8 (TROCAR A CHAVE E RODAR DE
      *     NOVO, NAO LIBERAR O EXTRATO). RC 4 = REGISTRO DESCARTADO;
      *     RC 8 = SYSIN INVALIDO OU ARQUIVO QUE NAO ABRIU
      *    DATA= 15/10/26
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETRO-MASC ASSIGN TO SYSIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SYSIN-STATUS.
               SELECT CLIENTE-MASTER ASSIGN TO CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-CLI-CPF
                   FILE STATUS IS WRK-CLIMST-STATUS.
               SELECT CLIENTE-CONFERE ASSIGN TO CLICONF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CNF-CPF
                   FILE STATUS IS WRK-CLICONF-STATUS.
               SELECT CONTAS-RECEBER ASSIGN TO RECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-RCB-CHAVE
                   ALTERNATE RECORD KEY IS REG-RCB-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-RCB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-RECEBIV-STATUS.
               SELECT EMBARQUES-IN ASSIGN TO EMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-EMB-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-EMB-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-EMB-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-EMBARQ-STATUS.
               SELECT ALUNO-MASTER ASSIGN TO ALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-ALU-MATRICULA
                   FILE STATUS IS WRK-ALUMST-STATUS.
               SELECT MENSALIDADES-IN ASSIGN TO MENSAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MENSAB-STATUS.
               SELECT NOTAHIST-IN ASSIGN TO NOTAHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NOTAHIST-STATUS.
               SELECT USUARIOS-MASTER ASSIGN TO USRMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-USR-ID
                   FILE STATUS IS WRK-USRMST-STATUS.
               SELECT CLIENTE-TESTE ASSIGN TO TCLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-TCL-CPF
                   FILE STATUS IS WRK-TCLIMST-STATUS.
               SELECT CONTAS-RECEBER-TESTE ASSIGN TO TRECEBIV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-TRC-CHAVE
                   ALTERNATE RECORD KEY IS REG-TRC-VENCIMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-TRC-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-TRECEBIV-STATUS.
               SELECT EMBARQUES-TESTE ASSIGN TO TEMBARQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-TEM-REFERENCIA
                   ALTERNATE RECORD KEY IS REG-TEM-DATA-PREVISTA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS REG-TEM-STATUS
                       WITH DUPLICATES
                   FILE STATUS IS WRK-TEMBARQ-STATUS.
               SELECT ALUNO-TESTE ASSIGN TO TALUMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-TAL-MATRICULA
                   FILE STATUS IS WRK-TALUMST-STATUS.
               SELECT MENSALIDADES-TESTE ASSIGN TO TMENSAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TMENSAB-STATUS.
               SELECT NOTAHIST-TESTE ASSIGN TO TNOTAHST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TNOTAHST-STATUS.
               SELECT USUARIOS-TESTE ASSIGN TO TUSRMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-TUS-ID
                   FILE STATUS IS WRK-TUSRMST-STATUS.
               SELECT SENHAS-TESTE ASSIGN TO TUSRSNH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-TSN-ID
                   FILE STATUS IS WRK-TUSRSNH-STATUS.
               SELECT RELATORIO-MSC ASSIGN TO MSCRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITORIA-SUITE ASSIGN TO AUDSUITE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ELOS-TRILHA ASSIGN TO AUDELO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-ELO-TRILHA
                   FILE STATUS IS WRK-AUDELO-STATUS.
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
           FD  PARAMETRO-MASC.
           01  REG-PARAMETRO-MASC PIC X(55).
           FD  CLIENTE-MASTER.
           01  REG-CLIENTE.
               02 REG-CLI-CPF      PIC X(14).
               02 REG-CLI-NOME     PIC X(40).
               02 REG-CLI-ENDERECO PIC X(40).
               02 REG-CLI-UF       PIC X(02).
               02 REG-CLI-STATUS   PIC X(01).
               02 REG-CLI-CEP      PIC X(08).
               02 REG-CLI-DATA-ULT-MOV PIC X(08).
               02 REG-CLI-LIMITE-CRED  PIC 9(09)V99.
               02 REG-CLI-EMPRESA      PIC X(03).
               02 REG-CLI-VENDEDOR     PIC X(04).
               02 REG-CLI-TIPO-PESSOA  PIC X(01).
                   88 CLI-PESSOA-JURIDICA VALUE 'J'.
           FD  CLIENTE-CONFERE.
           01  REG-CLIENTE-CONFERE.
               02 REG-CNF-CPF      PIC X(14).
               02 FILLER           PIC X(118).
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
           FD  EMBARQUES-IN.
           01  LINHA-EMBARQUE-IN.
               02 REG-EMB-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-EMB-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-EMB-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  ALUNO-MASTER.
           01  REG-ALUNO-MASTER.
               02 REG-ALU-MATRICULA PIC 9(06).
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  MENSALIDADES-IN.
           01  LINHA-MENSALIDADE-IN PIC X(80).
           FD  NOTAHIST-IN.
           01  REG-HIST-IN PIC X(120).
           FD  USUARIOS-MASTER.
           01  REG-USUARIO.
               02 REG-USR-ID     PIC X(10).
               02 REG-USR-NOME   PIC X(30).
               02 REG-USR-NIVEL  PIC 9(02).
               02 REG-USR-STATUS PIC X(01).
               02 REG-USR-SENHA  PIC X(08).
           FD  CLIENTE-TESTE.
           01  REG-CLIENTE-TESTE.
               02 REG-TCL-CPF      PIC X(14).
               02 FILLER           PIC X(118).
           FD  CONTAS-RECEBER-TESTE.
           01  LINHA-RECEBIVEL-TESTE.
               02 REG-TRC-CHAVE          PIC X(36).
               02 FILLER                 PIC X(25).
               02 REG-TRC-VENCIMENTO     PIC X(08).
               02 FILLER                 PIC X(02).
               02 REG-TRC-STATUS         PIC X(01).
               02 FILLER                 PIC X(68).
           FD  EMBARQUES-TESTE.
           01  LINHA-EMBARQUE-TESTE.
               02 REG-TEM-REFERENCIA     PIC X(20).
               02 FILLER                 PIC X(41).
               02 REG-TEM-STATUS         PIC X(01).
               02 FILLER                 PIC X(02).
               02 REG-TEM-DATA-PREVISTA  PIC X(08).
               02 FILLER                 PIC X(168).
           FD  ALUNO-TESTE.
           01  REG-ALUNO-TESTE.
               02 REG-TAL-MATRICULA PIC 9(06).
               02 FILLER            PIC X(73).
           FD  MENSALIDADES-TESTE.
           01  LINHA-MENSALIDADE-TESTE PIC X(80).
           FD  NOTAHIST-TESTE.
           01  LINHA-NOTAHIST-TESTE PIC X(120).
           FD  USUARIOS-TESTE.
           01  REG-USUARIO-TESTE.
               02 REG-TUS-ID     PIC X(10).
               02 FILLER         PIC X(41).
           FD  SENHAS-TESTE.
           01  REG-SENHA-TESTE.
               02 REG-TSN-ID PIC X(10).
               02 FILLER     PIC X(190).
           FD  RELATORIO-MSC.
           01  LINHA-MSC PIC X(132).
           FD  AUDITORIA-SUITE.
           01  LINHA-AUDITORIA-SUITE PIC X(150).
           FD  ELOS-TRILHA.
           01  REG-ELO.
               02 REG-ELO-TRILHA PIC X(08).
               02 FILLER         PIC X(42).
           FD  TRAVA-SUITE.
           01  REG-TRAVA-SUITE PIC X(30).
           FD  SENHA-TRAVA.
           01  REG-SENHA-TRAVA PIC X(30).
           FD  ESTADO-RUN.
           01  LINHA-ESTADO-RUN PIC X(80).
           WORKING-STORAGE SECTION.
           COPY CPYRUN.
           COPY CPYLOCK.
           COPY CPYAUDIT.
           COPY CPYELO.
           COPY CPYCAB.
           COPY CPYMASC.
           COPY CPYRECEB.
           COPY CPYEMB.
           COPY CPYMATRI.
           COPY CPYSENHA.
      ******************************
      **** REGISTRO DA MENSALIDADE (ARQUIVO MENSAB, MESMO LAYOUT DO
      **** PROGCOB23)
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
           77 WRK-SYSIN-STATUS PIC X(02) VALUE '00'.
               88 SYSIN-OK VALUE '00'.
           77 WRK-CLIMST-STATUS PIC X(02) VALUE '00'.
               88 CLIMST-OK VALUE '00'.
           77 WRK-CLICONF-STATUS PIC X(02) VALUE '00'.
               88 CLICONF-OK VALUE '00'.
           77 WRK-RECEBIV-STATUS PIC X(02) VALUE '00'.
               88 RECEBIV-OK VALUE '00'.
           77 WRK-EMBARQ-STATUS PIC X(02) VALUE '00'.
               88 EMBARQ-OK VALUE '00'.
           77 WRK-ALUMST-STATUS PIC X(02) VALUE '00'.
               88 ALUMST-OK VALUE '00'.
           77 WRK-MENSAB-STATUS PIC X(02) VALUE '00'.
               88 MENSAB-OK VALUE '00'.
           77 WRK-NOTAHIST-STATUS PIC X(02) VALUE '00'.
               88 NOTAHIST-OK VALUE '00'.
           77 WRK-USRMST-STATUS PIC X(02) VALUE '00'.
               88 USRMST-OK VALUE '00'.
           77 WRK-TCLIMST-STATUS PIC X(02) VALUE '00'.
               88 TCLIMST-OK VALUE '00'.
           77 WRK-TRECEBIV-STATUS PIC X(02) VALUE '00'.
               88 TRECEBIV-OK VALUE '00'.
           77 WRK-TEMBARQ-STATUS PIC X(02) VALUE '00'.
               88 TEMBARQ-OK VALUE '00'.
           77 WRK-TALUMST-STATUS PIC X(02) VALUE '00'.
               88 TALUMST-OK VALUE '00'.
           77 WRK-TMENSAB-STATUS PIC X(02) VALUE '00'.
               88 TMENSAB-OK VALUE '00'.
           77 WRK-TNOTAHST-STATUS PIC X(02) VALUE '00'.
               88 TNOTAHST-OK VALUE '00'.
           77 WRK-TUSRMST-STATUS PIC X(02) VALUE '00'.
               88 TUSRMST-OK VALUE '00'.
           77 WRK-TUSRSNH-STATUS PIC X(02) VALUE '00'.
               88 TUSRSNH-OK VALUE '00'.
           77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               88 FIM-ARQUIVO VALUE 'S'.
           77 WRK-MARCA-ANONIMO PIC X(40)
               VALUE '*** ANONIMIZADO LGPD ***'.
           77 WRK-LINHA-MSC PIC X(132) VALUE SPACES.
           77 WRK-ARQ-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ARQ-NOME PIC X(08) VALUE SPACES.
           77 WRK-SENHA-TAMANHO-MSC PIC 9(02) VALUE ZEROS.
      ******************************
      **** CONTAGEM POR ARQUIVO DO EXTRATO (NA ORDEM DE
      **** PROCESSAMENTO): LIDOS, FORA DA AMOSTRA, DESCARTADOS (CPF
      **** DE CHAVE QUE NAO DA PARA MASCARAR OU CHAVE REPETIDA NA
      **** GRAVACAO) E GRAVADOS NO TESTE. SITUACAO A = ARQUIVO DE
      **** PRODUCAO OU DE TESTE QUE NAO ABRIU
      ******************************
           77 WRK-QTD-ARQUIVOS PIC 9(02) VALUE 7.
           77 WRK-ARQ-IDX PIC 9(02) VALUE ZEROS.
           01 TAB-ARQUIVOS.
               02 TAB-ARQ OCCURS 7 TIMES.
                   03 TAB-ARQ-CODIGO     PIC X(08).
                   03 TAB-ARQ-LIDOS      PIC 9(07).
                   03 TAB-ARQ-FORA       PIC 9(07).
                   03 TAB-ARQ-DESCARTE   PIC 9(07).
                   03 TAB-ARQ-GRAVADOS   PIC 9(07).
                   03 TAB-ARQ-SITUACAO   PIC X(01).
                       88 ARQ-PROCESSADO VALUE 'P'.
                       88 ARQ-AUSENTE    VALUE 'A'.
      ******************************
      **** SUBSTITUICAO DO CPF/CNPJ: A BASE (9 DIGITOS DO CPF, 12 DO
      **** CNPJ) VIRA (FATOR X BASE + DESLOCAMENTO) MODULO 10**9 OU
      **** 10**12 E OS DOIS VERIFICADORES SAO RECALCULADOS. FATOR
      **** PRIMO COM 10 TORNA A TROCA UM-PARA-UM; FATOR E
      **** DESLOCAMENTO IMPARES GARANTEM QUE NENHUMA BASE VIRA ELA
      **** MESMA. A MULTIPLICACAO E FEITA EM DUAS METADES DE 6
      **** DIGITOS PARA NAO PASSAR DE 18 DIGITOS
      ******************************
           77 WRK-CPF-ORIGINAL PIC X(14) VALUE SPACES.
           77 WRK-CPF-MASCARA  PIC X(14) VALUE SPACES.
           77 WRK-MSC-SITUACAO PIC X(01) VALUE SPACES.
               88 MSC-BRANCO     VALUE 'B'.
               88 MSC-MASCARADO  VALUE 'M'.
               88 MSC-IMPOSSIVEL VALUE 'I'.
           77 WRK-MSC-NA-AMOSTRA PIC X(01) VALUE 'S'.
               88 MSC-NA-AMOSTRA VALUE 'S'.
           77 WRK-MSC-CRITERIO PIC X(01) VALUE 'C'.
               88 MSC-AMOSTRA-POR-CPF       VALUE 'C'.
               88 MSC-AMOSTRA-POR-MATRICULA VALUE 'M'.
           01 WRK-MSC-DOC PIC X(14) VALUE SPACES.
           01 WRK-MSC-DOC-CPF REDEFINES WRK-MSC-DOC.
               02 WRK-MSC-CPF-BASE  PIC 9(09).
               02 FILLER            PIC X(05).
           01 WRK-MSC-DOC-CNPJ REDEFINES WRK-MSC-DOC.
               02 WRK-MSC-CNPJ-BASE PIC 9(12).
               02 FILLER            PIC X(02).
           77 WRK-MSC-TIPO PIC X(01) VALUE 'F'.
               88 MSC-PESSOA-FISICA   VALUE 'F'.
               88 MSC-PESSOA-JURIDICA VALUE 'J'.
           77 WRK-MSC-BASE      PIC 9(12) VALUE ZEROS.
           77 WRK-MSC-SUBST     PIC 9(12) VALUE ZEROS.
           77 WRK-MSC-MODULO    PIC 9(13) VALUE ZEROS.
           77 WRK-MSC-DIVISOR   PIC 9(07) VALUE ZEROS.
           77 WRK-MSC-ALTA      PIC 9(06) VALUE ZEROS.
           77 WRK-MSC-BAIXA     PIC 9(06) VALUE ZEROS.
           77 WRK-MSC-PRODUTO   PIC 9(18) VALUE ZEROS.
           77 WRK-MSC-QUOCIENTE PIC 9(18) VALUE ZEROS.
           77 WRK-MSC-RESTO     PIC 9(13) VALUE ZEROS.
           77 WRK-MSC-SEMENTE   PIC 9(12) VALUE ZEROS.
      ******************************
      **** DIGITOS VERIFICADORES DO CPF E DO CNPJ (MODULO 11, MESMA
      **** REGRA DO PROGCOB13)
      ******************************
           77 WRK-DOC-TAM      PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-IND      PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-PESO     PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-CICLO    PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-DIGITO   PIC 9(01) VALUE ZEROS.
           77 WRK-DOC-SOMA     PIC 9(04) VALUE ZEROS.
           77 WRK-DOC-QTE      PIC 9(04) VALUE ZEROS.
           77 WRK-DOC-RESTO    PIC 9(02) VALUE ZEROS.
           77 WRK-DOC-DV-CALC  PIC 9(01) VALUE ZEROS.
      ******************************
      **** CONFERENCIA DO EXTRATO: SUBSTITUTO QUE E CPF DE CLIENTE
      **** REAL E CPF ORIGINAL QUE FICOU IGUAL NO EXTRATO
      ******************************
           77 WRK-TOTAL-MASCARADOS  PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-NAO-MASC    PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-COINCIDE    PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-PRESERVADO  PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-LIDOS       PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-GRAVADOS    PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-DESCARTES   PIC 9(07) VALUE ZEROS.
           77 WRK-TOTAL-AUSENTES    PIC 9(02) VALUE ZEROS.
      ******************************
      **** NOMES DE TESTE: PRENOME, DOIS SOBRENOMES E LOGRADOURO
      **** ESCOLHIDOS PELOS RESTOS SUCESSIVOS DA SEMENTE
      ******************************
           01 WRK-PRENOMES.
               02 FILLER PIC X(10) VALUE 'ANA'.
               02 FILLER PIC X(10) VALUE 'BRUNO'.
               02 FILLER PIC X(10) VALUE 'CARLA'.
               02 FILLER PIC X(10) VALUE 'DANIEL'.
               02 FILLER PIC X(10) VALUE 'EDUARDA'.
               02 FILLER PIC X(10) VALUE 'FABIO'.
               02 FILLER PIC X(10) VALUE 'GABRIELA'.
               02 FILLER PIC X(10) VALUE 'HEITOR'.
               02 FILLER PIC X(10) VALUE 'ISABELA'.
               02 FILLER PIC X(10) VALUE 'JOAO'.
               02 FILLER PIC X(10) VALUE 'LARISSA'.
               02 FILLER PIC X(10) VALUE 'MARCOS'.
               02 FILLER PIC X(10) VALUE 'NATALIA'.
               02 FILLER PIC X(10) VALUE 'OTAVIO'.
               02 FILLER PIC X(10) VALUE 'PAULA'.
               02 FILLER PIC X(10) VALUE 'RAFAEL'.
               02 FILLER PIC X(10) VALUE 'SILVIA'.
               02 FILLER PIC X(10) VALUE 'TIAGO'.
               02 FILLER PIC X(10) VALUE 'VANESSA'.
               02 FILLER PIC X(10) VALUE 'WAGNER'.
           01 TAB-PRENOMES REDEFINES WRK-PRENOMES.
               02 TAB-PRENOME PIC X(10) OCCURS 20 TIMES.
           01 WRK-SOBRENOMES.
               02 FILLER PIC X(10) VALUE 'ALMEIDA'.
               02 FILLER PIC X(10) VALUE 'BARBOSA'.
               02 FILLER PIC X(10) VALUE 'CARDOSO'.
               02 FILLER PIC X(10) VALUE 'DUARTE'.
               02 FILLER PIC X(10) VALUE 'FERREIRA'.
               02 FILLER PIC X(10) VALUE 'GOMES'.
               02 FILLER PIC X(10) VALUE 'LIMA'.
               02 FILLER PIC X(10) VALUE 'MACHADO'.
               02 FILLER PIC X(10) VALUE 'NUNES'.
               02 FILLER PIC X(10) VALUE 'OLIVEIRA'.
               02 FILLER PIC X(10) VALUE 'PEREIRA'.
               02 FILLER PIC X(10) VALUE 'QUEIROZ'.
               02 FILLER PIC X(10) VALUE 'RIBEIRO'.
               02 FILLER PIC X(10) VALUE 'SANTOS'.
               02 FILLER PIC X(10) VALUE 'TEIXEIRA'.
               02 FILLER PIC X(10) VALUE 'VIEIRA'.
               02 FILLER PIC X(10) VALUE 'XAVIER'.
               02 FILLER PIC X(10) VALUE 'MOREIRA'.
               02 FILLER PIC X(10) VALUE 'CASTRO'.
               02 FILLER PIC X(10) VALUE 'ROCHA'.
           01 TAB-SOBRENOMES REDEFINES WRK-SOBRENOMES.
               02 TAB-SOBRENOME PIC X(10) OCCURS 20 TIMES.
           01 WRK-LOGRADOUROS.
               02 FILLER PIC X(20) VALUE 'RUA DAS ACACIAS'.
               02 FILLER PIC X(20) VALUE 'RUA DOS IPES'.
               02 FILLER PIC X(20) VALUE 'AV DAS PALMEIRAS'.
               02 FILLER PIC X(20) VALUE 'RUA DOS JASMINS'.
               02 FILLER PIC X(20) VALUE 'RUA DAS ORQUIDEAS'.
               02 FILLER PIC X(20) VALUE 'AV DOS GIRASSOIS'.
               02 FILLER PIC X(20) VALUE 'RUA DAS VIOLETAS'.
               02 FILLER PIC X(20) VALUE 'RUA DOS LIRIOS'.
               02 FILLER PIC X(20) VALUE 'AV DAS MAGNOLIAS'.
               02 FILLER PIC X(20) VALUE 'RUA DAS CAMELIAS'.
           01 TAB-LOGRADOUROS REDEFINES WRK-LOGRADOUROS.
               02 TAB-LOGRADOURO PIC X(20) OCCURS 10 TIMES.
           77 WRK-NOM-IND1     PIC 9(02) VALUE ZEROS.
           77 WRK-NOM-IND2     PIC 9(02) VALUE ZEROS.
           77 WRK-NOM-IND3     PIC 9(02) VALUE ZEROS.
           77 WRK-NOM-IND4     PIC 9(02) VALUE ZEROS.
           77 WRK-NOM-NUMERO   PIC 9(04) VALUE ZEROS.
           77 WRK-NOM-NUMERO-ED PIC ZZZ9.
           77 WRK-NOM-RESTO    PIC 9(04) VALUE ZEROS.
           77 WRK-NOM-QUOCIENTE PIC 9(12) VALUE ZEROS.
           77 WRK-NOME-TESTE     PIC X(40) VALUE SPACES.
           77 WRK-ENDERECO-TESTE PIC X(40) VALUE SPACES.
           77 WRK-QTD-ED  PIC Z.ZZZ.ZZ9.
           77 WRK-QTD-ED2 PIC Z.ZZZ.ZZ9.
           77 WRK-QTD-ED3 PIC Z.ZZZ.ZZ9.
           77 WRK-QTD-ED4 PIC Z.ZZZ.ZZ9.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               PERFORM 0100-INICIALIZAR.
               IF RETURN-CODE = 0
                   PERFORM 0200-CLIENTES
                   PERFORM 0300-TITULOS
                   PERFORM 0350-EMBARQUES
                   PERFORM 0400-ALUNOS
                   PERFORM 0450-MENSALIDADES
                   PERFORM 0500-NOTAS
                   PERFORM 0550-USUARIOS
                   CLOSE CLIENTE-CONFERE
                   PERFORM 0700-RESUMO
               END-IF.
               PERFORM 0800-FINALIZAR.
               PERFORM 0990-REGISTRAR-FIM.
               STOP RUN.
      ******************************
      **** CABECALHO, LEITURA E CONFERENCIA DA CHAVE DO SYSIN E
      **** ABERTURA DO CADASTRO DE CONFERENCIA. SEM CHAVE VALIDA OU
      **** SEM COMO CONFERIR OS SUBSTITUTOS NADA E EXTRAIDO (RC 8)
      ******************************
           0100-INICIALIZAR.
               OPEN OUTPUT RELATORIO-MSC.
               MOVE 'EXTRATO MASCARADO PARA O AMBIENTE DE TESTE'
                   TO CAB-TITULO-RELATORIO.
               ACCEPT CAB-DATA-EXECUCAO FROM DATE YYYYMMDD.
               MOVE CAB-DATA-EXECUCAO TO CAB-DATA-EXECUCAO-ED.
               MOVE 1 TO CAB-PAGINA.
               MOVE CAB-PAGINA TO CAB-PAGINA-ED.
               STRING CAB-EMPRESA          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      CAB-TITULO-RELATORIO DELIMITED BY SIZE
                      INTO WRK-LINHA-MSC.
               PERFORM 0290-IMPRIMIR.
               STRING 'DATA ' DELIMITED BY SIZE
                      CAB-DATA-EXECUCAO-ED DELIMITED BY SIZE
                      '  PAGINA ' DELIMITED BY SIZE
                      CAB-PAGINA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MSC.
               PERFORM 0290-IMPRIMIR.
               PERFORM 0290-IMPRIMIR.
               PERFORM 0110-MONTAR-ARQUIVOS.
               OPEN INPUT PARAMETRO-MASC.
               IF SYSIN-OK
                   READ PARAMETRO-MASC INTO WRK-PARAMETRO-MASC
                       AT END CONTINUE
                   END-READ
                   CLOSE PARAMETRO-MASC
               END-IF.
               MOVE ZEROS TO WRK-SENHA-TAMANHO-MSC.
               INSPECT WRK-MSC-SENHA TALLYING WRK-SENHA-TAMANHO-MSC
                   FOR CHARACTERS BEFORE INITIAL '  '.
               EVALUATE TRUE
                   WHEN WRK-MSC-FATOR-X IS NOT NUMERIC
                       OR WRK-MSC-DESLOC-X IS NOT NUMERIC
                       OR WRK-MSC-AMOSTRA-X IS NOT NUMERIC
                       MOVE 'SYSIN INVALIDO - CAMPO NAO NUMERICO'
                           TO WRK-LINHA-MSC
                   WHEN WRK-MSC-FATOR < 3
                       OR (WRK-MSC-FATOR-X (9:1) NOT = '1'
                       AND WRK-MSC-FATOR-X (9:1) NOT = '3'
                       AND WRK-MSC-FATOR-X (9:1) NOT = '7'
                       AND WRK-MSC-FATOR-X (9:1) NOT = '9')
                       STRING 'SYSIN INVALIDO - FATOR MAIOR QUE 1'
                                  DELIMITED BY SIZE
                              ' TERMINADO EM 1, 3, 7 OU 9'
                                  DELIMITED BY SIZE
                              INTO WRK-LINHA-MSC
                   WHEN WRK-MSC-DESLOC-X (9:1) NOT = '1'
                       AND WRK-MSC-DESLOC-X (9:1) NOT = '3'
                       AND WRK-MSC-DESLOC-X (9:1) NOT = '5'
                       AND WRK-MSC-DESLOC-X (9:1) NOT = '7'
                       AND WRK-MSC-DESLOC-X (9:1) NOT = '9'
                       MOVE 'SYSIN INVALIDO - DESLOCAMENTO PAR'
                           TO WRK-LINHA-MSC
                   WHEN WRK-MSC-AMOSTRA = 0
                       MOVE 'SYSIN INVALIDO - AMOSTRA ZERO'
                           TO WRK-LINHA-MSC
                   WHEN WRK-SENHA-TAMANHO-MSC < 8
                       MOVE 'SYSIN INVALIDO - SENHA CURTA (MINIMO 8)'
                           TO WRK-LINHA-MSC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF WRK-LINHA-MSC NOT = SPACES
                   PERFORM 0290-IMPRIMIR
                   DISPLAY 'PROGMSC: SYSIN INVALIDO - NADA EXTRAIDO'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF RETURN-CODE = 0
                   OPEN INPUT CLIENTE-CONFERE
                   IF NOT CLICONF-OK
                       STRING 'CADASTRO DE CONFERENCIA CLICONF'
                                  DELIMITED BY SIZE
                              ' NAO ABRIU' DELIMITED BY SIZE
                              ' - STATUS ' DELIMITED BY SIZE
                              WRK-CLICONF-STATUS DELIMITED BY SIZE
                              ' - NADA EXTRAIDO' DELIMITED BY SIZE
                              INTO WRK-LINHA-MSC
                       PERFORM 0290-IMPRIMIR
                       DISPLAY 'PROGMSC: CLICONF NAO ABRIU - STATUS '
                           WRK-CLICONF-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0
                   MOVE WRK-MSC-AMOSTRA TO WRK-QTD-ED
                   IF WRK-MSC-AMOSTRA = 1
                       MOVE 'EXTRATO COMPLETO' TO WRK-LINHA-MSC
                   ELSE
                       STRING 'AMOSTRA: UM EM CADA ' DELIMITED BY SIZE
                              WRK-QTD-ED DELIMITED BY SIZE
                              ' CLIENTES E ALUNOS' DELIMITED BY SIZE
                              INTO WRK-LINHA-MSC
                   END-IF
                   PERFORM 0290-IMPRIMIR
                   PERFORM 0290-IMPRIMIR
               END-IF.
           0110-MONTAR-ARQUIVOS.
               MOVE 'CLIMST'   TO TAB-ARQ-CODIGO (1).
               MOVE 'RECEBIV'  TO TAB-ARQ-CODIGO (2).
               MOVE 'EMBARQ'   TO TAB-ARQ-CODIGO (3).
               MOVE 'ALUMST'   TO TAB-ARQ-CODIGO (4).
               MOVE 'MENSAB'   TO TAB-ARQ-CODIGO (5).
               MOVE 'NOTAHIST' TO TAB-ARQ-CODIGO (6).
               MOVE 'USRMST'   TO TAB-ARQ-CODIGO (7).
               PERFORM 0115-ZERAR-ARQUIVO
                   VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > WRK-QTD-ARQUIVOS.
           0115-ZERAR-ARQUIVO.
               MOVE ZEROS TO TAB-ARQ-LIDOS (WRK-ARQ-IDX)
                             TAB-ARQ-FORA (WRK-ARQ-IDX)
                             TAB-ARQ-DESCARTE (WRK-ARQ-IDX)
                             TAB-ARQ-GRAVADOS (WRK-ARQ-IDX).
               SET ARQ-PROCESSADO (WRK-ARQ-IDX) TO TRUE.
      ******************************
      **** CLIENTES: CPF DE CHAVE MASCARADO (SEM MASCARA, O CLIENTE
      **** FICA FORA), NOME E ENDERECO DE TABELA PELO SUBSTITUTO, CEP
      **** SO COM A REGIAO. CLIENTE JA ANONIMIZADO PELO PROGCOB29
      **** FICA COM O MARCADOR
      ******************************
           0200-CLIENTES.
               MOVE 1 TO WRK-ARQ-IDX.
               SET MSC-AMOSTRA-POR-CPF TO TRUE.
               OPEN INPUT CLIENTE-MASTER.
               IF NOT CLIMST-OK
                   MOVE WRK-CLIMST-STATUS TO WRK-ARQ-STATUS
                   MOVE 'CLIMST' TO WRK-ARQ-NOME
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   OPEN OUTPUT CLIENTE-TESTE
                   IF NOT TCLIMST-OK
                       MOVE WRK-TCLIMST-STATUS TO WRK-ARQ-STATUS
                       MOVE 'TCLIMST' TO WRK-ARQ-NOME
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0205-LER-CLIENTE
                       PERFORM 0210-MASCARAR-CLIENTE
                           UNTIL FIM-ARQUIVO
                       CLOSE CLIENTE-TESTE
                   END-IF
                   CLOSE CLIENTE-MASTER
               END-IF.
           0205-LER-CLIENTE.
               READ CLIENTE-MASTER NEXT RECORD
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0210-MASCARAR-CLIENTE.
               ADD 1 TO TAB-ARQ-LIDOS (WRK-ARQ-IDX).
               MOVE REG-CLI-CPF TO WRK-CPF-ORIGINAL.
               PERFORM 0600-MASCARAR-CPF.
               EVALUATE TRUE
                   WHEN NOT MSC-NA-AMOSTRA
                       ADD 1 TO TAB-ARQ-FORA (WRK-ARQ-IDX)
                   WHEN NOT MSC-MASCARADO
                       ADD 1 TO TAB-ARQ-DESCARTE (WRK-ARQ-IDX)
                   WHEN OTHER
                       MOVE WRK-CPF-MASCARA TO REG-CLI-CPF
                       IF REG-CLI-NOME NOT = WRK-MARCA-ANONIMO
                           PERFORM 0650-GERAR-NOME
                           MOVE WRK-NOME-TESTE TO REG-CLI-NOME
                           MOVE WRK-ENDERECO-TESTE TO REG-CLI-ENDERECO
                           MOVE '000' TO REG-CLI-CEP (6:3)
                       END-IF
                       WRITE REG-CLIENTE-TESTE FROM REG-CLIENTE
                           INVALID KEY
                               ADD 1 TO TAB-ARQ-DESCARTE (WRK-ARQ-IDX)
                           NOT INVALID KEY
                               ADD 1 TO TAB-ARQ-GRAVADOS (WRK-ARQ-IDX)
                       END-WRITE
               END-EVALUATE.
               PERFORM 0205-LER-CLIENTE.
      ******************************
      **** ARQUIVO DE PRODUCAO OU DE TESTE QUE NAO ABRIU: O EXTRATO
      **** FICA INCOMPLETO E O RUN TERMINA COM RC 8
      ******************************
           0270-ARQUIVO-AUSENTE.
               SET ARQ-AUSENTE (WRK-ARQ-IDX) TO TRUE.
               STRING 'ARQUIVO ' DELIMITED BY SIZE
                      WRK-ARQ-NOME DELIMITED BY SIZE
                      ' NAO ABRIU - STATUS ' DELIMITED BY SIZE
                      WRK-ARQ-STATUS DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      TAB-ARQ-CODIGO (WRK-ARQ-IDX) DELIMITED BY SIZE
                      ' NAO EXTRAIDO' DELIMITED BY SIZE
                      INTO WRK-LINHA-MSC.
               PERFORM 0290-IMPRIMIR.
               DISPLAY 'PROGMSC: ' WRK-ARQ-NOME ' NAO ABRIU - STATUS '
                   WRK-ARQ-STATUS.
           0290-IMPRIMIR.
               WRITE LINHA-MSC FROM WRK-LINHA-MSC.
               MOVE SPACES TO WRK-LINHA-MSC.
      ******************************
      **** TITULOS: O CPF E O COMECO DA CHAVE, ENTAO O TITULO SEGUE
      **** O CLIENTE (MESMA AMOSTRA, MESMO SUBSTITUTO). COMO A CHAVE
      **** MUDA, A GRAVACAO NO TESTE E POR CHAVE
      ******************************
           0300-TITULOS.
               MOVE 2 TO WRK-ARQ-IDX.
               SET MSC-AMOSTRA-POR-CPF TO TRUE.
               OPEN INPUT CONTAS-RECEBER.
               IF NOT RECEBIV-OK
                   MOVE WRK-RECEBIV-STATUS TO WRK-ARQ-STATUS
                   MOVE 'RECEBIV' TO WRK-ARQ-NOME
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   OPEN OUTPUT CONTAS-RECEBER-TESTE
                   IF NOT TRECEBIV-OK
                       MOVE WRK-TRECEBIV-STATUS TO WRK-ARQ-STATUS
                       MOVE 'TRECEBIV' TO WRK-ARQ-NOME
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0305-LER-TITULO
                       PERFORM 0310-MASCARAR-TITULO
                           UNTIL FIM-ARQUIVO
                       CLOSE CONTAS-RECEBER-TESTE
                   END-IF
                   CLOSE CONTAS-RECEBER
               END-IF.
           0305-LER-TITULO.
               READ CONTAS-RECEBER NEXT RECORD INTO WRK-RECEBIVEL
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0310-MASCARAR-TITULO.
               ADD 1 TO TAB-ARQ-LIDOS (WRK-ARQ-IDX).
               MOVE WRK-RCB-CPF TO WRK-CPF-ORIGINAL.
               PERFORM 0600-MASCARAR-CPF.
               EVALUATE TRUE
                   WHEN NOT MSC-NA-AMOSTRA
                       ADD 1 TO TAB-ARQ-FORA (WRK-ARQ-IDX)
                   WHEN NOT MSC-MASCARADO
                       ADD 1 TO TAB-ARQ-DESCARTE (WRK-ARQ-IDX)
                   WHEN OTHER
                       MOVE WRK-CPF-MASCARA TO WRK-RCB-CPF
                       WRITE LINHA-RECEBIVEL-TESTE FROM WRK-RECEBIVEL
                           INVALID KEY
                               ADD 1 TO TAB-ARQ-DESCARTE (WRK-ARQ-IDX)
                           NOT INVALID KEY
                               ADD 1 TO TAB-ARQ-GRAVADOS (WRK-ARQ-IDX)
                       END-WRITE
               END-EVALUATE.
               PERFORM 0305-LER-TITULO.
      ******************************
      **** EMBARQUES: SEGUEM O CLIENTE PELO CPF (QUE NAO E CHAVE:
      **** SEM MASCARA FICA EM BRANCO)
      ******************************
           0350-EMBARQUES.
               MOVE 3 TO WRK-ARQ-IDX.
               SET MSC-AMOSTRA-POR-CPF TO TRUE.
               OPEN INPUT EMBARQUES-IN.
               IF NOT EMBARQ-OK
                   MOVE WRK-EMBARQ-STATUS TO WRK-ARQ-STATUS
                   MOVE 'EMBARQ' TO WRK-ARQ-NOME
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   OPEN OUTPUT EMBARQUES-TESTE
                   IF NOT TEMBARQ-OK
                       MOVE WRK-TEMBARQ-STATUS TO WRK-ARQ-STATUS
                       MOVE 'TEMBARQ' TO WRK-ARQ-NOME
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0355-LER-EMBARQUE
                       PERFORM 0360-MASCARAR-EMBARQUE
                           UNTIL FIM-ARQUIVO
                       CLOSE EMBARQUES-TESTE
                   END-IF
                   CLOSE EMBARQUES-IN
               END-IF.
           0355-LER-EMBARQUE.
               READ EMBARQUES-IN NEXT RECORD INTO WRK-EMBARQUE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0360-MASCARAR-EMBARQUE.
               ADD 1 TO TAB-ARQ-LIDOS (WRK-ARQ-IDX).
               MOVE WRK-EMB-CPF TO WRK-CPF-ORIGINAL.
               PERFORM 0600-MASCARAR-CPF.
               IF NOT MSC-NA-AMOSTRA
                   ADD 1 TO TAB-ARQ-FORA (WRK-ARQ-IDX)
               ELSE
                   MOVE WRK-CPF-MASCARA TO WRK-EMB-CPF
                   WRITE LINHA-EMBARQUE-TESTE FROM WRK-EMBARQUE
                       INVALID KEY
                           ADD 1 TO TAB-ARQ-DESCARTE (WRK-ARQ-IDX)
                       NOT INVALID KEY
                           ADD 1 TO TAB-ARQ-GRAVADOS (WRK-ARQ-IDX)
                   END-WRITE
               END-IF.
               PERFORM 0355-LER-EMBARQUE.
      ******************************
      **** ALUNOS: AMOSTRA E NOME PELA MATRICULA; CPF DO ALUNO E DO
      **** RESPONSAVEL FINANCEIRO MASCARADOS (SEM MASCARA, EM BRANCO)
      ******************************
           0400-ALUNOS.
               MOVE 4 TO WRK-ARQ-IDX.
               SET MSC-AMOSTRA-POR-MATRICULA TO TRUE.
               OPEN INPUT ALUNO-MASTER.
               IF NOT ALUMST-OK
                   MOVE WRK-ALUMST-STATUS TO WRK-ARQ-STATUS
                   MOVE 'ALUMST' TO WRK-ARQ-NOME
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   OPEN OUTPUT ALUNO-TESTE
                   IF NOT TALUMST-OK
                       MOVE WRK-TALUMST-STATUS TO WRK-ARQ-STATUS
                       MOVE 'TALUMST' TO WRK-ARQ-NOME
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0405-LER-ALUNO
                       PERFORM 0410-MASCARAR-ALUNO
                           UNTIL FIM-ARQUIVO
                       CLOSE ALUNO-TESTE
                   END-IF
                   CLOSE ALUNO-MASTER
               END-IF.
           0405-LER-ALUNO.
               READ ALUNO-MASTER NEXT RECORD
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0410-MASCARAR-ALUNO.
               ADD 1 TO TAB-ARQ-LIDOS (WRK-ARQ-IDX).
               MOVE REG-ALU-MATRICULA TO WRK-MSC-BASE.
               PERFORM 0660-AMOSTRA-MATRICULA.
               IF NOT MSC-NA-AMOSTRA
                   ADD 1 TO TAB-ARQ-FORA (WRK-ARQ-IDX)
               ELSE
                   PERFORM 0650-GERAR-NOME
                   MOVE WRK-NOME-TESTE TO REG-ALU-NOME
                   MOVE REG-ALU-CPF TO WRK-CPF-ORIGINAL
                   PERFORM 0600-MASCARAR-CPF
                   MOVE WRK-CPF-MASCARA TO REG-ALU-CPF
                   MOVE REG-ALU-RESPONSAVEL TO WRK-CPF-ORIGINAL
                   PERFORM 0600-MASCARAR-CPF
                   MOVE WRK-CPF-MASCARA TO REG-ALU-RESPONSAVEL
                   WRITE REG-ALUNO-TESTE FROM REG-ALUNO-MASTER
                       INVALID KEY
                           ADD 1 TO TAB-ARQ-DESCARTE (WRK-ARQ-IDX)
                       NOT INVALID KEY
                           ADD 1 TO TAB-ARQ-GRAVADOS (WRK-ARQ-IDX)
                   END-WRITE
               END-IF.
               PERFORM 0405-LER-ALUNO.
      ******************************
      **** MENSALIDADES: SEGUEM O ALUNO PELA MATRICULA; CPF DO
      **** RESPONSAVEL MASCARADO
      ******************************
           0450-MENSALIDADES.
               MOVE 5 TO WRK-ARQ-IDX.
               SET MSC-AMOSTRA-POR-MATRICULA TO TRUE.
               OPEN INPUT MENSALIDADES-IN.
               IF NOT MENSAB-OK
                   MOVE WRK-MENSAB-STATUS TO WRK-ARQ-STATUS
                   MOVE 'MENSAB' TO WRK-ARQ-NOME
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   OPEN OUTPUT MENSALIDADES-TESTE
                   IF NOT TMENSAB-OK
                       MOVE WRK-TMENSAB-STATUS TO WRK-ARQ-STATUS
                       MOVE 'TMENSAB' TO WRK-ARQ-NOME
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0455-LER-MENSALIDADE
                       PERFORM 0460-MASCARAR-MENSALIDADE
                           UNTIL FIM-ARQUIVO
                       CLOSE MENSALIDADES-TESTE
                   END-IF
                   CLOSE MENSALIDADES-IN
               END-IF.
           0455-LER-MENSALIDADE.
               READ MENSALIDADES-IN INTO WRK-MENSALIDADE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0460-MASCARAR-MENSALIDADE.
               ADD 1 TO TAB-ARQ-LIDOS (WRK-ARQ-IDX).
               MOVE WRK-MEN-MATRICULA TO WRK-MSC-BASE.
               PERFORM 0660-AMOSTRA-MATRICULA.
               IF NOT MSC-NA-AMOSTRA
                   ADD 1 TO TAB-ARQ-FORA (WRK-ARQ-IDX)
               ELSE
                   MOVE WRK-MEN-RESPONSAVEL TO WRK-CPF-ORIGINAL
                   PERFORM 0600-MASCARAR-CPF
                   MOVE WRK-CPF-MASCARA TO WRK-MEN-RESPONSAVEL
                   WRITE LINHA-MENSALIDADE-TESTE FROM WRK-MENSALIDADE
                   ADD 1 TO TAB-ARQ-GRAVADOS (WRK-ARQ-IDX)
               END-IF.
               PERFORM 0455-LER-MENSALIDADE.
      ******************************
      **** NOTAS: SEGUEM O ALUNO PELA MATRICULA, COM O MESMO NOME DE
      **** TESTE DO ALUMST
      ******************************
           0500-NOTAS.
               MOVE 6 TO WRK-ARQ-IDX.
               OPEN INPUT NOTAHIST-IN.
               IF NOT NOTAHIST-OK
                   MOVE WRK-NOTAHIST-STATUS TO WRK-ARQ-STATUS
                   MOVE 'NOTAHIST' TO WRK-ARQ-NOME
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   OPEN OUTPUT NOTAHIST-TESTE
                   IF NOT TNOTAHST-OK
                       MOVE WRK-TNOTAHST-STATUS TO WRK-ARQ-STATUS
                       MOVE 'TNOTAHST' TO WRK-ARQ-NOME
                       PERFORM 0270-ARQUIVO-AUSENTE
                   ELSE
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM 0505-LER-NOTA
                       PERFORM 0510-MASCARAR-NOTA
                           UNTIL FIM-ARQUIVO
                       CLOSE NOTAHIST-TESTE
                   END-IF
                   CLOSE NOTAHIST-IN
               END-IF.
           0505-LER-NOTA.
               READ NOTAHIST-IN INTO WRK-MATRICULA-HIST
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0510-MASCARAR-NOTA.
               ADD 1 TO TAB-ARQ-LIDOS (WRK-ARQ-IDX).
               MOVE WRK-MTH-MATRICULA TO WRK-MSC-BASE.
               PERFORM 0660-AMOSTRA-MATRICULA.
               IF NOT MSC-NA-AMOSTRA
                   ADD 1 TO TAB-ARQ-FORA (WRK-ARQ-IDX)
               ELSE
                   PERFORM 0650-GERAR-NOME
                   MOVE WRK-NOME-TESTE TO WRK-MTH-NOME
                   WRITE LINHA-NOTAHIST-TESTE FROM WRK-MATRICULA-HIST
                   ADD 1 TO TAB-ARQ-GRAVADOS (WRK-ARQ-IDX)
               END-IF.
               PERFORM 0505-LER-NOTA.
      ******************************
      **** USUARIOS: TODOS VAO PARA O TESTE, COM NOME DE TABELA E SEM
      **** SENHA NO USRMST; A CREDENCIAL DE TESTE (USRSENHA) LEVA O
      **** HASH DA SENHA PROVISORIA DO SYSIN E A TROCA OBRIGATORIA,
      **** COMO A CONVERSAO DO PROGSNC
      ******************************
           0550-USUARIOS.
               MOVE 7 TO WRK-ARQ-IDX.
               OPEN INPUT USUARIOS-MASTER.
               IF NOT USRMST-OK
                   MOVE WRK-USRMST-STATUS TO WRK-ARQ-STATUS
                   MOVE 'USRMST' TO WRK-ARQ-NOME
                   PERFORM 0270-ARQUIVO-AUSENTE
               ELSE
                   OPEN OUTPUT USUARIOS-TESTE
                   OPEN OUTPUT SENHAS-TESTE
                   EVALUATE TRUE
                       WHEN NOT TUSRMST-OK
                           MOVE WRK-TUSRMST-STATUS TO WRK-ARQ-STATUS
                           MOVE 'TUSRMST' TO WRK-ARQ-NOME
                           PERFORM 0270-ARQUIVO-AUSENTE
                       WHEN NOT TUSRSNH-OK
                           MOVE WRK-TUSRSNH-STATUS TO WRK-ARQ-STATUS
                           MOVE 'TUSRSNH' TO WRK-ARQ-NOME
                           PERFORM 0270-ARQUIVO-AUSENTE
                       WHEN OTHER
                           ACCEPT WRK-SNH-HOJE FROM DATE YYYYMMDD
                           MOVE 'N' TO WRK-FIM-ARQUIVO
                           PERFORM 0555-LER-USUARIO
                           PERFORM 0560-MASCARAR-USUARIO
                               UNTIL FIM-ARQUIVO
                   END-EVALUATE
                   IF TUSRMST-OK
                       CLOSE USUARIOS-TESTE
                   END-IF
                   IF TUSRSNH-OK
                       CLOSE SENHAS-TESTE
                   END-IF
                   CLOSE USUARIOS-MASTER
               END-IF.
           0555-LER-USUARIO.
               READ USUARIOS-MASTER NEXT RECORD
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ.
           0560-MASCARAR-USUARIO.
               ADD 1 TO TAB-ARQ-LIDOS (WRK-ARQ-IDX).
               MOVE TAB-ARQ-LIDOS (WRK-ARQ-IDX) TO WRK-MSC-BASE.
               MOVE 1000000000 TO WRK-MSC-MODULO.
               MOVE 1000 TO WRK-MSC-DIVISOR.
               PERFORM 0610-SUBSTITUIR-NUMERO.
               MOVE WRK-MSC-SUBST TO WRK-MSC-SEMENTE.
               SET MSC-PESSOA-FISICA TO TRUE.
               PERFORM 0650-GERAR-NOME.
               MOVE WRK-NOME-TESTE TO REG-USR-NOME.
               MOVE SPACES TO REG-USR-SENHA.
               WRITE REG-USUARIO-TESTE FROM REG-USUARIO
                   INVALID KEY
                       ADD 1 TO TAB-ARQ-DESCARTE (WRK-ARQ-IDX)
                   NOT INVALID KEY
                       ADD 1 TO TAB-ARQ-GRAVADOS (WRK-ARQ-IDX)
                       PERFORM 0570-GRAVAR-CREDENCIAL
               END-WRITE.
               PERFORM 0555-LER-USUARIO.
           0570-GRAVAR-CREDENCIAL.
               MOVE SPACES TO WRK-SENHA-USUARIO.
               MOVE REG-USR-ID TO WRK-SNH-ID.
               ACCEPT WRK-SNH-SAL FROM TIME.
               MOVE WRK-SNH-SAL TO WRK-HSH-SAL.
               MOVE WRK-MSC-SENHA TO WRK-HSH-FRASE.
               MOVE REG-USR-ID TO WRK-HSH-ID.
               PERFORM 0580-CALCULAR-HASH.
               MOVE WRK-HSH-RESULTADO TO WRK-SNH-HASH.
               MOVE WRK-SNH-HOJE TO WRK-SNH-DATA-TROCA.
               SET SNH-TROCA-OBRIGATORIA TO TRUE.
               MOVE ZEROS TO WRK-SNH-FALHAS.
               SET SNH-LIBERADA TO TRUE.
               WRITE REG-SENHA-TESTE FROM WRK-SENHA-USUARIO
                   INVALID KEY CONTINUE
               END-WRITE.
      ******************************
      **** HASH DE SAL + SENHA + ID: DUAS SOMAS MODULARES SOBRE O
      **** CODIGO DE CADA CARACTER, REPETIDAS EM 64 VOLTAS
      ******************************
           0580-CALCULAR-HASH.
               MOVE 5381 TO WRK-HSH-ACUM-A.
               MOVE 52711 TO WRK-HSH-ACUM-B.
               PERFORM 0585-MISTURAR-VOLTA
                   VARYING WRK-HSH-VOLTA FROM 1 BY 1
                   UNTIL WRK-HSH-VOLTA > 64.
               MOVE WRK-HSH-ACUM-A TO WRK-HSH-RES-A.
               MOVE WRK-HSH-ACUM-B TO WRK-HSH-RES-B.
           0585-MISTURAR-VOLTA.
               PERFORM 0590-MISTURAR-CARACTER
                   VARYING WRK-HSH-POS FROM 1 BY 1
                   UNTIL WRK-HSH-POS > 48.
           0590-MISTURAR-CARACTER.
               MOVE WRK-HSH-ENTRADA (WRK-HSH-POS:1)
                   TO WRK-HSH-CARACTER.
               COMPUTE WRK-HSH-TRABALHO =
                   (WRK-HSH-ACUM-A * 33) + WRK-HSH-CODIGO
                   + WRK-HSH-VOLTA.
               DIVIDE WRK-HSH-TRABALHO BY 999999937
                   GIVING WRK-HSH-QUOCIENTE
                   REMAINDER WRK-HSH-ACUM-A.
               COMPUTE WRK-HSH-TRABALHO =
                   (WRK-HSH-ACUM-B * 131)
                   + (WRK-HSH-CODIGO * WRK-HSH-POS) + WRK-HSH-ACUM-A.
               DIVIDE WRK-HSH-TRABALHO BY 999999929
                   GIVING WRK-HSH-QUOCIENTE
                   REMAINDER WRK-HSH-ACUM-B.
      ******************************
      **** MASCARA DE UM CPF/CNPJ (WRK-CPF-ORIGINAL PARA
      **** WRK-CPF-MASCARA): EM BRANCO FICA EM BRANCO; 11 DIGITOS E
      **** CPF; 14 DIGITOS E CNPJ; O RESTO NAO DA PARA MASCARAR E SAI
      **** EM BRANCO. NOS ARQUIVOS DE CLIENTE DIZ TAMBEM SE O DONO
      **** ESTA NA AMOSTRA (PELA BASE ORIGINAL); DEIXA A SEMENTE DO
      **** NOME DE TESTE
      ******************************
           0600-MASCARAR-CPF.
               MOVE SPACES TO WRK-CPF-MASCARA.
               MOVE SPACES TO WRK-MSC-DOC.
               SET MSC-NA-AMOSTRA TO TRUE.
               EVALUATE TRUE
                   WHEN WRK-CPF-ORIGINAL = SPACES
                       SET MSC-BRANCO TO TRUE
                   WHEN WRK-CPF-ORIGINAL (1:11) IS NUMERIC
                       AND WRK-CPF-ORIGINAL (12:3) = SPACES
                       SET MSC-MASCARADO TO TRUE
                       SET MSC-PESSOA-FISICA TO TRUE
                       MOVE WRK-CPF-ORIGINAL TO WRK-MSC-DOC
                       MOVE WRK-MSC-CPF-BASE TO WRK-MSC-BASE
                       MOVE 1000000000 TO WRK-MSC-MODULO
                       MOVE 1000 TO WRK-MSC-DIVISOR
                       MOVE 9 TO WRK-DOC-TAM
                   WHEN WRK-CPF-ORIGINAL IS NUMERIC
                       SET MSC-MASCARADO TO TRUE
                       SET MSC-PESSOA-JURIDICA TO TRUE
                       MOVE WRK-CPF-ORIGINAL TO WRK-MSC-DOC
                       MOVE WRK-MSC-CNPJ-BASE TO WRK-MSC-BASE
                       MOVE 1000000000000 TO WRK-MSC-MODULO
                       MOVE 1000000 TO WRK-MSC-DIVISOR
                       MOVE 12 TO WRK-DOC-TAM
                   WHEN OTHER
                       SET MSC-IMPOSSIVEL TO TRUE
                       ADD 1 TO WRK-TOTAL-NAO-MASC
               END-EVALUATE.
               IF MSC-MASCARADO AND MSC-AMOSTRA-POR-CPF
                   IF WRK-MSC-AMOSTRA > 1
                       DIVIDE WRK-MSC-BASE BY WRK-MSC-AMOSTRA
                           GIVING WRK-MSC-QUOCIENTE
                           REMAINDER WRK-MSC-RESTO
                       IF WRK-MSC-RESTO NOT = 0
                           MOVE 'N' TO WRK-MSC-NA-AMOSTRA
                       END-IF
                   END-IF
               END-IF.
               IF MSC-MASCARADO AND MSC-NA-AMOSTRA
                   PERFORM 0610-SUBSTITUIR-NUMERO
                   MOVE WRK-MSC-SUBST TO WRK-MSC-SEMENTE
                   MOVE SPACES TO WRK-MSC-DOC
                   IF MSC-PESSOA-FISICA
                       MOVE WRK-MSC-SUBST TO WRK-MSC-CPF-BASE
                   ELSE
                       MOVE WRK-MSC-SUBST TO WRK-MSC-CNPJ-BASE
                   END-IF
                   PERFORM 0630-CALCULAR-DV
                   MOVE WRK-DOC-DV-CALC
                       TO WRK-MSC-DOC (WRK-DOC-TAM + 1:1)
                   ADD 1 TO WRK-DOC-TAM
                   PERFORM 0630-CALCULAR-DV
                   MOVE WRK-DOC-DV-CALC
                       TO WRK-MSC-DOC (WRK-DOC-TAM + 1:1)
                   IF WRK-MSC-DOC (1:WRK-DOC-TAM)
                       = WRK-MSC-DOC (2:WRK-DOC-TAM)
                       SET MSC-IMPOSSIVEL TO TRUE
                       ADD 1 TO WRK-TOTAL-NAO-MASC
                   ELSE
                       MOVE WRK-MSC-DOC TO WRK-CPF-MASCARA
                       ADD 1 TO WRK-TOTAL-MASCARADOS
                       PERFORM 0620-CONFERIR-SUBSTITUTO
                   END-IF
               END-IF.
      ******************************
      **** (FATOR X BASE + DESLOCAMENTO) MODULO WRK-MSC-MODULO, COM A
      **** BASE PARTIDA EM ALTA E BAIXA DE 6 DIGITOS: A PARTE ALTA SO
      **** CONTRIBUI COM O RESTO DE FATOR X ALTA POR MODULO / 10**6
      ******************************
           0610-SUBSTITUIR-NUMERO.
               DIVIDE WRK-MSC-BASE BY 1000000
                   GIVING WRK-MSC-ALTA REMAINDER WRK-MSC-BAIXA.
               COMPUTE WRK-MSC-PRODUTO = WRK-MSC-FATOR * WRK-MSC-ALTA.
               DIVIDE WRK-MSC-PRODUTO BY WRK-MSC-DIVISOR
                   GIVING WRK-MSC-QUOCIENTE REMAINDER WRK-MSC-RESTO.
               COMPUTE WRK-MSC-PRODUTO = (WRK-MSC-RESTO * 1000000)
                   + (WRK-MSC-FATOR * WRK-MSC-BAIXA) + WRK-MSC-DESLOC.
               DIVIDE WRK-MSC-PRODUTO BY WRK-MSC-MODULO
                   GIVING WRK-MSC-QUOCIENTE REMAINDER WRK-MSC-RESTO.
               MOVE WRK-MSC-RESTO TO WRK-MSC-SUBST.
      ******************************
      **** O SUBSTITUTO NAO PODE SER O PROPRIO CPF NEM O CPF DE UM
      **** CLIENTE REAL DA PRODUCAO
      ******************************
           0620-CONFERIR-SUBSTITUTO.
               IF WRK-CPF-MASCARA = WRK-CPF-ORIGINAL
                   ADD 1 TO WRK-TOTAL-PRESERVADO
               END-IF.
               MOVE WRK-CPF-MASCARA TO REG-CNF-CPF.
               READ CLIENTE-CONFERE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WRK-TOTAL-COINCIDE
               END-READ.
           0630-CALCULAR-DV.
               MOVE ZEROS TO WRK-DOC-SOMA.
               PERFORM 0635-SOMAR-DIGITO
                   VARYING WRK-DOC-IND FROM 1 BY 1
                   UNTIL WRK-DOC-IND > WRK-DOC-TAM.
               DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QTE
                   REMAINDER WRK-DOC-RESTO.
               IF WRK-DOC-RESTO < 2
                   MOVE 0 TO WRK-DOC-DV-CALC
               ELSE
                   COMPUTE WRK-DOC-DV-CALC = 11 - WRK-DOC-RESTO
               END-IF.
           0635-SOMAR-DIGITO.
               MOVE WRK-MSC-DOC (WRK-DOC-IND:1) TO WRK-DOC-DIGITO.
               IF MSC-PESSOA-JURIDICA
                   COMPUTE WRK-DOC-CICLO = WRK-DOC-TAM - WRK-DOC-IND
                   DIVIDE WRK-DOC-CICLO BY 8 GIVING WRK-DOC-QTE
                       REMAINDER WRK-DOC-PESO
                   ADD 2 TO WRK-DOC-PESO
               ELSE
                   COMPUTE WRK-DOC-PESO =
                       WRK-DOC-TAM + 1 - WRK-DOC-IND
               END-IF.
               COMPUTE WRK-DOC-SOMA =
                   WRK-DOC-SOMA + (WRK-DOC-DIGITO * WRK-DOC-PESO).
      ******************************
      **** NOME E ENDERECO DE TESTE PELA SEMENTE: PRENOME E DOIS
      **** SOBRENOMES (EMPRESA: DOIS SOBRENOMES E 'COMERCIO LTDA'),
      **** LOGRADOURO E NUMERO
      ******************************
           0650-GERAR-NOME.
               DIVIDE WRK-MSC-SEMENTE BY 20
                   GIVING WRK-NOM-QUOCIENTE REMAINDER WRK-NOM-RESTO.
               COMPUTE WRK-NOM-IND1 = WRK-NOM-RESTO + 1.
               DIVIDE WRK-NOM-QUOCIENTE BY 20
                   GIVING WRK-NOM-QUOCIENTE REMAINDER WRK-NOM-RESTO.
               COMPUTE WRK-NOM-IND2 = WRK-NOM-RESTO + 1.
               DIVIDE WRK-NOM-QUOCIENTE BY 20
                   GIVING WRK-NOM-QUOCIENTE REMAINDER WRK-NOM-RESTO.
               COMPUTE WRK-NOM-IND3 = WRK-NOM-RESTO + 1.
               DIVIDE WRK-NOM-QUOCIENTE BY 10
                   GIVING WRK-NOM-QUOCIENTE REMAINDER WRK-NOM-RESTO.
               COMPUTE WRK-NOM-IND4 = WRK-NOM-RESTO + 1.
               DIVIDE WRK-NOM-QUOCIENTE BY 1999
                   GIVING WRK-NOM-QUOCIENTE REMAINDER WRK-NOM-RESTO.
               COMPUTE WRK-NOM-NUMERO = WRK-NOM-RESTO + 1.
               MOVE WRK-NOM-NUMERO TO WRK-NOM-NUMERO-ED.
               MOVE SPACES TO WRK-NOME-TESTE WRK-ENDERECO-TESTE.
               IF MSC-PESSOA-JURIDICA AND MSC-MASCARADO
                   STRING TAB-SOBRENOME (WRK-NOM-IND2)
                              DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          TAB-SOBRENOME (WRK-NOM-IND3)
                              DELIMITED BY SPACE
                          ' COMERCIO LTDA' DELIMITED BY SIZE
                          INTO WRK-NOME-TESTE
               ELSE
                   STRING TAB-PRENOME (WRK-NOM-IND1)
                              DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          TAB-SOBRENOME (WRK-NOM-IND2)
                              DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          TAB-SOBRENOME (WRK-NOM-IND3)
                              DELIMITED BY SPACE
                          INTO WRK-NOME-TESTE
               END-IF.
               STRING TAB-LOGRADOURO (WRK-NOM-IND4)
                          DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      WRK-NOM-NUMERO-ED DELIMITED BY SIZE
                      INTO WRK-ENDERECO-TESTE.
      ******************************
      **** AMOSTRA E SEMENTE DO NOME DO ALUNO PELA MATRICULA (EM
      **** WRK-MSC-BASE): A SEMENTE PASSA PELA MESMA SUBSTITUICAO DO
      **** CPF, PARA O NOME NAO SER DEDUZIDO DA MATRICULA
      ******************************
           0660-AMOSTRA-MATRICULA.
               SET MSC-NA-AMOSTRA TO TRUE.
               SET MSC-PESSOA-FISICA TO TRUE.
               MOVE SPACES TO WRK-MSC-SITUACAO.
               IF WRK-MSC-AMOSTRA > 1
                   DIVIDE WRK-MSC-BASE BY WRK-MSC-AMOSTRA
                       GIVING WRK-MSC-QUOCIENTE
                       REMAINDER WRK-MSC-RESTO
                   IF WRK-MSC-RESTO NOT = 0
                       MOVE 'N' TO WRK-MSC-NA-AMOSTRA
                   END-IF
               END-IF.
               MOVE 1000000000 TO WRK-MSC-MODULO.
               MOVE 1000 TO WRK-MSC-DIVISOR.
               PERFORM 0610-SUBSTITUIR-NUMERO.
               MOVE WRK-MSC-SUBST TO WRK-MSC-SEMENTE.
      ******************************
      **** RESUMO POR ARQUIVO E CONFERENCIA DOS CPFS. SUBSTITUTO
      **** IGUAL A CPF REAL OU CPF ORIGINAL NO EXTRATO DA RC 8; SO
      **** REGISTRO DESCARTADO DA RC 4
      ******************************
           0700-RESUMO.
               MOVE 'ARQUIVO        LIDOS   FORA AMOSTRA   DESCARTADOS'
                   TO WRK-LINHA-MSC.
               MOVE 'GRAVADOS NO TESTE' TO WRK-LINHA-MSC (53:17).
               PERFORM 0290-IMPRIMIR.
               PERFORM 0710-RESUMIR-ARQUIVO
                   VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > WRK-QTD-ARQUIVOS.
               MOVE ALL '=' TO WRK-LINHA-MSC (1:70).
               PERFORM 0290-IMPRIMIR.
               MOVE WRK-TOTAL-MASCARADOS TO WRK-QTD-ED.
               STRING 'CPF/CNPJ SUBSTITUIDOS (OCORRENCIAS)      : '
                          DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MSC.
               PERFORM 0290-IMPRIMIR.
               MOVE WRK-TOTAL-NAO-MASC TO WRK-QTD-ED.
               STRING 'CPF/CNPJ SEM MASCARA (DESCARTE/BRANCO)   : '
                          DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MSC.
               PERFORM 0290-IMPRIMIR.
               MOVE WRK-TOTAL-PRESERVADO TO WRK-QTD-ED.
               STRING 'CPF/CNPJ ORIGINAL PRESERVADO NO EXTRATO  : '
                          DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MSC.
               PERFORM 0290-IMPRIMIR.
               MOVE WRK-TOTAL-COINCIDE TO WRK-QTD-ED.
               STRING 'SUBSTITUTO IGUAL A CPF/CNPJ DE CLIENTE   : '
                          DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-MSC.
               PERFORM 0290-IMPRIMIR.
               PERFORM 0290-IMPRIMIR.
               EVALUATE TRUE
                   WHEN WRK-TOTAL-PRESERVADO > 0
                       OR WRK-TOTAL-COINCIDE > 0
                       STRING 'HA CPF REAL NO EXTRATO - NAO LIBERAR;'
                                  DELIMITED BY SIZE
                              ' TROCAR A CHAVE DO SYSIN E RODAR DE NOVO'
                                  DELIMITED BY SIZE
                              INTO WRK-LINHA-MSC
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-TOTAL-AUSENTES > 0
                       MOVE 'EXTRATO INCOMPLETO - ARQUIVO NAO EXTRAIDO'
                           TO WRK-LINHA-MSC
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-TOTAL-DESCARTES > 0
                       STRING 'NENHUM CPF ORIGINAL NO EXTRATO'
                                  DELIMITED BY SIZE
                              ' - HA REGISTROS DESCARTADOS'
                                  DELIMITED BY SIZE
                              INTO WRK-LINHA-MSC
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 'NENHUM CPF ORIGINAL NO EXTRATO'
                           TO WRK-LINHA-MSC
               END-EVALUATE.
               PERFORM 0290-IMPRIMIR.
           0710-RESUMIR-ARQUIVO.
               ADD TAB-ARQ-LIDOS (WRK-ARQ-IDX) TO WRK-TOTAL-LIDOS.
               ADD TAB-ARQ-GRAVADOS (WRK-ARQ-IDX) TO WRK-TOTAL-GRAVADOS.
               ADD TAB-ARQ-DESCARTE (WRK-ARQ-IDX)
                   TO WRK-TOTAL-DESCARTES.
               MOVE TAB-ARQ-CODIGO (WRK-ARQ-IDX) TO WRK-LINHA-MSC (1:8).
               IF ARQ-AUSENTE (WRK-ARQ-IDX)
                   ADD 1 TO WRK-TOTAL-AUSENTES
                   MOVE 'NAO EXTRAIDO - ARQUIVO NAO ABRIU'
                       TO WRK-LINHA-MSC (12:32)
               ELSE
                   MOVE TAB-ARQ-LIDOS (WRK-ARQ-IDX) TO WRK-QTD-ED
                   MOVE TAB-ARQ-FORA (WRK-ARQ-IDX) TO WRK-QTD-ED2
                   MOVE TAB-ARQ-DESCARTE (WRK-ARQ-IDX) TO WRK-QTD-ED3
                   MOVE TAB-ARQ-GRAVADOS (WRK-ARQ-IDX) TO WRK-QTD-ED4
                   MOVE WRK-QTD-ED TO WRK-LINHA-MSC (11:9)
                   MOVE WRK-QTD-ED2 TO WRK-LINHA-MSC (26:9)
                   MOVE WRK-QTD-ED3 TO WRK-LINHA-MSC (40:9)
                   MOVE WRK-QTD-ED4 TO WRK-LINHA-MSC (61:9)
               END-IF.
               PERFORM 0290-IMPRIMIR.
      ******************************
      **** FECHAMENTO E TRILHA DE AUDITORIA (SEM A CHAVE DO SYSIN)
      ******************************
           0800-FINALIZAR.
               CLOSE RELATORIO-MSC.
               MOVE SPACES TO WRK-AUDITORIA-SUITE.
               MOVE 'PROGMSC' TO WRK-AUD-PROGRAMA.
               ACCEPT WRK-AUD-DATA-HORA FROM DATE YYYYMMDD.
               STRING 'EXTRATO TESTE AMOSTRA ' DELIMITED BY SIZE
                      WRK-MSC-AMOSTRA-X DELIMITED BY SIZE
                      ' LIDOS ' DELIMITED BY SIZE
                      WRK-TOTAL-LIDOS DELIMITED BY SIZE
                      INTO WRK-AUD-ENTRADA.
               IF RETURN-CODE = 8
                   MOVE 'NAO LIBERAR - VER MSCRPT' TO WRK-AUD-RESULTADO
               ELSE
                   STRING 'GRAVADOS ' DELIMITED BY SIZE
                          WRK-TOTAL-GRAVADOS DELIMITED BY SIZE
                          INTO WRK-AUD-RESULTADO
               END-IF.
               PERFORM 0995-GRAVAR-TRILHA.
               DISPLAY '********************'.
               DISPLAY 'REGISTROS LIDOS    : ' WRK-TOTAL-LIDOS.
               DISPLAY 'GRAVADOS NO TESTE  : ' WRK-TOTAL-GRAVADOS.
               DISPLAY 'DESCARTADOS        : ' WRK-TOTAL-DESCARTES.
               DISPLAY 'CPF REAL NO EXTRATO: ' WRK-TOTAL-COINCIDE.
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
               MOVE 'PROGMSC' TO WRK-RUN-PROGRAMA.
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
               MOVE 'PROGMSC' TO WRK-RUN-PROGRAMA.
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
      ******************************
      **** GRAVA O REGISTRO NA TRILHA AUDSUITE COM O SELO DE
      **** ENCADEAMENTO (SEQUENCIA, HASH ANTERIOR E HASH PROPRIO) NAS
      **** 50 POSICOES FINAIS E AVANCA O ELO DA TRILHA NO AUDELO
      ******************************
           0995-GRAVAR-TRILHA.
               MOVE 'AUDSUITE' TO WRK-EST-TRILHA.
               MOVE SPACES TO WRK-HEL-REGISTRO.
               MOVE WRK-AUDITORIA-SUITE TO WRK-HEL-REGISTRO.
               MOVE 100 TO WRK-HEL-TAMANHO.
               PERFORM 0996-SELAR-REGISTRO.
               MOVE WRK-AUDITORIA-SUITE TO LINHA-AUDITORIA-SUITE.
               MOVE WRK-ELO-SELO TO LINHA-AUDITORIA-SUITE (101:50).
               OPEN EXTEND AUDITORIA-SUITE.
               WRITE LINHA-AUDITORIA-SUITE.
               CLOSE AUDITORIA-SUITE.
               PERFORM 0999-ATUALIZAR-ELO.
           0996-SELAR-REGISTRO.
               SET ELO-EXISTENTE TO TRUE.
               MOVE ZEROS TO WRK-EST-ULT-SEQ.
               MOVE SPACES TO WRK-EST-ULT-HASH.
               OPEN I-O ELOS-TRILHA.
               IF AUDELO-AUSENTE
                   OPEN OUTPUT ELOS-TRILHA
                   CLOSE ELOS-TRILHA
                   OPEN I-O ELOS-TRILHA
               END-IF.
               IF AUDELO-OK
                   MOVE WRK-EST-TRILHA TO REG-ELO-TRILHA
                   READ ELOS-TRILHA INTO WRK-ELO-ESTADO
                       INVALID KEY SET ELO-NOVO TO TRUE
                   END-READ
               ELSE
                   SET ELO-INDISPONIVEL TO TRUE
                   DISPLAY 'AUDELO NAO ABRIU - STATUS '
                       WRK-AUDELO-STATUS ' - REGISTRO SEM ELO'
               END-IF.
               IF ELO-INDISPONIVEL
                   MOVE ZEROS TO WRK-SEL-SEQ
                   MOVE SPACES TO WRK-SEL-ANTERIOR
                   MOVE SPACES TO WRK-SEL-HASH
               ELSE
                   ADD 1 TO WRK-EST-ULT-SEQ
                   MOVE WRK-EST-ULT-SEQ TO WRK-SEL-SEQ
                   MOVE WRK-EST-ULT-SEQ TO WRK-HEL-SEQ
                   MOVE WRK-EST-ULT-HASH TO WRK-SEL-ANTERIOR
                   MOVE WRK-EST-ULT-HASH TO WRK-HEL-ANTERIOR
                   PERFORM 0997-CALCULAR-ELO
                   MOVE WRK-HEL-RESULTADO TO WRK-SEL-HASH
               END-IF.
           0997-CALCULAR-ELO.
               MOVE 5381 TO WRK-HEL-ACUM-A.
               MOVE 52711 TO WRK-HEL-ACUM-B.
               PERFORM 0998-MISTURAR-ELO
                   VARYING WRK-HEL-POS FROM 1 BY 1
                   UNTIL WRK-HEL-POS > WRK-HEL-TAMANHO + 27.
               MOVE WRK-HEL-ACUM-A TO WRK-HEL-RES-A.
               MOVE WRK-HEL-ACUM-B TO WRK-HEL-RES-B.
           0998-MISTURAR-ELO.
               MOVE WRK-HEL-ENTRADA (WRK-HEL-POS:1)
                   TO WRK-HEL-CARACTER.
               COMPUTE WRK-HEL-TRABALHO =
                   (WRK-HEL-ACUM-A * 33) + WRK-HEL-CODIGO
                   + WRK-HEL-POS.
               DIVIDE WRK-HEL-TRABALHO BY 999999937
                   GIVING WRK-HEL-QUOCIENTE
                   REMAINDER WRK-HEL-ACUM-A.
               COMPUTE WRK-HEL-TRABALHO =
                   (WRK-HEL-ACUM-B * 131)
                   + (WRK-HEL-CODIGO * WRK-HEL-POS) + WRK-HEL-ACUM-A.
               DIVIDE WRK-HEL-TRABALHO BY 999999929
                   GIVING WRK-HEL-QUOCIENTE
                   REMAINDER WRK-HEL-ACUM-B.
           0999-ATUALIZAR-ELO.
               IF NOT ELO-INDISPONIVEL
                   MOVE WRK-SEL-HASH TO WRK-EST-ULT-HASH
                   ACCEPT WRK-EST-DATA FROM DATE YYYYMMDD
                   IF ELO-NOVO
                       WRITE REG-ELO FROM WRK-ELO-ESTADO
                   ELSE
                       REWRITE REG-ELO FROM WRK-ELO-ESTADO
                   END-IF
                   CLOSE ELOS-TRILHA
               END-IF.
