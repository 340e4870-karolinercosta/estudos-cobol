      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     CATALOGO DE LINHAGEM DOS DADOS DO STREAM E LISTA DE
      *     IMPACTO DOS ARQUIVOS EM FALTA OU EM QUARENTENA:
      *     WRK-CATALOGO-LIN - UMA ENTRADA POR DD DE CADA PASSO DO
      *      PCOBNITE E DO PCOBMENS (LINCAT, MONTADO PELO PROGLIN A
      *      PARTIR DA PROPRIA JCL), NA ORDEM DE EXECUCAO. USO:
      *      E = SO LEITURA (SHR), A = ATUALIZADO NO LUGAR (OLD),
      *      M = ACRESCIDO (MOD), S = CRIADO NO PASSO (NEW OU
      *      SYSOUT). TIPO: D = DATASET DE DADOS, R = RELATORIO
      *      IMPRESSO (SYSOUT), C = CONTROLE DA SUITE (TRAVA,
      *      RUNSTAT, CTLSUITE, AUDITORIA, PARAMETROS...), QUE NAO
      *      PROPAGA IMPACTO. O DSN VEM SEM O NUMERO DA GERACAO.
      *      NOS PASSOS DO PROGCOB45, RELATORIO = IDENTIFICACAO DO
      *      RELATORIO ANEXADO AO ACERVO (SYSIN DO PASSO)
      *     WRK-IMPACTO - UMA LINHA POR ITEM ATINGIDO (IMPLST, PROGIMP,
      *      LIDO PELA PASSAGEM DE TURNO DO PROGCOB95). CLASSE:
      *      P = PASSO, S = DATASET GRAVADO PELO PASSO, R = RELATORIO
      *      IMPRESSO, A = RELATORIO ANEXADO AO ACERVO (PROGCOB45),
      *      X = EXTRACAO DO DATA WAREHOUSE (PROGCOB47). SUGESTAO (SO
      *      NA LINHA DO PASSO): D = DESVIAR (ATUALIZA ARQUIVO
      *      PERMANENTE), R = RODAR E DESCONSIDERAR AS SAIDAS
      *    DATA= 15/10/26
      ******************************
       01 WRK-CATALOGO-LIN.
           02 WRK-LIN-JOB          PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LIN-ORDEM        PIC 9(04) VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LIN-PASSO        PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LIN-PROGRAMA     PIC X(11) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LIN-DDNAME       PIC X(09) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LIN-USO          PIC X(01) VALUE SPACES.
               88 LIN-ENTRADA         VALUE 'E'.
               88 LIN-ATUALIZADO      VALUE 'A'.
               88 LIN-ACRESCIDO       VALUE 'M'.
               88 LIN-CRIADO          VALUE 'S'.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LIN-TIPO         PIC X(01) VALUE SPACES.
               88 LIN-DADOS           VALUE 'D'.
               88 LIN-RELATORIO       VALUE 'R'.
               88 LIN-CONTROLE        VALUE 'C'.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LIN-DSN          PIC X(44) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LIN-RELATORIO    PIC X(08) VALUE SPACES.
       01 WRK-IMPACTO.
           02 WRK-IMP-DATA         PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-IMP-ARQUIVO      PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-IMP-JOB          PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-IMP-PASSO        PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-IMP-PROGRAMA     PIC X(11) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-IMP-CLASSE       PIC X(01) VALUE SPACES.
               88 IMP-PASSO           VALUE 'P'.
               88 IMP-DATASET         VALUE 'S'.
               88 IMP-IMPRESSO        VALUE 'R'.
               88 IMP-ACERVO          VALUE 'A'.
               88 IMP-EXTRACAO        VALUE 'X'.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-IMP-SUGESTAO     PIC X(01) VALUE SPACES.
               88 IMP-DESVIAR         VALUE 'D'.
               88 IMP-DESCONSIDERAR   VALUE 'R'.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-IMP-NOME         PIC X(44) VALUE SPACES.
