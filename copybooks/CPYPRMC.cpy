      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     CATALOGO DOS PARAMETROS DO PARMSUITE, USADO PELA
      *     MANUTENCAO (PROGPRM) E PELA VIGENCIA NOTURNA (PROGPRMB)
      *     PARA TRATAR CADA PARAMETRO PELO NOME, SEM EDITAR O
      *     REGISTRO POSICIONAL NA MAO:
      *       TAB-PRM          - NOME, POSICAO E TAMANHO NO REGISTRO
      *                          (MESMO LAYOUT DO CPYPARM), CASAS
      *                          DECIMAIS, TIPO (N = NUMERICO, S = COM
      *                          SINAL NA FRENTE, X = CHAVE S/N) E A
      *                          FAIXA VALIDA, CONFERIDA PELOS CAMPOS
      *                          DO CPYVALID. PARAMETRO NOVO NO CPYPARM
      *                          ENTRA TAMBEM AQUI, NO FIM DA TABELA
      *       WRK-HIST-PARM    - HISTORICO DE ALTERACOES (PARMHIST,
      *                          INDEXADO POR NOME + DATA DE VIGENCIA):
      *                          VALOR NOVO E O VALOR QUE ELE
      *                          SUBSTITUIU, QUEM ALTEROU, QUEM APROVOU
      *                          E A SITUACAO
      *                          (A = AGENDADA, V = EM VIGOR DESDE O RUN
      *                          DA DATA DE APLICACAO, C = CANCELADA,
      *                          R = RECUSADA NA APLICACAO)
      *       WRK-NOITE-PARM   - IMAGEM DO PARMSUITE USADA EM CADA RUN
      *                          NOTURNO (PARMNOIT, SO ACRESCENTADO)
      *    DATA= 15/10/26
      ******************************
       01 WRK-CATALOGO-PARM-LIT.
           02 FILLER PIC X(25) VALUE 'NOTA-APROVACAO    001020N'.
           02 FILLER PIC X(20) VALUE '+000000000+000001000'.
           02 FILLER PIC X(25) VALUE 'NOTA-RECUP        003020N'.
           02 FILLER PIC X(20) VALUE '+000000000+000001000'.
           02 FILLER PIC X(25) VALUE 'NIVEL-ADMIN       005020N'.
           02 FILLER PIC X(20) VALUE '+000000100+000009900'.
           02 FILLER PIC X(25) VALUE 'NIVEL-SUPERVISOR  007020N'.
           02 FILLER PIC X(20) VALUE '+000000100+000009900'.
           02 FILLER PIC X(25) VALUE 'NIVEL-USUARIO     009020N'.
           02 FILLER PIC X(20) VALUE '+000000100+000009900'.
           02 FILLER PIC X(25) VALUE 'NIVEL-CONVIDADO   011020N'.
           02 FILLER PIC X(20) VALUE '+000000100+000009900'.
           02 FILLER PIC X(25) VALUE 'CSV-ATIVO         013010X'.
           02 FILLER PIC X(20) VALUE '+000000000+000000000'.
           02 FILLER PIC X(25) VALUE 'LIMITE-ALERTA     014080S'.
           02 FILLER PIC X(20) VALUE '-999999900+000000000'.
           02 FILLER PIC X(25) VALUE 'TOLERANCIA-CONC   022052N'.
           02 FILLER PIC X(20) VALUE '+000000000+000099999'.
           02 FILLER PIC X(25) VALUE 'FREQ-MINIMA       027030N'.
           02 FILLER PIC X(20) VALUE '+000005000+000010000'.
           02 FILLER PIC X(25) VALUE 'QTD-BOLSAS        030030N'.
           02 FILLER PIC X(20) VALUE '+000000000+000099900'.
           02 FILLER PIC X(25) VALUE 'RETENCAO-MESES    033030N'.
           02 FILLER PIC X(20) VALUE '+000001200+000024000'.
           02 FILLER PIC X(25) VALUE 'DIAS-DORMENTE     036030N'.
           02 FILLER PIC X(20) VALUE '+000003000+000036500'.
           02 FILLER PIC X(25) VALUE 'DIAS-CAMBIO       039030N'.
           02 FILLER PIC X(20) VALUE '+000000100+000003000'.
           02 FILLER PIC X(25) VALUE 'CAMBIO-RIGIDO     042010X'.
           02 FILLER PIC X(20) VALUE '+000000000+000000000'.
           02 FILLER PIC X(25) VALUE 'PERC-PERDA        043020N'.
           02 FILLER PIC X(20) VALUE '+000000000+000005000'.
           02 FILLER PIC X(25) VALUE 'RETENCAO-TRILHA   045030N'.
           02 FILLER PIC X(20) VALUE '+000001200+000012000'.
           02 FILLER PIC X(25) VALUE 'RC-PCT-REJ        048030N'.
           02 FILLER PIC X(20) VALUE '+000000000+000010000'.
           02 FILLER PIC X(25) VALUE 'DIAS-PAGTO        051030N'.
           02 FILLER PIC X(20) VALUE '+000000100+000009000'.
           02 FILLER PIC X(25) VALUE 'PERC-ORCAMENTO    054030N'.
           02 FILLER PIC X(20) VALUE '+000000000+000010000'.
           02 FILLER PIC X(25) VALUE 'TOLER-PAGTO       057052N'.
           02 FILLER PIC X(20) VALUE '+000000000+000099999'.
           02 FILLER PIC X(25) VALUE 'DIAS-NEGATIV      062030N'.
           02 FILLER PIC X(20) VALUE '+000003000+000036000'.
           02 FILLER PIC X(25) VALUE 'DIAS-PERDA        065040N'.
           02 FILLER PIC X(20) VALUE '+000009000+000180000'.
           02 FILLER PIC X(25) VALUE 'MARGEM-FREQ       069020N'.
           02 FILLER PIC X(20) VALUE '+000000000+000002500'.
           02 FILLER PIC X(25) VALUE 'PCT-SLA           071030N'.
           02 FILLER PIC X(20) VALUE '+000000000+000010000'.
           02 FILLER PIC X(25) VALUE 'GERACOES-BKP      074020N'.
           02 FILLER PIC X(20) VALUE '+000000100+000003000'.
           02 FILLER PIC X(25) VALUE 'DIAS-OBSOLETO     076040N'.
           02 FILLER PIC X(20) VALUE '+000003000+000180000'.
           02 FILLER PIC X(25) VALUE 'DIAS-CONSUMO      080030N'.
           02 FILLER PIC X(20) VALUE '+000003000+000036500'.
           02 FILLER PIC X(25) VALUE 'FATOR-SEGURANCA   083032N'.
           02 FILLER PIC X(20) VALUE '+000000100+000000300'.
           02 FILLER PIC X(25) VALUE 'DIAS-COBERTURA    086030N'.
           02 FILLER PIC X(20) VALUE '+000000100+000018000'.
           02 FILLER PIC X(25) VALUE 'LIMITE-APROV-PAG  089092N'.
           02 FILLER PIC X(20) VALUE '+000000000+999999999'.
           02 FILLER PIC X(25) VALUE 'TAXA-CAIXA        098042N'.
           02 FILLER PIC X(20) VALUE '+000000000+000002000'.
           02 FILLER PIC X(25) VALUE 'LIMITE-LANC-MAN   102070N'.
           02 FILLER PIC X(20) VALUE '+000000000+999999900'.
           02 FILLER PIC X(25) VALUE 'TARIFA-CHQ-DEV    109072N'.
           02 FILLER PIC X(20) VALUE '+000000000+009999999'.
           02 FILLER PIC X(25) VALUE 'DIAS-BLOQ-CHQ     116030N'.
           02 FILLER PIC X(20) VALUE '+000000000+000072000'.
           02 FILLER PIC X(25) VALUE 'DESC-ANUIDADE     119042N'.
           02 FILLER PIC X(20) VALUE '+000000000+000005000'.
           02 FILLER PIC X(25) VALUE 'MESES-BLOQ-MATR   123020N'.
           02 FILLER PIC X(20) VALUE '+000000100+000001200'.
           02 FILLER PIC X(25) VALUE 'MESES-REATIVACAO  125020N'.
           02 FILLER PIC X(20) VALUE '+000000600+000006000'.
           02 FILLER PIC X(25) VALUE 'DIAS-SENHA        127030N'.
           02 FILLER PIC X(20) VALUE '+000003000+000036500'.
           02 FILLER PIC X(25) VALUE 'TENTATIVAS-SENHA  130020N'.
           02 FILLER PIC X(20) VALUE '+000000300+000001000'.
           02 FILLER PIC X(25) VALUE 'HIST-SENHA        132010N'.
           02 FILLER PIC X(20) VALUE '+000000000+000000500'.
       01 TAB-CATALOGO-PARM REDEFINES WRK-CATALOGO-PARM-LIT.
           02 TAB-PRM OCCURS 41 TIMES INDEXED BY TAB-PRM-IDX.
               03 TAB-PRM-NOME     PIC X(18).
               03 TAB-PRM-POSICAO  PIC 9(03).
               03 TAB-PRM-TAMANHO  PIC 9(02).
               03 TAB-PRM-DECIMAIS PIC 9(01).
               03 TAB-PRM-TIPO     PIC X(01).
                   88 PRM-TIPO-NUMERO VALUE 'N'.
                   88 PRM-TIPO-SINAL  VALUE 'S'.
                   88 PRM-TIPO-CHAVE  VALUE 'X'.
               03 TAB-PRM-MINIMO   PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
               03 TAB-PRM-MAXIMO   PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
       77 WRK-QTD-PARM PIC 9(02) VALUE 41.
       01 WRK-HIST-PARM.
           02 WRK-PHS-CHAVE.
               03 WRK-PHS-NOME      PIC X(18) VALUE SPACES.
               03 WRK-PHS-VIGENCIA  PIC X(08) VALUE SPACES.
           02 WRK-PHS-SITUACAO      PIC X(01) VALUE SPACES.
               88 PHS-AGENDADA      VALUE 'A'.
               88 PHS-EM-VIGOR      VALUE 'V'.
               88 PHS-CANCELADA     VALUE 'C'.
               88 PHS-RECUSADA      VALUE 'R'.
           02 WRK-PHS-VALOR-NOVO    PIC X(10) VALUE SPACES.
           02 WRK-PHS-VALOR-ANTERIOR PIC X(10) VALUE SPACES.
           02 WRK-PHS-ADMIN         PIC X(10) VALUE SPACES.
           02 WRK-PHS-APROVADOR     PIC X(10) VALUE SPACES.
           02 WRK-PHS-DATA-REGISTRO PIC X(08) VALUE SPACES.
           02 WRK-PHS-HORA-REGISTRO PIC X(06) VALUE SPACES.
           02 WRK-PHS-DATA-APLICACAO PIC X(08) VALUE SPACES.
           02 WRK-PHS-MOTIVO        PIC X(30) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
       01 WRK-NOITE-PARM.
           02 WRK-PNT-DATA          PIC X(08) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-PNT-HORA          PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-PNT-APLICADAS     PIC 9(03) VALUE ZEROS.
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-PNT-IMAGEM        PIC X(132) VALUE SPACES.
