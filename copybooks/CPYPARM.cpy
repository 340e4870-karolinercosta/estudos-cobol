      *     USADA PELO PASSO DE BACKUP NOTURNO (PROGCOB90) PARA
      *     DECIDIR QUANTAS GERACOES DE CADA MASTER FICAM NO
      *     CATALOGO (BKPCAT) ANTES DE A MAIS VELHA SER DESCARTADA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDOS OS DIAS SEM SAIDA PARA ESTOQUE PARADO, USADOS PELA
      *     CLASSIFICACAO ABC TRIMESTRAL (PROGABC) PARA APONTAR O
      *     PRODUTO SEM SAIDA HA MAIS DE N DIAS; AS FAIXAS DA PROVISAO
      *     DE OBSOLESCENCIA SAO MULTIPLOS DESSE PRAZO
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDOS A JANELA DE CONSUMO EM DIAS, O FATOR DE SEGURANCA
      *     E OS DIAS DE COBERTURA DO LOTE DE COMPRA, USADOS PELO RUN
      *     MENSAL DE REPOSICAO DE PRODUTO ACABADO (PROGREP): PONTO DE
      *     REPOSICAO = CONSUMO MEDIO DIARIO X PRAZO DO FORNECEDOR X
      *     FATOR; LOTE = CONSUMO MEDIO DIARIO X DIAS DE COBERTURA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDO O LIMITE DE ALCADA DO PAGAMENTO A FORNECEDOR, EM
      *     REAIS, USADO PELA LIBERACAO DA REMESSA (PROGCOB54): TITULO
      *     ATE O LIMITE PRECISA DE UM APROVADOR DE NIVEL SUPERVISOR OU
      *     MELHOR; ACIMA DELE, DE DOIS APROVADORES DISTINTOS
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDO O CUSTO DO DINHEIRO EM PERCENTUAL AO MES, USADO
      *     PELA REMESSA DE PAGAMENTO (PROGCOB54) PARA DECIDIR A
      *     ANTECIPACAO: O TITULO COM DESCONTO SO E PAGO ANTES DO
      *     HORIZONTE QUANDO O DESCONTO SUPERA O CUSTO DO DINHEIRO PELOS
      *     DIAS ANTECIPADOS
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDO O LIMITE DO LANCAMENTO MANUAL, EM REAIS, USADO PELA
      *     LIBERACAO DOS LANCAMENTOS DIGITADOS (PROGLMN): DOCUMENTO COM
      *     TOTAL A DEBITO ACIMA DELE FICA PENDENTE ATE A APROVACAO DE
      *     OUTRO USUARIO DE NIVEL SUPERVISOR OU MELHOR
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDOS A TARIFA DE CHEQUE DEVOLVIDO, EM REAIS, SOMADA AOS
      *     ENCARGOS DO TITULO OU DA MENSALIDADE REABERTOS PELA
      *     DEVOLUCAO (PROGCHQ), E OS DIAS EM QUE O EMITENTE DO CHEQUE
      *     DEVOLVIDO FICA COM O CHEQUE RECUSADO NO CAIXA (PROGCOB69)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDO O DESCONTO DA ANUIDADE ANTECIPADA, EM PERCENTUAL,
      *     APLICADO PELO FATURAMENTO DE MENSALIDADE (PROGCOB23) SOBRE
      *     AS DOZE MENSALIDADES DO ALUNO QUE OPTOU POR PAGAR O ANO
      *     INTEIRO DE UMA VEZ (ARQUIVO ANUIDADE)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDO O LIMITE DE MESES EM ATRASO PARA A REMATRICULA,
      *     USADO PELO ROL DE REMATRICULA (PROGCOB82): O ALUNO COM MAIS
      *     MENSALIDADES VENCIDAS (MENSAB) E PARCELAS VENCIDAS DE PLANO
      *     DE PARCELAMENTO (PROGCOB57) DO QUE O LIMITE FICA PENDENTE NO
      *     FINANCEIRO EM VEZ DE ENTRAR NO ROL
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDO O PRAZO LEGAL DE REATIVACAO, EM MESES, USADO PELO
      *     TRANCAMENTO E CANCELAMENTO DE MATRICULA (PROGTRC): O ALUNO
      *     TRANCADO OU CANCELADO SO PODE SER REATIVADO ATE ESSE NUMERO
      *     DE MESES DEPOIS DA DATA EFETIVA DA SAIDA
      *    ALTERADO= 15/10/26 - KAROLINE
      *     INCLUIDOS OS DIAS DE VALIDADE DA SENHA, O LIMITE DE FALHAS
      *     SEGUIDAS DE SIGN-ON ANTES DO BLOQUEIO E QUANTAS SENHAS
      *     ANTERIORES NAO PODEM SER REPETIDAS NA TROCA (ATE 5), USADOS
      *     POR TODOS OS PROGRAMAS COM SIGN-ON (CREDENCIAL USRSENHA,
      *     COPYBOOK CPYSENHA)
      ******************************
       01 WRK-PARAMETROS.
           02 WRK-PARM-NOTA-APROVACAO   PIC 9(02) VALUE 6.
           02 WRK-PARM-MARGEM-FREQ      PIC 9(02) VALUE 5.
           02 WRK-PARM-PCT-SLA          PIC 9(03) VALUE 25.
           02 WRK-PARM-GERACOES-BKP     PIC 9(02) VALUE 7.
           02 WRK-PARM-DIAS-OBSOLETO    PIC 9(04) VALUE 180.
           02 WRK-PARM-DIAS-CONSUMO     PIC 9(03) VALUE 90.
           02 WRK-PARM-FATOR-SEG-DIG    PIC 9(03) VALUE 150.
           02 WRK-PARM-FATOR-SEGURANCA  REDEFINES
                                         WRK-PARM-FATOR-SEG-DIG
                                         PIC 9(01)V99.
           02 WRK-PARM-DIAS-COBERTURA   PIC 9(03) VALUE 30.
           02 WRK-PARM-LIMITE-APROV-PAG PIC 9(07)V99 VALUE 10000.
           02 WRK-PARM-TAXA-CAIXA       PIC 9(02)V99 VALUE 1.
           02 WRK-PARM-LIMITE-LANC-MAN  PIC 9(07) VALUE 5000.
           02 WRK-PARM-TARIFA-CHQ-DEV   PIC 9(05)V99 VALUE 30.
           02 WRK-PARM-DIAS-BLOQ-CHQ    PIC 9(03) VALUE 180.
           02 WRK-PARM-DESC-ANUIDADE    PIC 9(02)V99 VALUE 10.
           02 WRK-PARM-MESES-BLOQ-MATR  PIC 9(02) VALUE 2.
           02 WRK-PARM-MESES-REATIVACAO PIC 9(02) VALUE 24.
           02 WRK-PARM-DIAS-SENHA       PIC 9(03) VALUE 90.
           02 WRK-PARM-TENTATIVAS-SENHA PIC 9(02) VALUE 5.
           02 WRK-PARM-HIST-SENHA       PIC 9(01) VALUE 5.
