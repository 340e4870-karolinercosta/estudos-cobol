      *     O MOTIVO E A MENSALIDADE SEGUE ABERTA, CAINDO DE VOLTA
      *     NO CAMINHO DE ENCARGOS DO PROGCOB23 NO MES SEGUINTE
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O REGISTRO DA MENSALIDADE (MENSAB) GANHOU NO FIM O CPF DO
      *     RESPONSAVEL FINANCEIRO, GRAVADO PELO FATURAMENTO
      *     (PROGCOB23); O LAYOUT ACOMPANHOU PARA A REGRAVACAO NAO
      *     PERDER O CAMPO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               02 WRK-MEN-STATUS      PIC X(01) VALUE 'A'.
                   88 MEN-ABERTA      VALUE 'A'.
                   88 MEN-PAGA        VALUE 'P'.
               02 FILLER              PIC X(02) VALUE SPACES.
               02 WRK-MEN-RESPONSAVEL PIC X(11) VALUE SPACES.
      ******************************
      **** OCORRENCIAS DO RETORNO EM MEMORIA
      ******************************
