      *     APLICADA): COM A MARCA LIGADA O RELATORIO AVISA QUE OS
      *     NUMEROS ANTERIORES ESTAO DEFASADOS. QUEM LIMPA A MARCA
      *     E O ULTIMO CONSUMIDOR DO MES (PROGCOB24)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     DISCIPLINA TRANCADA OU CANCELADA PELO PROGTRC (ALUNO QUE
      *     SAIU NO MEIO DO TERMO) FICA FORA DA ESTATISTICA EM VEZ DE
      *     CONTAR COMO REPROVACAO
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               MOVE REG-NIX-SITUACAO  TO WRK-MTH-SITUACAO.
               MOVE REG-NIX-FREQ-PCT  TO WRK-MTH-FREQ-PCT.
           0200-PROCESSAR.
               IF WRK-MTH-SITUACAO NOT = 'TRANCADO'
                   AND WRK-MTH-SITUACAO NOT = 'CANCELADO'
                   ADD 1 TO WRK-TOTAL-TERMOS
                   PERFORM 0210-LOCALIZAR-GRUPO
                   ADD 1 TO TAB-GRP-ALUNOS (TAB-GRP-IDX)
                   ADD WRK-MTH-MEDIA
                       TO TAB-GRP-SOMA-MEDIAS (TAB-GRP-IDX)
                   PERFORM 0230-ACUMULAR-FAIXA
                   PERFORM 0240-ACUMULAR-SITUACAO
               END-IF.
               PERFORM 0150-LER-HISTORICO.
      ******************************
      **** PROCURA O GRUPO CURSO+TERMO NA TABELA, CRIANDO UMA LINHA
