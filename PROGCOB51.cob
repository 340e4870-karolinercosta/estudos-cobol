      *     E DEFINE A REGRA DE HASH (PEDIN = SOMA DO VALOR DO
      *     PEDIDO; MEDIN = CONTAGEM DE REGISTROS)
      *    DATA= 22/08/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O PEDIN PASSOU A TRAZER PEDIDO DE VARIOS ITENS
      *     (CABECALHO TIPO C + ITENS TIPO I, LAYOUT CPYPEDIN), QUE
      *     NAO TEM VALOR NO REGISTRO: NO HASH DO PEDIN O CABECALHO
      *     NAO SOMA NADA E O ITEM SOMA A QUANTIDADE (POSICOES
      *     18-22); O PEDIDO ANTIGO DE UMA LINHA CONTINUA SOMANDO O
      *     VALOR
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               02 WRK-ENV-CAMPO-X PIC X(08).
           01 WRK-ENV-CAMPO-N REDEFINES WRK-ENV-CAMPO.
               02 WRK-ENV-CAMPO-9 PIC 9(06)V99.
           01 WRK-ENV-QTDE.
               02 WRK-ENV-QTDE-X PIC X(05).
           01 WRK-ENV-QTDE-N REDEFINES WRK-ENV-QTDE.
               02 WRK-ENV-QTDE-9 PIC 9(05).
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
               END-READ.
      ******************************
      **** REGRA DE HASH POR ARQUIVO: PEDIN SOMA O VALOR DO PEDIDO
      **** (POSICOES 32-39 DO DETALHE) NO PEDIDO ANTIGO E A
      **** QUANTIDADE (POSICOES 18-22) NO ITEM DO PEDIDO DE VARIOS
      **** ITENS, CUJO CABECALHO NAO SOMA; OS DEMAIS CONTAM REGISTROS
      ******************************
           0250-SOMAR-HASH.
               IF WRK-ARQUIVO-ESPERADO = 'PEDIN'
                   EVALUATE WRK-ENV-BUFFER(1:1)
                       WHEN 'C'
                           CONTINUE
                       WHEN 'I'
                           MOVE WRK-ENV-BUFFER(18:5) TO WRK-ENV-QTDE-X
                           ADD WRK-ENV-QTDE-9 TO WRK-ENV-HASH-CONTADO
                       WHEN OTHER
                           MOVE WRK-ENV-BUFFER(32:8) TO WRK-ENV-CAMPO-X
                           ADD WRK-ENV-CAMPO-9 TO WRK-ENV-HASH-CONTADO
                   END-EVALUATE
               ELSE
                   ADD 1 TO WRK-ENV-HASH-CONTADO
               END-IF.
