      ******************************
      ******** COMENTARIOS  - REMARKS
      *    AUTHOR= KAROLINE
      *     ORIGEM DO LANCAMENTO DE INTERFACE (ARQUIVO LANCINT, DEPOIS
      *     DA CONTA, DATA, VALOR, EMPRESA E CENTRO DE CUSTO): O
      *     PROGRAMA QUE GEROU O LANCAMENTO E O PRIMEIRO E O ULTIMO
      *     DOCUMENTO DE ORIGEM QUE ENTRARAM NELE (TITULO DO RECEBIV,
      *     REFERENCIA DO EMBARQUE, NOTA FISCAL, TITULO DO APAGAR,
      *     MOVIMENTO DE ESTOQUE...), COM A QUANTIDADE DE DOCUMENTOS.
      *     LANCAMENTO DE UM DOCUMENTO SO SAI COM O FINAL IGUAL AO
      *     INICIAL. CADA GERADOR ACUMULA AQUI OS DOCUMENTOS DO
      *     LANCAMENTO E MOVE O GRUPO PARA O REGISTRO ANTES DO WRITE;
      *     A CONSULTA DE LANCAMENTOS POR CONTA (PROGRAZ) LISTA A
      *     ORIGEM DE CADA LANCAMENTO
      *    DATA= 15/10/26
      ******************************
       01 WRK-ORIGEM-LANCTO.
           02 WRK-ORI-PROGRAMA    PIC X(10) VALUE SPACES.
           02 WRK-ORI-DOC-INICIAL PIC X(20) VALUE SPACES.
           02 WRK-ORI-DOC-FINAL   PIC X(20) VALUE SPACES.
           02 WRK-ORI-QTD-DOCS    PIC 9(05) VALUE ZEROS.
       77 WRK-ORI-DOCUMENTO PIC X(20) VALUE SPACES.
