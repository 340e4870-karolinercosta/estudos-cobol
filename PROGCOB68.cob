      *     EXTRATOS DO PROGCOB47. NA EPOCA DA APURACAO OS
      *     CONTADORES REDERIVAVAM TUDO DOS RELATORIOS IMPRESSOS
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O MOVIMENTO FISCAL PASSOU A TRAZER NCM, ALIQUOTA E VALOR DO
      *     IPI DE CADA LINHA. O REGISTRO D E O REGISTRO S GANHARAM O
      *     IPI SOMADO NO FIM (DEPOIS DO ICMS); LINHA ANTIGA SEM A
      *     COLUNA CONTA IPI ZERO. O HASH DO TRAILER CONTINUA O ICMS
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               02 REG-FIS-ALIQUOTA   PIC 9(02)V99.
               02 FILLER             PIC X(02).
               02 REG-FIS-ICMS       PIC 9(09)V99.
               02 FILLER             PIC X(02).
               02 REG-FIS-NCM        PIC X(08).
               02 FILLER             PIC X(02).
               02 REG-FIS-ALIQ-IPI   PIC 9(02)V99.
               02 FILLER             PIC X(02).
               02 REG-FIS-IPI        PIC 9(09)V99.
           FD  EXTRATO-FISCAL.
           01  LINHA-EXTRATO-FISCAL PIC X(120).
           FD  CONTROLE-LOTE.
               02 WRK-DET-BASE       PIC 9(11)V99 VALUE ZEROS.
               02 WRK-DET-ALIQUOTA   PIC 9(02)V99 VALUE ZEROS.
               02 WRK-DET-ICMS       PIC 9(11)V99 VALUE ZEROS.
               02 WRK-DET-IPI        PIC 9(11)V99 VALUE ZEROS.
      ******************************
      **** REGISTRO S: RESUMO POR PAR DE UF
      ******************************
               02 WRK-RES-DOCUMENTOS PIC 9(06) VALUE ZEROS.
               02 WRK-RES-BASE       PIC 9(11)V99 VALUE ZEROS.
               02 WRK-RES-ICMS       PIC 9(11)V99 VALUE ZEROS.
               02 WRK-RES-IPI        PIC 9(11)V99 VALUE ZEROS.
      ******************************
      **** DOCUMENTOS DA COMPETENCIA EM MEMORIA
      ******************************
                   03 TAB-DOC-ALIQUOTA   PIC 9(02)V99.
                   03 TAB-DOC-BASE       PIC 9(11)V99 COMP-3.
                   03 TAB-DOC-ICMS       PIC 9(11)V99 COMP-3.
                   03 TAB-DOC-IPI        PIC 9(11)V99 COMP-3.
      ******************************
      **** RESUMO POR PAR DE UF
      ******************************
                   03 TAB-PUF-DOCUMENTOS PIC 9(06).
                   03 TAB-PUF-BASE       PIC 9(11)V99 COMP-3.
                   03 TAB-PUF-ICMS       PIC 9(11)V99 COMP-3.
                   03 TAB-PUF-IPI        PIC 9(11)V99 COMP-3.
           77 WRK-DOC-IDX PIC 9(04) VALUE ZEROS.
           77 WRK-UF-IDX  PIC 9(03) VALUE ZEROS.
           77 WRK-TOTAL-LINHAS PIC 9(06) VALUE ZEROS.
           77 WRK-TOTAL-GRAVADOS PIC 9(08) VALUE ZEROS.
           77 WRK-TOTAL-ICMS PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-TOTAL-IPI  PIC S9(11)V99 VALUE ZEROS COMP-3.
           77 WRK-IPI-LINHA  PIC 9(09)V99 VALUE ZEROS COMP-3.
           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0980-REGISTRAR-INICIO.
           0110-CARREGAR-LINHA.
               IF REG-FIS-DATA (1:6) = WRK-COMPETENCIA
                   ADD 1 TO WRK-TOTAL-LINHAS
      ********LINHA GRAVADA ANTES DO IPI NAO TEM A COLUNA: IPI ZERO
                   IF REG-FIS-IPI IS NUMERIC
                       MOVE REG-FIS-IPI TO WRK-IPI-LINHA
                   ELSE
                       MOVE ZEROS TO WRK-IPI-LINHA
                   END-IF
                   PERFORM 0120-SOMAR-DOCUMENTO
                   PERFORM 0150-SOMAR-PAR-UF
               END-IF.
               END-IF.
               ADD REG-FIS-BASE TO TAB-DOC-BASE (TAB-DOC-IDX).
               ADD REG-FIS-ICMS TO TAB-DOC-ICMS (TAB-DOC-IDX).
               ADD WRK-IPI-LINHA TO TAB-DOC-IPI (TAB-DOC-IDX).
           0130-CRIAR-DOCUMENTO.
               IF WRK-QTD-DOC < 2000
                   ADD 1 TO WRK-QTD-DOC
                       TO TAB-DOC-ALIQUOTA (TAB-DOC-IDX)
                   MOVE ZEROS TO TAB-DOC-BASE (TAB-DOC-IDX)
                                 TAB-DOC-ICMS (TAB-DOC-IDX)
                                 TAB-DOC-IPI (TAB-DOC-IDX)
               ELSE
                   SET TAB-DOC-IDX TO WRK-QTD-DOC
               END-IF.
               ADD 1 TO TAB-PUF-DOCUMENTOS (TAB-PUF-IDX).
               ADD REG-FIS-BASE TO TAB-PUF-BASE (TAB-PUF-IDX).
               ADD REG-FIS-ICMS TO TAB-PUF-ICMS (TAB-PUF-IDX).
               ADD WRK-IPI-LINHA TO TAB-PUF-IPI (TAB-PUF-IDX).
               ADD REG-FIS-ICMS TO WRK-TOTAL-ICMS.
               ADD WRK-IPI-LINHA TO WRK-TOTAL-IPI.
           0160-CRIAR-PAR-UF.
               IF WRK-QTD-UF < 800
                   ADD 1 TO WRK-QTD-UF
                   MOVE ZEROS TO TAB-PUF-DOCUMENTOS (TAB-PUF-IDX)
                                 TAB-PUF-BASE (TAB-PUF-IDX)
                                 TAB-PUF-ICMS (TAB-PUF-IDX)
                                 TAB-PUF-IPI (TAB-PUF-IDX)
               ELSE
                   SET TAB-PUF-IDX TO WRK-QTD-UF
               END-IF.
               MOVE TAB-DOC-ALIQUOTA (TAB-DOC-IDX)
                   TO WRK-DET-ALIQUOTA.
               MOVE TAB-DOC-ICMS (TAB-DOC-IDX) TO WRK-DET-ICMS.
               MOVE TAB-DOC-IPI (TAB-DOC-IDX) TO WRK-DET-IPI.
               WRITE LINHA-EXTRATO-FISCAL FROM WRK-REG-DETALHE.
               ADD 1 TO WRK-TOTAL-GRAVADOS.
           0320-GRAVAR-RESUMO.
                   TO WRK-RES-DOCUMENTOS.
               MOVE TAB-PUF-BASE (TAB-PUF-IDX) TO WRK-RES-BASE.
               MOVE TAB-PUF-ICMS (TAB-PUF-IDX) TO WRK-RES-ICMS.
               MOVE TAB-PUF-IPI (TAB-PUF-IDX) TO WRK-RES-IPI.
               WRITE LINHA-EXTRATO-FISCAL FROM WRK-REG-RESUMO.
               ADD 1 TO WRK-TOTAL-GRAVADOS.
           0800-FINALIZAR.
               DISPLAY 'LINHAS DA COMPETENCIA: ' WRK-TOTAL-LINHAS.
               DISPLAY 'DOCUMENTOS GRAVADOS  : ' WRK-QTD-DOC.
               DISPLAY 'RESUMOS POR PAR DE UF: ' WRK-QTD-UF.
               DISPLAY 'TOTAL DE IPI         : ' WRK-TOTAL-IPI.
               PERFORM 0900-GRAVAR-CONTROLE.
      ******************************
      **** GRAVA O REGISTRO DE CONTROLE DO LOTE NO ARQUIVO
