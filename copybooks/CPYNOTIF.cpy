      *     CONSOLIDADO POR DESTINATARIO POR DIA PARA O GATEWAY DE
      *     CORREIO E MARCA O EVENTO COMO ENTREGUE (BYTE FINAL S)
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     GANHOU O DESTINATARIO DIRETO (ID DE USUARIO DO USRMST): O
      *     EVENTO ENDERECADO A UMA PESSOA (EX.: O PROFESSOR COM FOLHA
      *     DE NOTAS PENDENTE, PROGNPD) SAI NO EXTRATO DELA ALEM DAS
      *     ROTAS DO TIPO. A LINHA DA CAIXA PASSOU DE 110 PARA 120
      *     POSICOES; EVENTO ANTIGO FICA COM O DESTINATARIO EM BRANCO
      ******************************
       01 WRK-NOTIFICACAO.
           02 WRK-NTF-TIPO       PIC X(08) VALUE SPACES.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-NTF-ENTREGUE   PIC X(01) VALUE SPACES.
               88 NTF-ENTREGUE VALUE 'S'.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-NTF-DESTINATARIO PIC X(10) VALUE SPACES.
