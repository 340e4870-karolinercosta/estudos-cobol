      *     AVISO COM OS DADOS DO ALUMST (NO ESTILO DAS CARTAS DO
      *     PROGCOB33) E O RESUMO POR CURSO PARA OS COORDENADORES
      *    DATA= 02/09/26
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE ALUNOS (ALUMST) PASSOU A 68 POSICOES COM O CPF
      *     DO ALUNO NO FIM, GRAVADO PELA ADMISSAO (PROGADM)
      *    ALTERADO= 15/10/26 - KAROLINE
      *     O CADASTRO DE ALUNOS (ALUMST) GANHOU NO FIM O CPF DO
      *     RESPONSAVEL FINANCEIRO (CADASTRADO NO RESPMST PELO PROGADM);
      *     SO O LAYOUT DO REGISTRO ACOMPANHOU
      ******************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               02 REG-ALU-NOME      PIC X(30).
               02 REG-ALU-CURSO     PIC X(20).
               02 REG-ALU-STATUS    PIC X(01).
               02 REG-ALU-CPF       PIC X(11).
               02 REG-ALU-RESPONSAVEL PIC X(11).
           FD  ARQUIVO-CARTAS.
           01  LINHA-CARTA PIC X(100).
           FD  RELATORIO-AVI.
