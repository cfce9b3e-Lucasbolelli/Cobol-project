      ******************************************************************
      * Copybook: ELEOPCAO_DADOS
      * Purpose:  Layout do registro das escolhas de eletiva de cada
      *           aluno (ELEOPCAO.DAT, indexado por ano + AL-ID do
      *           cadastro mestre, com chave alternada unica
      *           EC-SEQ). EC-SEQ e a ordem de registro das escolhas
      *           e e o criterio de desempate da alocacao: quem
      *           registrou antes fica com a vaga. Corrigir as
      *           escolhas antes da alocacao mantem a ordem original.
      *           EC-STATUS: branco = aguardando alocacao, A = alocado
      *           (linha de NOTASV2.DAT ja criada pelo CREATE),
      *           S = sem vaga em nenhuma das escolhas.
      *           EC-OPCAO-OBTIDA = posicao da escolha atendida.
      ******************************************************************
       01 ELEOPCAO-LINHA.
           03 EC-CHAVE.
               05 EC-ANO           PIC X(07).
               05 EC-ID-ALUNO      PIC 9(06).
           03 EC-SEQ               PIC 9(06).
           03 EC-NOME              PIC X(30).
           03 EC-TURMA             PIC X(10).
           03 EC-ESCOLHAS.
               05 EC-ESCOLHA       PIC X(20) OCCURS 5 TIMES.
           03 EC-STATUS            PIC X(01).
              88 EC-PENDENTE       VALUE ' '.
              88 EC-ALOCADO        VALUE 'A'.
              88 EC-SEM-VAGA       VALUE 'S'.
           03 EC-ALOCADA           PIC X(20).
           03 EC-OPCAO-OBTIDA      PIC 9(01).
           03 EC-DATA              PIC X(10).
           03 EC-DATA-ALOCACAO     PIC X(10).
           03 EC-OPERADOR          PIC X(20).
