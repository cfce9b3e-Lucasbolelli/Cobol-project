      *           conta de padaria na calculadora. Bimestre 0 guarda
      *           as notas coletadas no cadastro original do
      *           BOLETIMV2.
      *           AV-PROVA liga a nota a prova agendada no calendario
      *           de provas (PROVAS.DAT, do CALPROVA); zero quando a
      *           nota nao veio de prova agendada. O AVALMIG
      *           converte o AVALIACOES.DAT antigo.
      ******************************************************************
       01 AVALIACAO-LINHA.
           03 AV-CHAVE.
           03 AV-VALOR             PIC 9(02)V9.
           03 AV-PESO              PIC 9(02)V9.
           03 AV-DATA              PIC X(10).
           03 AV-PROVA             PIC 9(06).
