      *           layout, altera-se somente este copybook - o
      *           PREMATRICULA monta os campos e nao conhece
      *           posicoes.
      *           MU-NIS: NIS do aluno quando a familia e
      *           beneficiaria do Bolsa Familia; branco quando o
      *           municipio nao informa (arquivos antigos terminam
      *           antes do campo e chegam com ele em branco).
      *           MU-CPF-ALUNO / MU-RESP-CPF: CPF do aluno e do
      *           responsavel, so numeros; branco quando o municipio
      *           nao informa (mesma regra do MU-NIS).
      *           MU-NASCIMENTO: nascimento do aluno (AAAA/MM/DD),
      *           gravado no mestre e usado na conferencia de idade
      *           x serie; branco nos arquivos antigos.
      ******************************************************************
       01 MUNICIPAL-LINHA.
           03 MU-NOME-ALUNO        PIC X(30).
           03 MU-BAIRRO            PIC X(15).
           03 MU-CEP-1             PIC X(05).
           03 MU-CEP-2             PIC X(03).
           03 MU-NIS               PIC X(11).
           03 MU-CPF-ALUNO         PIC X(11).
           03 MU-RESP-CPF          PIC X(11).
           03 MU-NASCIMENTO        PIC X(10).
