      ******************************************************************
      * Copybook: RETIRADA_DADOS
      * Purpose:  Layout do registro do livro de saidas da portaria
      *           (RETIRADAS.DAT). Cada aluno que sai antes do fim
      *           das aulas - ou cada tentativa recusada de retira-lo
      *           - vira uma linha: aluno (AL-ID do mestre + nome,
      *           como as ocorrencias), turma, data e hora, quem
      *           retirou e o documento dele, o motivo, a primeira
      *           aula (periodo da grade, 1 a 9) que o aluno perde e
      *           o operador da sessao. Mantido pela tela RETIRADA,
      *           que confere o adulto contra os autorizados da
      *           ficha de saude (SA-AUTORIZADOS) e o responsavel do
      *           CADASTROPF.DAT. A CHAMADA do dia le daqui as saidas
      *           liberadas para dar falta nas aulas seguintes.
      *           RT-DOCUMENTO: gravado cifrado pelo SIGILO (tipo
      *           RG, '$' na primeira posicao).
      *           RT-SITUACAO: L = liberado, R = recusado (adulto
      *           fora da lista - vai tambem para as ocorrencias da
      *           coordenacao).
      ******************************************************************
       01 RETIRADA-LINHA.
           03 RT-DATA              PIC X(10).
           03 RT-HORA              PIC X(05).
           03 RT-ID-ALUNO          PIC 9(06).
           03 RT-NOME              PIC X(30).
           03 RT-TURMA             PIC X(10).
           03 RT-QUEM              PIC X(30).
           03 RT-DOCUMENTO         PIC X(12).
           03 RT-MOTIVO            PIC X(30).
           03 RT-AULA              PIC 9.
           03 RT-SITUACAO          PIC X.
              88 RT-LIBERADO       VALUE 'L'.
              88 RT-RECUSADO       VALUE 'R'.
           03 RT-OPERADOR          PIC X(20).
