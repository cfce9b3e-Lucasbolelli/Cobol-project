      ******************************************************************
      * Copybook: IDADELIB_DADOS
      * Purpose:  Layout do registro de liberacoes de matricula fora
      *           da faixa de idade da serie (IDADELIB.DAT, indexado
      *           por ANO LETIVO + TURMA + ALUNO). A faixa sai da
      *           serie da turma (TU-SERIE) com a idade completada
      *           ate 31 de marco do ano letivo (IDADECHK). Aluno fora
      *           da faixa so entra na turma com uma linha aqui: quem
      *           liberou (funcao LIBERA do IDADELIB na matriz de
      *           permissoes), quando, por qual programa e a
      *           justificativa. Trocar de turma pede liberacao nova.
      *           A coordenacao ve as liberacoes e os alunos fora da
      *           faixa no relatorio do IDADELIB.
      ******************************************************************
       01 IDADELIB-LINHA.
           03 IL-CHAVE.
               05 IL-ANO           PIC X(07).
               05 IL-TURMA         PIC X(10).
               05 IL-NOME          PIC X(30).
           03 IL-SERIE             PIC 9(02).
           03 IL-NASCIMENTO        PIC X(10).
           03 IL-IDADE             PIC 9(03).
           03 IL-IDADE-MIN         PIC 9(02).
           03 IL-IDADE-MAX         PIC 9(02).
           03 IL-MOTIVO            PIC X(60).
           03 IL-OPERADOR          PIC X(20).
           03 IL-DATA              PIC X(10).
           03 IL-PROGRAMA          PIC X(12).
