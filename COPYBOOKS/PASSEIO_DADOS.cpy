      ******************************************************************
      * Copybook: PASSEIO_DADOS
      * Purpose:  Layout do registro do cadastro de passeios e
      *           eventos fora da escola (PASSEIOS.DAT, indexado pelo
      *           codigo do passeio). Data, destino, ano letivo, ate
      *           cinco turmas participantes e o custo por aluno.
      *           Mantido pela tela PASSEIO, que tambem gera as
      *           autorizacoes de cada aluno (PASSAUT.DAT).
      ******************************************************************
       01 PASSEIO-LINHA.
           03 PS-CODIGO            PIC 9(04).
           03 PS-DATA              PIC X(10).
           03 PS-DESTINO           PIC X(40).
           03 PS-ANO               PIC X(07).
           03 PS-TURMA             PIC X(10) OCCURS 5 TIMES.
           03 PS-CUSTO             PIC 9(05)V99.
           03 PS-OPERADOR          PIC X(20).
