      ******************************************************************
      * Copybook: EMPRESTIMO_DADOS
      * Purpose:  Layout do registro de emprestimo da biblioteca
      *           (EMPRESTIMOS.DAT, indexado pela sequencia, com
      *           chaves alternadas AL-ID do aluno e codigo do livro).
      *           O aluno e identificado pelo numero da carteirinha
      *           (CARTEIRAS.DAT) lido no balcao e gravado pelo AL-ID
      *           do cadastro mestre (ALUNOS.DAT). Data do emprestimo,
      *           data prevista de devolucao (prazo do PARAMBIB) e
      *           data da devolucao.
      *           EP-SITUACAO: A aberto, D devolvido, P perdido.
      ******************************************************************
       01 EMPRESTIMO-LINHA.
           03 EP-SEQ               PIC 9(07).
           03 EP-ID-ALUNO          PIC 9(06).
           03 EP-CODIGO            PIC 9(06).
           03 EP-CARTEIRA          PIC 9(06).
           03 EP-DATA-EMPRESTIMO   PIC X(10).
           03 EP-DATA-PREVISTA     PIC X(10).
           03 EP-DATA-DEVOLUCAO    PIC X(10).
           03 EP-SITUACAO          PIC X.
              88 EP-ABERTO         VALUE 'A'.
              88 EP-DEVOLVIDO      VALUE 'D'.
              88 EP-PERDIDO        VALUE 'P'.
           03 EP-OPERADOR          PIC X(20).
