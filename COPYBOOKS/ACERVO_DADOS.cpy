      ******************************************************************
      * Copybook: ACERVO_DADOS
      * Purpose:  Layout do registro do catalogo da biblioteca
      *           (ACERVO.DAT, indexado pelo codigo do livro - o
      *           numero de tombo da etiqueta). Titulo, autor,
      *           quantidade de exemplares, quantos estao emprestados
      *           agora e a localizacao na estante. Mantido pela tela
      *           BIBLIOTECA, que tambem move BI-EMPRESTADOS a cada
      *           emprestimo e devolucao (EMPRESTIMOS.DAT).
      ******************************************************************
       01 ACERVO-LINHA.
           03 BI-CODIGO            PIC 9(06).
           03 BI-TITULO            PIC X(40).
           03 BI-AUTOR             PIC X(30).
           03 BI-EXEMPLARES        PIC 9(03).
           03 BI-EMPRESTADOS       PIC 9(03).
           03 BI-LOCAL             PIC X(10).
