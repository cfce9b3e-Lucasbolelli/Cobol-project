      ******************************************************************
      * Copybook: PLATALOTE_DADOS
      * Purpose:  Layout do livro de execucoes da carga da plataforma
      *           de ensino online (PLATALOTE.DAT). Cada execucao
      *           grava uma linha PL-TIPO I (lote iniciado) ao
      *           comecar e uma linha F (lote fechado) com as
      *           quantidades de cada arquivo ao terminar. Lote com I
      *           e sem F caiu no meio: a execucao seguinte refaz o
      *           MESMO lote (os arquivos da carga sao regravados) em
      *           vez de abrir outro, e o que ja tinha seguido num
      *           lote fechado nunca volta num lote novo.
      ******************************************************************
       01 PLATALOTE-LINHA.
           03 PL-TIPO              PIC X.
              88 PL-INICIADO       VALUE 'I'.
              88 PL-FECHADO        VALUE 'F'.
           03 PL-LOTE              PIC 9(07).
           03 PL-DATA              PIC X(10).
           03 PL-HORA              PIC 9(06).
           03 PL-QTD-ESCOLAS       PIC 9(06).
           03 PL-QTD-TURMAS        PIC 9(06).
           03 PL-QTD-USUARIOS      PIC 9(06).
           03 PL-QTD-MATRICULAS    PIC 9(06).
           03 PL-QTD-EXCLUIDOS     PIC 9(06).
