      ******************************************************************
      * Copybook: PARMODELO_DADOS
      * Purpose:  Banco de frases-modelo do parecer descritivo
      *           (PARMODELOS.DAT, indexado pelo codigo da frase).
      *           O professor monta o parecer juntando frases do
      *           banco e texto livre. Um '@' na frase e trocado pelo
      *           primeiro nome do aluno na hora de incluir.
      ******************************************************************
       01 PARMODELO-LINHA.
           03 MF-CODIGO            PIC X(04).
           03 MF-TEXTO             PIC X(120).
           03 MF-OPERADOR          PIC X(20).
           03 MF-DATA              PIC X(10).
