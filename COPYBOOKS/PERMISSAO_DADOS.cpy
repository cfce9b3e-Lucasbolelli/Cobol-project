      ******************************************************************
      * Copybook: PERMISSAO_DADOS
      * Purpose:  Layout do registro da matriz de permissoes
      *           (PERMISSOES.DAT, indexado por perfil + programa +
      *           funcao). Cada linha diz se o perfil pode (S) ou nao
      *           (N) usar o programa inteiro (PM-FUNCAO = '*') ou
      *           uma funcao dele (opcao de menu, reabertura...).
      *           A linha PERFIL/'*'/'*' define o proprio perfil: o
      *           nome dele em PM-DESCRICAO (CONSULTA, TESOURARIA,
      *           COORDENACAO...) e a regra padrao para o que nao
      *           tiver linha propria - perfil sem essa linha nao
      *           existe. Procura: funcao exata, depois o programa
      *           ('*'), depois o padrao do perfil. Consultada pelo
      *           PERMCHK na entrada de cada programa; mantida pela
      *           tela PERMMAN.
      ******************************************************************
       01 PERMISSAO-LINHA.
           03 PM-CHAVE.
               05 PM-PERFIL        PIC X.
               05 PM-PROGRAMA      PIC X(12).
               05 PM-FUNCAO        PIC X(10).
           03 PM-PERMITE           PIC X.
           03 PM-DESCRICAO         PIC X(30).
           03 PM-OPERADOR          PIC X(20).
           03 PM-DATA              PIC X(10).
