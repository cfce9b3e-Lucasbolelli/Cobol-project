      ******************************************************************
      * Copybook: AUTENTICA_DADOS
      * Purpose:  Layout do registro de codigos de verificacao de
      *           autenticidade (AUTENTICA.DAT, indexado por
      *           AU-CODIGO, com AU-DOCUMENTO como chave alternada).
      *           Cada documento oficial emitido (DOCEMITE,
      *           HISTOFICIAL, GUIATRANSF e copia de boletim do
      *           TXTCOPIA) leva impresso um codigo derivado do
      *           conteudo, do numero e da data de emissao (AUTCOD);
      *           a escola que recebe o papel liga e a secretaria
      *           confere o codigo no AUTVERIF. AU-DOCUMENTO agrupa as
      *           vias do mesmo documento (tipo + aluno + referencia:
      *           ano letivo no livro de registro, materia no
      *           boletim); quando sai uma via nova, as anteriores
      *           ficam marcadas como substituidas por ela.
      *           AU-ORIGEM: L = LIVRO_REGISTRO.DAT,
      *                      E = EMISSOES.DAT.
      ******************************************************************
       01 AUTENTICA-LINHA.
           03 AU-CODIGO            PIC X(14).
           03 AU-DOCUMENTO.
               05 AU-TIPO          PIC X(25).
               05 AU-NOME          PIC X(30).
               05 AU-REFERENCIA    PIC X(20).
           03 AU-ORIGEM            PIC X.
           03 AU-NUMERO            PIC 9(06).
           03 AU-VIA               PIC X(20).
           03 AU-DATA              PIC X(10).
           03 AU-OPERADOR          PIC X(20).
           03 AU-CONTEUDO          PIC X(60).
           03 AU-SUBSTITUIDO-POR   PIC X(14).
           03 AU-NUMERO-SUBST      PIC 9(06).
           03 AU-DATA-SUBST        PIC X(10).
