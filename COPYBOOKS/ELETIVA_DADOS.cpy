      ******************************************************************
      * Copybook: ELETIVA_DADOS
      * Purpose:  Layout do registro das ofertas de materias eletivas
      *           (itinerarios formativos) por ano letivo
      *           (ELETIVAS.DAT, indexado por ano + materia). A
      *           materia tem de estar no catalogo MATCAT marcada
      *           como eletiva; a oferta diz quantas vagas ha no ano e
      *           quem da a materia (vai para F-PROFESSOR das linhas
      *           criadas na alocacao).
      ******************************************************************
       01 ELETIVA-LINHA.
           03 OE-CHAVE.
               05 OE-ANO           PIC X(07).
               05 OE-MATERIA       PIC X(20).
           03 OE-VAGAS             PIC 9(03).
           03 OE-PROFESSOR         PIC X(30).
           03 OE-OPERADOR          PIC X(20).
           03 OE-DATA              PIC X(10).
