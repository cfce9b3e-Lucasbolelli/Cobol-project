      ******************************************************************
      * Copybook: REFORCO_DADOS
      * Purpose:  Layout do registro dos grupos de reforco escolar
      *           (REFORCO.DAT, indexado pelo codigo do grupo). Um
      *           grupo atende uma materia num ano letivo, com tutor
      *           (cadastro de professores), dias da semana (S/N de
      *           segunda a domingo, como no AEE), horario e
      *           capacidade. RG-BIM-INICIO e o primeiro bimestre com
      *           reforco: o bimestre anterior a ele e a base do
      *           "antes" no relatorio de impacto (REFIMPACTO).
      *           RG-SESSOES conta as chamadas ja registradas.
      *           Participantes em REFPART_DADOS, presencas em
      *           REFPRES_DADOS. Mantido pela tela REFORCO.
      ******************************************************************
       01 REFORCO-LINHA.
           03 RG-CODIGO            PIC X(06).
           03 RG-ANO               PIC X(07).
           03 RG-MATERIA           PIC X(20).
           03 RG-TUTOR             PIC X(30).
           03 RG-DIAS              PIC X(07).
           03 RG-HORARIO           PIC X(11).
           03 RG-CAPACIDADE        PIC 9(02).
           03 RG-BIM-INICIO        PIC 9(01).
           03 RG-SESSOES           PIC 9(03).
           03 RG-ATIVO             PIC X(01).
           03 RG-OPERADOR          PIC X(20).
           03 RG-DATA              PIC X(10).
