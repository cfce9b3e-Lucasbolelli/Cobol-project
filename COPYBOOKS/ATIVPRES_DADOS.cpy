      ******************************************************************
      * Copybook: ATIVPRES_DADOS
      * Purpose:  Layout do registro da chamada dos encontros das
      *           atividades extracurriculares (ATIVPRES.DAT,
      *           indexado por atividade + data do encontro + AL-ID).
      *           AF-PRESENTE: S = PRESENTE, N = FALTOU. Uma chamada
      *           por atividade e data.
      ******************************************************************
       01 ATIVPRES-LINHA.
           03 AF-CHAVE.
               05 AF-CODIGO        PIC X(06).
               05 AF-DATA          PIC X(10).
               05 AF-ID-ALUNO      PIC 9(06).
           03 AF-PRESENTE          PIC X(01).
           03 AF-OPERADOR          PIC X(20).
