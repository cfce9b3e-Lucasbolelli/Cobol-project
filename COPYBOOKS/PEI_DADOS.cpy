      ******************************************************************
      * Copybook: PEI_DADOS
      * Purpose:  Layout do registro do plano educacional
      *           individualizado (PEI.DAT, indexado por aluno + ano
      *           letivo + materia). Cada linha guarda a meta do PEI
      *           do aluno AEE naquela materia e o registro de
      *           progresso de cada bimestre (texto livre e data em
      *           que foi lancado). Mantido pela tela AEEMAN.
      ******************************************************************
       01 PEI-LINHA.
           03 PE-CHAVE.
               05 PE-ID            PIC 9(06).
               05 PE-ANO-LETIVO    PIC X(07).
               05 PE-MATERIA       PIC X(20).
           03 PE-META              PIC X(60).
           03 PE-BIMESTRE OCCURS 4 TIMES.
               05 PE-PROGRESSO     PIC X(60).
               05 PE-DATA-PROG     PIC X(10).
           03 PE-OPERADOR          PIC X(20).
           03 PE-DATA              PIC X(10).
