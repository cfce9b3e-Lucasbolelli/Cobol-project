      ******************************************************************
      * Copybook: AEE_DADOS
      * Purpose:  Layout do registro do cadastro de atendimento
      *           educacional especializado (AEE.DAT, indexado pelo
      *           AL-ID do cadastro mestre de alunos). Um registro
      *           por aluno com laudo: tipo de necessidade (codigo do
      *           censo - DI INTELECTUAL, DF FISICA, DV VISUAL, DA
      *           AUDITIVA, TEA, AH ALTAS HABILIDADES, DM MULTIPLA,
      *           OUT OUTRA), data do laudo, profissional de apoio,
      *           horario da sala de recursos (AE-SALA-DIAS com S/N
      *           de segunda a domingo, como o DIASEM numera) e se a
      *           avaliacao do aluno e adaptada - e esse flag que faz
      *           NOTAOUT e RELQUEDA tratarem as notas dele a parte.
      *           As metas do PEI por materia ficam em PEI_DADOS.
      *           Mantido pela tela AEEMAN; consultado pelo AEECHK.
      ******************************************************************
       01 AEE-LINHA.
           03 AE-ID                PIC 9(06).
           03 AE-NOME              PIC X(30).
           03 AE-TIPO              PIC X(03).
           03 AE-DESCRICAO         PIC X(40).
           03 AE-DATA-LAUDO        PIC X(10).
           03 AE-PROFISSIONAL      PIC X(30).
           03 AE-SALA-DIAS         PIC X(07).
           03 AE-SALA-HORARIO      PIC X(11).
           03 AE-AVAL-ADAPTADA     PIC X.
           03 AE-ATIVO             PIC X.
           03 AE-OPERADOR          PIC X(20).
           03 AE-DATA-REG          PIC X(10).
