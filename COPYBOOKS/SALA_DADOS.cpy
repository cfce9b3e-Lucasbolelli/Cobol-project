      ******************************************************************
      * Copybook: SALA_DADOS
      * Purpose:  Layout do cadastro de salas (SALAS.DAT, indexado
      *           pelo CODIGO da sala). Cada sala tem nome, capacidade
      *           em alunos e tipo - R sala comum, L laboratorio, G
      *           ginasio/quadra, B biblioteca. Sala inativa sai das
      *           consultas e nao recebe encaixe novo na grade.
      *           Mantido pelo SALAMAN; o GRADEMAN grava o codigo no
      *           encaixe (GR-SALA) e recusa sala ocupada ou menor que
      *           a capacidade da turma no TURMACAT.
      ******************************************************************
       01 SALA-LINHA.
           03 SA-CODIGO            PIC X(06).
           03 SA-NOME              PIC X(30).
           03 SA-CAPACIDADE        PIC 9(03).
           03 SA-TIPO              PIC X.
              88 SA-TIPO-VALIDO    VALUE 'R' 'L' 'G' 'B'.
           03 SA-ATIVA             PIC X.
              88 SA-ATIVA-OK       VALUE 'S'.
