      *           recusa o mesmo professor em duas turmas no mesmo
      *           dia/periodo; o RELCARGA passa a somar horas
      *           realmente alocadas em vez de estimar pelo catalogo.
      *           GR-SALA e o codigo da sala do encaixe (SALAS.DAT):
      *           a mesma sala nao pode ter duas turmas no mesmo
      *           dia/periodo. Encaixe antigo fica com a sala em
      *           branco ate ser atribuida no GRADEMAN.
      *           GR-UNIDADE: unidade escolar da rede do encaixe, a
      *           da turma (TU-UNIDADE). Branco vale como '01'.
      *           O UNIMIG converte o GRADEHOR.DAT antigo.
      ******************************************************************
       01 GRADE-LINHA.
           03 GR-CHAVE.
               05 GR-PERIODO       PIC 9.
           03 GR-MATERIA           PIC X(20).
           03 GR-PROFESSOR         PIC X(30).
           03 GR-SALA              PIC X(06).
           03 GR-UNIDADE           PIC X(02).
