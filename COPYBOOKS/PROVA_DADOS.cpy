      ******************************************************************
      * Copybook: PROVA_DADOS
      * Purpose:  Layout da prova agendada no calendario de provas
      *           (PROVAS.DAT, indexado pelo numero do agendamento,
      *           chave alternada ANO + TURMA + DATA com duplicatas -
      *           as provas de uma turma vem em ordem de data). Cada
      *           agendamento e de uma materia da turma num dia
      *           letivo dentro de um bimestre do CALENDARIO.DAT, em
      *           que a grade (GRADEHOR.DAT) tem aula da materia.
      *           Mantido pelo CALPROVA; a nota lancada no AVALIA
      *           aponta para o agendamento em AV-PROVA. Data em
      *           AAAA/MM/DD como no calendario; PV-DATA-AGENDA em
      *           AAAAMMDD. Agendamento cancelado fica no arquivo com
      *           PV-SITUACAO 'C' e nao conta para os limites.
      ******************************************************************
       01 PROVA-LINHA.
           03 PV-NUMERO            PIC 9(06).
           03 PV-CHAVE-TURMA.
               05 PV-ANO           PIC X(07).
               05 PV-TURMA         PIC X(10).
               05 PV-DATA          PIC X(10).
           03 PV-MATERIA           PIC X(20).
           03 PV-BIMESTRE          PIC 9.
           03 PV-DESCRICAO         PIC X(30).
           03 PV-PROFESSOR         PIC X(30).
           03 PV-UNIDADE           PIC X(02).
           03 PV-SITUACAO          PIC X.
              88 PV-AGENDADA       VALUE 'A'.
              88 PV-CANCELADA      VALUE 'C'.
           03 PV-DATA-AGENDA       PIC 9(08).
           03 PV-OPERADOR          PIC X(20).
