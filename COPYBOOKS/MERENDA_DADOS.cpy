      ******************************************************************
      * Copybook: MERENDA_DADOS
      * Purpose:  Layout da contagem diaria da merenda (MERENDA.DAT,
      *           indexado por DATA + ANO LETIVO + TURMA). Cada turma
      *           tem, no dia, as refeicoes previstas e quantas delas
      *           sao de alunos com restricao alimentar/alergia, com
      *           a origem da contagem - C chamada do dia (CHAMDIA),
      *           M matricula (chamada ainda nao feita) - e o turno
      *           da turma no TURMACAT. RM-SERVIDAS comeca igual as
      *           previstas; a cozinha corrige pelo MERENDA e o
      *           indicador RM-AJUSTADO protege a correcao quando a
      *           contagem do dia e refeita. O relatorio mensal do
      *           PNAE soma as servidas.
      ******************************************************************
       01 MERENDA-LINHA.
           03 RM-CHAVE.
               05 RM-DATA          PIC X(10).
               05 RM-ANO           PIC X(07).
               05 RM-TURMA         PIC X(10).
           03 RM-TURNO             PIC X.
           03 RM-ORIGEM            PIC X.
              88 RM-DA-CHAMADA     VALUE 'C'.
              88 RM-DA-MATRICULA   VALUE 'M'.
           03 RM-PREVISTAS         PIC 9(04).
           03 RM-RESTRICAO         PIC 9(03).
           03 RM-SERVIDAS          PIC 9(04).
           03 RM-AJUSTADO          PIC X.
              88 RM-AJUSTADO-OK    VALUE 'S'.
           03 RM-OPERADOR          PIC X(20).
