      ******************************************************************
      * Copybook: DIALETIVO_DADOS
      * Purpose:  Layout do calendario de dias do ano letivo
      *           (DIASLETIVOS.DAT, indexado pela DATA, com o ANO
      *           LETIVO como chave alternativa). O CALENDARIO.DAT so
      *           sabe onde cada bimestre comeca e termina; aqui ficam
      *           as excecoes dia a dia: feriado e recesso (dia util
      *           SEM aula) e sabado letivo (dia de fim de semana COM
      *           aula, seguindo a grade de um dia da semana - 1=SEG
      *           ... 6=SAB). Dia sem registro segue a regra da
      *           semana: segunda a sexta letivo, sabado e domingo nao.
      *           Mantido pelo CALENMAN; consultado pelo DIALETIVO.
      ******************************************************************
       01 DIALETIVO-LINHA.
           03 DL-DATA              PIC X(10).
           03 DL-ANO               PIC X(07).
           03 DL-TIPO              PIC X.
              88 DL-FERIADO        VALUE 'F'.
              88 DL-RECESSO        VALUE 'R'.
              88 DL-SABADO-LETIVO  VALUE 'S'.
           03 DL-DIA-GRADE         PIC 9.
           03 DL-DESCRICAO         PIC X(30).
           03 DL-DATA-REG          PIC X(10).
