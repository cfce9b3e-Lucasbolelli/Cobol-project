      ******************************************************************
      * Copybook: AULA_DADOS
      * Purpose:  Layout do registro de aulas previstas x dadas
      *           (AULAS.DAT, indexado por ANO LETIVO + TURMA + DATA
      *           + PERIODO). Cada encaixe da grade (GRADEHOR.DAT) em
      *           cada data entre o inicio e o fim do bimestre no
      *           calendario (CALENDARIO.DAT) vira uma aula prevista;
      *           o registro diario muda a situacao:
      *           P = PREVISTA (AINDA SEM REGISTRO),
      *           D = DADA PELO PROFESSOR DA GRADE,
      *           S = DADA POR SUBSTITUTO (AU-SUBSTITUTO),
      *           F = NAO DADA - PROFESSOR AUSENTE SEM SUBSTITUTO,
      *           R = AULA DE REPOSICAO (FORA DA GRADE).
      *           Uma aula conta uma hora, como a carga do catalogo
      *           (MC-HORAS-SEMANAIS). Mantido pelo AULAMAN; lido
      *           pelo AULAREL e pelo AULASDADAS (HISTOFICIAL).
      ******************************************************************
       01 AULA-LINHA.
           03 AU-CHAVE.
               05 AU-ANO           PIC X(07).
               05 AU-TURMA         PIC X(10).
               05 AU-DATA          PIC X(10).
               05 AU-PERIODO       PIC 9.
           03 AU-BIMESTRE          PIC 9.
           03 AU-MATERIA           PIC X(20).
           03 AU-PROFESSOR         PIC X(30).
           03 AU-SITUACAO          PIC X.
              88 AU-PREVISTA       VALUE 'P'.
              88 AU-DADA           VALUE 'D' 'S' 'R'.
              88 AU-FALTA          VALUE 'F'.
           03 AU-SUBSTITUTO        PIC X(30).
           03 AU-MOTIVO            PIC X(30).
           03 AU-OPERADOR          PIC X(20).
           03 AU-DATA-REG          PIC X(10).
