      ******************************************************************
      * Copybook: FREQBF_DADOS
      * Purpose:  Layout da frequencia bimestral dos alunos do Bolsa
      *           Familia (FREQBF.DAT, indexado por ANO CIVIL +
      *           PERIODO DO SISTEMA PRESENCA + AL-ID). Periodos do
      *           programa: 1 FEV/MAR, 2 ABR/MAI, 3 JUN/JUL, 4
      *           AGO/SET, 5 OUT/NOV. Guarda o que o calculo do
      *           PRESENCA apurou - aulas previstas no periodo,
      *           faltas do livro (FALTAS.DAT), as abonadas pelo
      *           JUSTIFICA.DAT, a frequencia e o minimo exigido pela
      *           idade - e o codigo de motivo de baixa frequencia
      *           que a secretaria informa; recalcular o periodo
      *           preserva o motivo ja informado.
      ******************************************************************
       01 FREQBF-LINHA.
           03 BF-CHAVE.
               05 BF-ANO-CIVIL     PIC 9(04).
               05 BF-PERIODO       PIC 9.
               05 BF-ID            PIC 9(06).
           03 BF-NIS               PIC X(11).
           03 BF-NOME              PIC X(30).
           03 BF-TURMA             PIC X(10).
           03 BF-NASCIMENTO        PIC X(10).
           03 BF-AULAS             PIC 9(04).
           03 BF-FALTAS            PIC 9(04).
           03 BF-JUSTIFICADAS      PIC 9(04).
           03 BF-FREQUENCIA        PIC 9(03).
           03 BF-MINIMO            PIC 9(03).
           03 BF-ABAIXO            PIC X.
              88 BF-ABAIXO-OK      VALUE 'S'.
           03 BF-MOTIVO            PIC X(02).
           03 BF-DATA-CALC         PIC X(10).
