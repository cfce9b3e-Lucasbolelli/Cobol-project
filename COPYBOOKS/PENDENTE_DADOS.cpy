      *           programa APROVA aplica (status A) ou devolve com
      *           motivo (status R). Alteracoes que nao tocam nota
      *           (frequencia, materia, nome) continuam imediatas.
      *           Excecao: a conciliacao de notas e frequencia
      *           (CONCNOTA) propoe a frequencia recalculada do livro
      *           de faltas como pendencia F, aplicada pelo APROVA; a
      *           frequencia (0-100) vai em PD-FREQUENCIA, que ocupa o
      *           lugar de PD-VALOR.
      ******************************************************************
       01 PENDENTE-LINHA.
           03 PD-SEQ               PIC 9(05).
           03 PD-TIPO              PIC X.
           03 PD-BIMESTRE          PIC 9.
           03 PD-VALOR             PIC 9(02)V9.
           03 PD-FREQUENCIA REDEFINES PD-VALOR
                                   PIC 9(03).
           03 PD-SOLICITANTE       PIC X(20).
           03 PD-DATA              PIC X(10).
           03 PD-STATUS            PIC X.
