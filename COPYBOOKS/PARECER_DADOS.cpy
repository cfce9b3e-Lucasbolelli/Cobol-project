      ******************************************************************
      * Copybook: PARECER_DADOS
      * Purpose:  Layout do parecer descritivo (PARECERES.DAT,
      *           indexado por ID DO BOLETIM + BIMESTRE). A diretriz
      *           estadual das series iniciais pede, alem do conceito
      *           (MC-CONCEITO), um paragrafo narrativo por aluno,
      *           materia e bimestre. O texto e guardado corrido (um
      *           paragrafo so); a quebra em linhas para impressao e
      *           feita pelo PARECLER.
      ******************************************************************
       01 PARECER-LINHA.
           03 PR-CHAVE.
               05 PR-ID            PIC 9(06).
               05 PR-BIMESTRE      PIC 9.
           03 PR-NOME              PIC X(30).
           03 PR-MATERIA           PIC X(20).
           03 PR-ANO               PIC X(07).
           03 PR-TURMA             PIC X(10).
           03 PR-TEXTO             PIC X(360).
           03 PR-OPERADOR          PIC X(20).
           03 PR-DATA              PIC X(10).
