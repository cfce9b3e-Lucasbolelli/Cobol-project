      ******************************************************************
      * Copybook: DOCALUNO_DADOS
      * Purpose:  Layout do registro da lista de documentos de
      *           matricula de cada aluno (DOCALUNO.DAT, indexado pelo
      *           AL-ID do mestre de alunos + codigo do documento).
      *           Gerada pelo DOCCHK quando o aluno entra pelo CREATE,
      *           PREMATRICULA ou TRANSFIN, com o prazo de entrega
      *           (AAAA/MM/DD) calculado da lista DOCREQ do segmento
      *           da turma; a secretaria da baixa no DOCMAN
      *           (DA-RECEBIDO 'S', data e operador). Os pendentes
      *           saem na cobranca semanal (DOCCOBRA) e no aviso do
      *           GETONE.
      ******************************************************************
       01 DOCALUNO-LINHA.
           03 DA-CHAVE.
               05 DA-ALUNO-ID      PIC 9(06).
               05 DA-CODIGO        PIC X(04).
           03 DA-NOME              PIC X(30).
           03 DA-DESCRICAO         PIC X(30).
           03 DA-DATA-GERADO       PIC X(10).
           03 DA-PRAZO             PIC X(10).
           03 DA-RECEBIDO          PIC X.
              88 DA-ENTREGUE       VALUE 'S'.
              88 DA-PENDENTE       VALUE 'N'.
           03 DA-DATA-RECEBIDO     PIC X(10).
           03 DA-OPERADOR          PIC X(20).
