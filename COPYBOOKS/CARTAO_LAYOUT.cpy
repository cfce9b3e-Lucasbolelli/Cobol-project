      ******************************************************************
      * Copybook: CARTAO_LAYOUT
      * Purpose:  Layout posicional FIXO (100 posicoes) do arquivo
      *           gerado pela leitora otica de cartoes-resposta
      *           (CARTOES_SIMULADO.DAT), um registro por cartao.
      *           CT-RESPOSTAS: uma posicao por questao - 'A' a 'E'
      *           marcada, branco = questao em branco, '*' = mais de
      *           uma marcacao (anulada para o aluno).
      *           CT-TURMA pode vir em branco: vale a turma do
      *           cadastro mestre.
      ******************************************************************
       01 CARTAO-REGISTRO.
           03 CT-CODIGO            PIC X(08).
           03 CT-AL-ID             PIC 9(06).
           03 CT-TURMA             PIC X(10).
           03 CT-RESPOSTAS         PIC X(60).
           03 FILLER               PIC X(16).
