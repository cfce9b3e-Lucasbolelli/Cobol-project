      ******************************************************************
      * Copybook: ATIVPART_DADOS
      * Purpose:  Layout do registro das inscricoes nas atividades
      *           extracurriculares (ATIVPART.DAT, indexado por
      *           atividade + AL-ID do cadastro mestre de alunos, com
      *           chave alternada pelo AL-ID para montar a semana do
      *           aluno). IN-ATIVO 'N' = saiu da atividade (a linha
      *           fica, com as presencas, para o certificado).
      *           IN-CERTIFICADO e o numero do LIVRO_REGISTRO.DAT do
      *           certificado de participacao ja emitido (zero =
      *           ainda nao emitido), para a emissao de fim de ano
      *           nao sair duas vezes.
      ******************************************************************
       01 ATIVPART-LINHA.
           03 IN-CHAVE.
               05 IN-CODIGO        PIC X(06).
               05 IN-ID-ALUNO      PIC 9(06).
           03 IN-NOME              PIC X(30).
           03 IN-TURMA             PIC X(10).
           03 IN-PRESENCAS         PIC 9(03).
           03 IN-ATIVO             PIC X(01).
              88 IN-ATIVA          VALUE 'S'.
           03 IN-DATA-ENTRADA      PIC X(10).
           03 IN-DATA-SAIDA        PIC X(10).
           03 IN-CERTIFICADO       PIC 9(06).
           03 IN-OPERADOR          PIC X(20).
