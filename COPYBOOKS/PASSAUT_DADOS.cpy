      ******************************************************************
      * Copybook: PASSAUT_DADOS
      * Purpose:  Layout do registro de autorizacao de passeio
      *           (PASSAUT.DAT, indexado pelo CODIGO DO PASSEIO + NOME
      *           DO ALUNO). Gerado pelo PASSEIO na impressao das
      *           autorizacoes, um registro por aluno das turmas do
      *           passeio com o responsavel do CADASTROPF.DAT; recebe
      *           a resposta da autorizacao devolvida pela familia.
      *           AP-RESPOSTA: S autorizado, N nao autorizado,
      *           branco = autorizacao ainda nao devolvida.
      ******************************************************************
       01 PASSAUT-LINHA.
           03 AP-CHAVE.
               05 AP-CODIGO        PIC 9(04).
               05 AP-NOME          PIC X(30).
           03 AP-TURMA             PIC X(10).
           03 AP-ID                PIC 9(06).
           03 AP-ID-RESP           PIC 9(06).
           03 AP-RESPOSTA          PIC X.
              88 AP-AUTORIZADO     VALUE 'S'.
              88 AP-NEGADO         VALUE 'N'.
           03 AP-DATA-RETORNO      PIC X(10).
           03 AP-OPERADOR          PIC X(20).
