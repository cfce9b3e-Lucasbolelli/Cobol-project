      *           pelo CREATE/PREMATRICULA (via ALUNOMST); corrigir o
      *           nome aqui corrige todas as linhas do boletim que
      *           apontam para o aluno.
      *           AL-NIS / AL-BOLSA-FAMILIA: NIS do aluno e indicador
      *           de beneficiario do Bolsa Familia ('S'), base da
      *           frequencia bimestral do Sistema Presenca (PRESENCA).
      *           AL-CPF / AL-RG: gravados cifrados pelo SIGILO
      *           ('$' na primeira posicao); nunca exibir direto -
      *           a tela pede ao SIGILO o texto mascarado/integral.
      *           AL-CPF e tambem chave alternada (com duplicatas,
      *           por causa dos brancos): o digito verificador e a
      *           unicidade sao conferidos na entrada (CPFCHK).
      *           AL-UNIDADE: unidade escolar da rede ('01', '02'...)
      *           a que o aluno pertence - a da turma em que entrou.
      *           Branco (cadastro anterior a rede) vale como '01';
      *           o UNIMIG converte o ALUNOS.DAT antigo.
      ******************************************************************
       01 ALUNO-LINHA.
           03 AL-ID                PIC 9(06).
           03 AL-ID-RESPONSAVEL    PIC 9(06).
           03 AL-DATA-MATRICULA    PIC X(10).
           03 AL-ATIVO             PIC X.
           03 AL-NIS               PIC X(11).
           03 AL-BOLSA-FAMILIA     PIC X.
              88 AL-BENEFICIARIO   VALUE 'S'.
           03 AL-UNIDADE           PIC X(02).
