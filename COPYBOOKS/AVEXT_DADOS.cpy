      ******************************************************************
      * Copybook: AVEXT_DADOS
      * Purpose:  Layout do registro de resultados das avaliacoes
      *           externas ja vinculados ao cadastro (AVEXT.DAT,
      *           indexado por AVALIACAO + EDICAO + MATERIA + ID DO
      *           ALUNO). Carregado pelo AVALEXT a partir do arquivo
      *           da diretoria de ensino (AVEXT_LAYOUT); recarregar a
      *           mesma edicao substitui o resultado. AX-ANO-LETIVO
      *           e o ano letivo do boletim em que a nota interna e
      *           procurada; AX-TURMA e a turma do aluno na materia
      *           naquele ano. AX-VINCULO: C pelo CPF, N pelo nome e
      *           data de nascimento. AX-PADRAO: 1 abaixo do basico,
      *           2 basico, 3 adequado, 4 avancado.
      ******************************************************************
       01 AVEXTREG-LINHA.
           03 AX-CHAVE.
               05 AX-AVALIACAO     PIC X(10).
               05 AX-EDICAO        PIC X(04).
               05 AX-MATERIA       PIC X(20).
               05 AX-ID-ALUNO      PIC 9(06).
           03 AX-NOME              PIC X(30).
           03 AX-ANO-LETIVO        PIC X(07).
           03 AX-TURMA             PIC X(10).
           03 AX-SERIE             PIC 9(02).
           03 AX-PROFICIENCIA      PIC 9(03)V99.
           03 AX-PADRAO            PIC 9(01).
           03 AX-VINCULO           PIC X.
              88 AX-PELO-CPF       VALUE 'C'.
              88 AX-PELO-NOME      VALUE 'N'.
           03 AX-DATA-CARGA        PIC X(10).
