      ******************************************************************
      * Copybook: AVEXT_LAYOUT
      * Purpose:  Layout posicional FIXO (120 posicoes) do arquivo de
      *           resultados por aluno das avaliacoes externas (SAEB,
      *           avaliacao estadual), repassado pela diretoria de
      *           ensino (AVALIACAO_EXTERNA.DAT). HEADER (tipo H) com
      *           a avaliacao e a edicao, um DETALHE por aluno x
      *           disciplina (tipo D) e TRAILER (tipo T).
      *           AE-D-NASCIMENTO: DDMMAAAA.
      *           AE-D-COD-DISCIPLINA: codigo da disciplina na tabela
      *           estadual - o mesmo MC-CODIGO-ESTADO do catalogo de
      *           materias (MATMANUT).
      *           AE-D-PROFICIENCIA: nota na escala da avaliacao.
      *           AE-D-PADRAO: nivel de desempenho da escala,
      *             1 ABAIXO DO BASICO   2 BASICO
      *             3 ADEQUADO           4 AVANCADO
      ******************************************************************
       01 AVEXT-REGISTRO.
           03 AE-TIPO-REG          PIC X(01).
           03 AE-CONTEUDO          PIC X(113).
           03 AE-HEADER REDEFINES AE-CONTEUDO.
               05 AE-H-AVALIACAO   PIC X(10).
               05 AE-H-EDICAO      PIC X(04).
               05 AE-H-ESCOLA      PIC X(08).
               05 AE-H-DATA        PIC 9(08).
               05 FILLER           PIC X(83).
           03 AE-DETALHE REDEFINES AE-CONTEUDO.
               05 AE-D-CPF         PIC X(11).
               05 AE-D-NOME        PIC X(40).
               05 AE-D-NASCIMENTO.
                   07 AE-D-NASC-DIA PIC X(02).
                   07 AE-D-NASC-MES PIC X(02).
                   07 AE-D-NASC-ANO PIC X(04).
               05 AE-D-SERIE       PIC 9(02).
               05 AE-D-COD-DISCIPLINA PIC X(06).
               05 AE-D-PROFICIENCIA PIC 9(03)V99.
               05 AE-D-PADRAO      PIC 9(01).
                  88 AE-D-PADRAO-VALIDO VALUE 1 THRU 4.
               05 FILLER           PIC X(40).
           03 AE-TRAILER REDEFINES AE-CONTEUDO.
               05 AE-T-QTD         PIC 9(06).
               05 FILLER           PIC X(107).
           03 AE-SEQ-REG           PIC 9(06).
