      ******************************************************************
      * Copybook: NOTAEST_LAYOUT
      * Purpose:  Layout posicional FIXO (150 posicoes) do arquivo de
      *           notas e faltas do bimestre que a escola entrega ao
      *           sistema estadual de educacao (NOTAS_ESTADO.DAT).
      *           HEADER (tipo H), um DETALHE por linha do boletim
      *           (aluno x materia, tipo D) e TRAILER (tipo T).
      *           Quando o estado revisar o layout, altera-se SOMENTE
      *           este copybook - o NOTAEST monta os campos e nao
      *           conhece posicoes.
      *           NE-H-REENVIO: N = ENVIO DO BIMESTRE,
      *                         S = REENVIO DOS REJEITADOS.
      *           NE-D-USO-ESCOLA: chave do acompanhamento do envio
      *           (ano + bimestre + F-ID), devolvida pelo estado no
      *           arquivo de retorno (NOTARET_LAYOUT).
      *           NE-D-CONCEITO: letra (A-E) das materias avaliadas
      *           por conceito; branco nas de nota numerica.
      ******************************************************************
       01 NOTAEST-REGISTRO.
           03 NE-TIPO-REG          PIC X(01).
           03 NE-CONTEUDO          PIC X(143).
           03 NE-HEADER REDEFINES NE-CONTEUDO.
               05 NE-H-LITERAL     PIC X(10).
               05 NE-H-ANO         PIC X(07).
               05 NE-H-BIMESTRE    PIC 9(01).
               05 NE-H-DATA        PIC 9(08).
               05 NE-H-LOTE        PIC 9(07).
               05 NE-H-REENVIO     PIC X(01).
               05 FILLER           PIC X(109).
           03 NE-DETALHE REDEFINES NE-CONTEUDO.
               05 NE-D-USO-ESCOLA  PIC X(14).
               05 NE-D-ID-ALUNO    PIC 9(06).
               05 NE-D-NOME        PIC X(30).
               05 NE-D-NASCIMENTO  PIC 9(08).
               05 NE-D-TURMA       PIC X(10).
               05 NE-D-COD-MATERIA PIC X(06).
               05 NE-D-BIMESTRE    PIC 9(01).
               05 NE-D-NOTA        PIC 9(02)V9.
               05 NE-D-CONCEITO    PIC X(01).
               05 NE-D-FALTAS      PIC 9(03).
               05 FILLER           PIC X(61).
           03 NE-TRAILER REDEFINES NE-CONTEUDO.
               05 NE-T-QTD         PIC 9(06).
               05 FILLER           PIC X(137).
           03 NE-SEQ-REG           PIC 9(06).
