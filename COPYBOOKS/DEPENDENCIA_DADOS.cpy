      ******************************************************************
      * Copybook: DEPENDENCIA_DADOS
      * Purpose:  Layout do registro de dependencias - progressao
      *           parcial (DEPENDENCIAS.DAT, indexado pelo F-ID da
      *           linha REPROVADA que originou a dependencia, com
      *           chave alternada pelo F-ID da linha de dependencia
      *           semeada no ano seguinte). O PROMOCAO grava uma
      *           entrada por materia reprovada de aluno promovido com
      *           dependencia (status 'A'), preenche DP-ID-DEP e o ano
      *           e turma de curso ao semear a linha de dependencia
      *           (F-ID-ORIGINAL da linha nova = DP-ID-ORIGEM) e da
      *           baixa no fechamento do ano seguinte: 'C' cumprida
      *           (aprovado na dependencia) ou 'R' reprovado nela. E
      *           por este registro - e nao por um campo do NOTASV2 -
      *           que uma linha do boletim e reconhecida como
      *           dependencia (DEPCHK). DP-ID-DEP zero = ainda nao
      *           semeada.
      ******************************************************************
       01 DEPENDENCIA-LINHA.
           03 DP-ID-ORIGEM         PIC 9(06).
           03 DP-ID-DEP            PIC 9(06).
           03 DP-NOME              PIC X(30).
           03 DP-MATERIA           PIC X(20).
           03 DP-ANO-ORIGEM        PIC X(07).
           03 DP-TURMA-ORIGEM      PIC X(10).
           03 DP-ANO-CURSO         PIC X(07).
           03 DP-TURMA-CURSO       PIC X(10).
           03 DP-STATUS            PIC X.
              88 DP-ABERTA         VALUE 'A'.
              88 DP-CUMPRIDA       VALUE 'C'.
              88 DP-REPROVADA      VALUE 'R'.
           03 DP-DATA              PIC X(10).
           03 DP-DATA-BAIXA        PIC X(10).
