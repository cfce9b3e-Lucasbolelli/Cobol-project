      ******************************************************************
      * Copybook: DOCREQ_DADOS
      * Purpose:  Layout do registro da lista de documentos exigidos
      *           na matricula (DOCREQ.DAT, indexado por segmento +
      *           codigo do documento). Segmento da turma como no
      *           TURMACAT (TU-SEGMENTO); '**' vale para todos os
      *           segmentos. RQ-PRAZO e o numero de dias corridos,
      *           contados da matricula, para a familia entregar.
      *           Mantido pelo DOCMAN; lido pelo DOCCHK ao gerar a
      *           lista de cada aluno novo.
      ******************************************************************
       01 DOCREQ-LINHA.
           03 RQ-CHAVE.
               05 RQ-SEGMENTO      PIC X(02).
               05 RQ-CODIGO        PIC X(04).
           03 RQ-DESCRICAO         PIC X(30).
           03 RQ-PRAZO             PIC 9(03).
           03 RQ-ATIVO             PIC X.
