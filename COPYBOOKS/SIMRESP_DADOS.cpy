      ******************************************************************
      * Copybook: SIMRESP_DADOS
      * Purpose:  Layout do cartao-resposta corrigido (SIMRESP.DAT,
      *           indexado por simulado + AL-ID do cadastro mestre).
      *           As respostas lidas ficam guardadas como vieram da
      *           leitora, para a recorrecao quando um item do
      *           gabarito e corrigido e para a analise de itens.
      *           SR-LANCADO = 'S' quando a nota ja seguiu para a
      *           AVALIACOES.DAT.
      ******************************************************************
       01 SIMRESP-LINHA.
           03 SR-CHAVE.
               05 SR-CODIGO        PIC X(08).
               05 SR-AL-ID         PIC 9(06).
           03 SR-NOME              PIC X(30).
           03 SR-TURMA             PIC X(10).
           03 SR-RESPOSTAS         PIC X(60).
           03 SR-RESPOSTAS-TAB REDEFINES SR-RESPOSTAS.
               05 SR-RESPOSTA      PIC X OCCURS 60 TIMES.
           03 SR-ACERTOS           PIC 9(02).
           03 SR-NOTA              PIC 9(02)V9.
           03 SR-DATA              PIC X(10).
           03 SR-LANCADO           PIC X.
