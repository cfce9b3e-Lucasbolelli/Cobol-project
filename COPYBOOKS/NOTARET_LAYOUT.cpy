      ******************************************************************
      * Copybook: NOTARET_LAYOUT
      * Purpose:  Layout posicional FIXO (150 posicoes) do arquivo de
      *           retorno do sistema estadual de educacao para o
      *           envio de notas e faltas do bimestre
      *           (NOTAS_ESTADO_RET.DAT). HEADER (tipo H) com o lote
      *           a que responde, um DETALHE por registro recebido
      *           (tipo D) e TRAILER (tipo T).
      *           NR-D-SITUACAO: A = ACEITO,
      *                          R = REJEITADO (NR-D-COD-ERRO e
      *                              NR-D-MENSAGEM dizem o motivo).
      *           NR-D-USO-ESCOLA devolve a chave que seguiu no envio
      *           (NOTAEST_LAYOUT).
      ******************************************************************
       01 NOTARET-REGISTRO.
           03 NR-TIPO-REG          PIC X(01).
           03 NR-CONTEUDO          PIC X(143).
           03 NR-HEADER REDEFINES NR-CONTEUDO.
               05 NR-H-LITERAL     PIC X(10).
               05 NR-H-ANO         PIC X(07).
               05 NR-H-BIMESTRE    PIC 9(01).
               05 NR-H-LOTE        PIC 9(07).
               05 NR-H-DATA        PIC 9(08).
               05 FILLER           PIC X(110).
           03 NR-DETALHE REDEFINES NR-CONTEUDO.
               05 NR-D-USO-ESCOLA  PIC X(14).
               05 NR-D-SITUACAO    PIC X(01).
               05 NR-D-COD-ERRO    PIC X(04).
               05 NR-D-MENSAGEM    PIC X(50).
               05 FILLER           PIC X(74).
           03 NR-TRAILER REDEFINES NR-CONTEUDO.
               05 NR-T-QTD         PIC 9(06).
               05 NR-T-QTD-REJ     PIC 9(06).
               05 FILLER           PIC X(131).
           03 NR-SEQ-REG           PIC 9(06).
