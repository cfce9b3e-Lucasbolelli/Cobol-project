      ******************************************************************
      * Copybook: RETORNO_LAYOUT
      * Purpose:  Layout posicional FIXO (400 posicoes) do arquivo de
      *           retorno de cobranca devolvido pelo banco
      *           (RETORNO_BANCO.DAT). HEADER (tipo 0), um DETALHE
      *           por ocorrencia (tipo 1) e TRAILER (tipo 9).
      *           RT-D-OCORRENCIA: 02 = ENTRADA CONFIRMADA,
      *                            03 = ENTRADA REJEITADA,
      *                            06 = LIQUIDACAO (PAGO),
      *                            09 = BAIXA PELO BANCO,
      *                            demais = informativas.
      *           RT-D-USO-EMPRESA devolve a chave da cobranca que
      *           seguiu na remessa (REMESSA_LAYOUT).
      ******************************************************************
       01 RETORNO-REGISTRO.
           03 RT-TIPO-REG          PIC X(01).
           03 RT-CONTEUDO          PIC X(393).
           03 RT-HEADER REDEFINES RT-CONTEUDO.
               05 RT-H-OPERACAO    PIC X(01).
               05 RT-H-LITERAL     PIC X(07).
               05 RT-H-SERVICO     PIC X(02).
               05 RT-H-AGENCIA     PIC X(04).
               05 RT-H-CONTA       PIC X(08).
               05 RT-H-CEDENTE     PIC X(30).
               05 RT-H-BANCO       PIC X(03).
               05 RT-H-DATA        PIC 9(08).
               05 RT-H-NUM-RETORNO PIC 9(07).
               05 FILLER           PIC X(323).
           03 RT-DETALHE REDEFINES RT-CONTEUDO.
               05 RT-D-AGENCIA     PIC X(04).
               05 RT-D-CONTA       PIC X(08).
               05 RT-D-USO-EMPRESA PIC X(43).
               05 RT-D-NOSSO-NUMERO PIC 9(08).
               05 RT-D-OCORRENCIA  PIC X(02).
               05 RT-D-DATA-OCORR  PIC 9(08).
               05 RT-D-VENCIMENTO  PIC 9(08).
               05 RT-D-VALOR-TITULO PIC 9(11)V99.
               05 RT-D-VALOR-PAGO  PIC 9(11)V99.
               05 RT-D-ENCARGOS    PIC 9(11)V99.
               05 RT-D-TARIFA      PIC 9(11)V99.
               05 RT-D-DATA-CREDITO PIC 9(08).
               05 RT-D-MOTIVO      PIC X(10).
               05 FILLER           PIC X(242).
           03 RT-TRAILER REDEFINES RT-CONTEUDO.
               05 RT-T-QTD         PIC 9(06).
               05 RT-T-VALOR-TOTAL PIC 9(13)V99.
               05 FILLER           PIC X(372).
           03 RT-SEQ-REG           PIC 9(06).
