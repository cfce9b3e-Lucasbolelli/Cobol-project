      ******************************************************************
      * Copybook: REMESSA_LAYOUT
      * Purpose:  Layout posicional FIXO (400 posicoes) do arquivo de
      *           remessa de cobranca enviado ao banco
      *           (REMESSA_BANCO.DAT). Um registro HEADER (tipo 0),
      *           um DETALHE por titulo (tipo 1) e um TRAILER (tipo
      *           9) com a quantidade e o valor total. O campo de uso
      *           da empresa leva a chave inteira da cobranca
      *           (CB-CHAVE) e volta intacto no arquivo de retorno -
      *           e por ele que o RETBANCO acha o titulo pago.
      *           Quando o banco revisar o layout, altera-se SOMENTE
      *           este copybook - o REMBANCO monta os campos e nao
      *           conhece posicoes.
      ******************************************************************
       01 REMESSA-REGISTRO.
           03 RM-TIPO-REG          PIC X(01).
           03 RM-CONTEUDO          PIC X(393).
           03 RM-HEADER REDEFINES RM-CONTEUDO.
               05 RM-H-OPERACAO    PIC X(01).
               05 RM-H-LITERAL     PIC X(07).
               05 RM-H-SERVICO     PIC X(02).
               05 RM-H-AGENCIA     PIC X(04).
               05 RM-H-CONTA       PIC X(08).
               05 RM-H-CEDENTE     PIC X(30).
               05 RM-H-BANCO       PIC X(03).
               05 RM-H-DATA        PIC 9(08).
               05 RM-H-NUM-REMESSA PIC 9(07).
               05 FILLER           PIC X(323).
           03 RM-DETALHE REDEFINES RM-CONTEUDO.
               05 RM-D-AGENCIA     PIC X(04).
               05 RM-D-CONTA       PIC X(08).
               05 RM-D-USO-EMPRESA PIC X(43).
               05 RM-D-NOSSO-NUMERO PIC 9(08).
               05 RM-D-OCORRENCIA  PIC X(02).
               05 RM-D-VENCIMENTO  PIC 9(08).
               05 RM-D-VALOR       PIC 9(11)V99.
               05 RM-D-ESPECIE     PIC X(02).
               05 RM-D-EMISSAO     PIC 9(08).
               05 RM-D-JUROS-DIA   PIC 9(11)V99.
               05 RM-D-MULTA       PIC 9(11)V99.
               05 RM-D-SACADO-NOME PIC X(30).
               05 RM-D-SACADO-END  PIC X(40).
               05 RM-D-SACADO-CEP  PIC X(08).
               05 RM-D-SACADO-CIDADE PIC X(15).
               05 RM-D-SACADO-UF   PIC X(02).
               05 RM-D-SACADO-DOC  PIC X(14).
               05 RM-D-MENSAGEM    PIC X(40).
               05 FILLER           PIC X(122).
           03 RM-TRAILER REDEFINES RM-CONTEUDO.
               05 RM-T-QTD         PIC 9(06).
               05 RM-T-VALOR-TOTAL PIC 9(13)V99.
               05 FILLER           PIC X(372).
           03 RM-SEQ-REG           PIC 9(06).
