      ******************************************************************
      * Copybook: RECIBO_DADOS
      * Purpose:  Layout do registro de recibo do caixa do balcao
      *           (RECIBOS.DAT). Cada pagamento recebido no balcao
      *           ganha numero sequencial de recibo, com a cobranca
      *           paga (responsavel, competencia, aluno), o valor, a
      *           forma de pagamento (D = DINHEIRO, C = CARTAO,
      *           Q = CHEQUE, com o numero do cheque ou a autorizacao
      *           do cartao em RC-DOCUMENTO) e o operador da sessao
      *           que recebeu. E a base do fechamento do caixa por
      *           operador e dia. Gravado pela tela CAIXA.
      ******************************************************************
       01 RECIBO-LINHA.
           03 RC-NUM               PIC 9(06).
           03 RC-DATA              PIC X(10).
           03 RC-OPERADOR          PIC X(20).
           03 RC-ID-RESP           PIC 9(06).
           03 RC-COMPETENCIA       PIC X(07).
           03 RC-NOME-ALUNO        PIC X(30).
           03 RC-VALOR             PIC 9(06)V99.
           03 RC-FORMA             PIC X.
           03 RC-DOCUMENTO         PIC X(20).
