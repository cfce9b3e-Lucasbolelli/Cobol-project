      ******************************************************************
      * Copybook: FECHACAIXA_DADOS
      * Purpose:  Layout do registro de fechamento do caixa do balcao
      *           (FECHACAIXA.DAT), um por operador e dia. Guarda o
      *           total dos recibos por forma de pagamento, o total
      *           baixado no COBRANCAS.DAT pelo caixa no dia, o
      *           dinheiro contado na gaveta e as duas diferencas
      *           (recibos x baixas e dinheiro contado x recibos em
      *           dinheiro). A existencia do registro tranca o dia:
      *           o CAIXA nao recebe mais nada daquele operador
      *           naquela data.
      ******************************************************************
       01 FECHACAIXA-LINHA.
           03 FC-DATA              PIC X(10).
           03 FC-OPERADOR          PIC X(20).
           03 FC-QTD-RECIBOS       PIC 9(04).
           03 FC-TOT-DINHEIRO      PIC 9(07)V99.
           03 FC-TOT-CARTAO        PIC 9(07)V99.
           03 FC-TOT-CHEQUE        PIC 9(07)V99.
           03 FC-TOT-BAIXAS        PIC 9(07)V99.
           03 FC-CONTADO           PIC 9(07)V99.
           03 FC-DIF-BAIXAS        PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           03 FC-DIF-GAVETA        PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
