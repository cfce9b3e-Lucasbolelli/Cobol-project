      *           cobrada por FAMILIA - um START posiciona em todas
      *           as cobrancas dos filhos do mesmo responsavel e uma
      *           ligacao resolve a casa inteira. CB-STATUS: A =
      *           ABERTA, P = PAGA, R = RENEGOCIADA (fechada dentro
      *           de um acordo), C = CANCELADA (parcela de acordo
      *           rompido). Gerada e baixada pelo MENSAL;
      *           consultada pelo FINCONS para o aviso na
      *           rematricula.
      *           Cobranca bancaria (REMBANCO/RETBANCO): a remessa
      *           carimba o nosso numero e o numero da remessa em que
      *           o titulo seguiu para o banco (zero = ainda nao
      *           enviado); a baixa registra a origem - M = MANUAL
      *           (MENSAL), B = RETORNO DO BANCO, C = CAIXA DO BALCAO
      *           (CAIXA, com o numero do recibo em CB-RECIBO).
      *           Descontos: CB-VALOR e o valor LIQUIDO cobrado; o
      *           bruto da tabela, o desconto (bolsa ou irmaos, o
      *           maior dos dois) e o motivo ficam guardados ao lado.
      *           Acordo (ACORDO/ACORDOCHK): CB-ACORDO e o numero do
      *           acordo que renegociou a cobranca ou que gerou a
      *           parcela; CB-PARCELA > 0 marca as parcelas do acordo
      *           (zero nas mensalidades).
      *           COBRANCAS.DAT no layout anterior (sem os campos da
      *           cobranca bancaria em diante) e convertido pelo
      *           COBMIG.
      ******************************************************************
       01 COBRANCA-LINHA.
           03 CB-CHAVE.
           03 CB-STATUS            PIC X.
           03 CB-DATA-PAGTO        PIC X(10).
           03 CB-VALOR-PAGO        PIC 9(06)V99.
           03 CB-NOSSO-NUMERO      PIC 9(08).
           03 CB-REMESSA           PIC 9(05).
           03 CB-ORIGEM-BAIXA      PIC X.
           03 CB-VALOR-BRUTO       PIC 9(06)V99.
           03 CB-VALOR-DESCONTO    PIC 9(06)V99.
           03 CB-MOTIVO-DESC       PIC X(20).
           03 CB-ACORDO            PIC 9(05).
           03 CB-PARCELA           PIC 9(02).
           03 CB-RECIBO            PIC 9(06).
