      *           valor da mensalidade e o dia de vencimento em vigor
      *           para cada ano letivo - a cobranca deixa o papel e
      *           passa a ser gerada pelo MENSAL contra as familias
      *           que o CADASTROPF.DAT ja conhece. TF-DESC-IRMAO e o
      *           percentual de desconto dado a partir do segundo
      *           filho do mesmo responsavel (zero = sem desconto).
      *           TARIFAS.DAT no layout anterior (sem o desconto) e
      *           convertido pelo TARIFMIG.
      ******************************************************************
       01 TARIFA-LINHA.
           03 TF-ANO               PIC X(07).
           03 TF-VALOR-MENSAL      PIC 9(06)V99.
           03 TF-DIA-VENCIMENTO    PIC 9(02).
           03 TF-DESC-IRMAO        PIC 9(02)V99.
