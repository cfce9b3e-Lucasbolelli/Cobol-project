      ******************************************************************
      * Copybook: BANCOCTL_DADOS
      * Purpose:  Layout do catalogo de arquivos trocados com o banco
      *           (BANCO.CTL). Uma linha por remessa gerada (BC-TIPO
      *           R) e por retorno processado (BC-TIPO T), com o
      *           numero sequencial do arquivo, data, quantidade de
      *           titulos e valor total. A linha R guarda o ultimo
      *           nosso numero usado (a proxima remessa continua
      *           dele); a linha T impede que o mesmo retorno seja
      *           baixado duas vezes se a cadeia rodar de novo.
      ******************************************************************
       01 BANCOCTL-LINHA.
           03 BC-TIPO              PIC X.
           03 BC-NUMERO            PIC 9(07).
           03 BC-DATA              PIC X(10).
           03 BC-QTD               PIC 9(06).
           03 BC-VALOR             PIC 9(13)V99.
           03 BC-ULT-NOSSO         PIC 9(08).
           03 BC-OPERADOR          PIC X(20).
