      ******************************************************************
      * Copybook: BOLSA_DADOS
      * Purpose:  Layout do registro de bolsa de estudo (BOLSAS.DAT,
      *           indexado pelo NOME DO ALUNO na grafia do boletim - a
      *           mesma que compoe a chave da cobranca). Uma bolsa
      *           por aluno: BS-TIPO P = PERCENTUAL sobre a
      *           mensalidade, V = VALOR fixo abatido. Vale da
      *           competencia BS-COMP-DE ate BS-COMP-ATE (AAAA/MM;
      *           em branco = sem limite). Guarda o motivo (que
      *           agrupa o relatorio de descontos do MENSAL) e o
      *           operador da sessao que autorizou. Mantido pela
      *           tela BOLSAMAN; aplicado na geracao do MENSAL.
      ******************************************************************
       01 BOLSA-LINHA.
           03 BS-NOME-ALUNO        PIC X(30).
           03 BS-TIPO              PIC X.
           03 BS-PERCENTUAL        PIC 9(03)V99.
           03 BS-VALOR             PIC 9(06)V99.
           03 BS-MOTIVO            PIC X(20).
           03 BS-COMP-DE           PIC X(07).
           03 BS-COMP-ATE          PIC X(07).
           03 BS-OPERADOR          PIC X(20).
           03 BS-DATA-REG          PIC X(10).
