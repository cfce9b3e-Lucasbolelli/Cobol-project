      ******************************************************************
      * Copybook: CARTEIRA_DADOS
      * Purpose:  Layout do registro de carteirinhas (CARTEIRAS.DAT,
      *           sequencial, so acrescido): numero, aluno, turma,
      *           validade, via (1 = original, 2+ = segunda via) e
      *           operador. Gravado pelo CARTEIRA; lido pela
      *           BIBLIOTECA (leitor do balcao) e pelo NADACONSTA.
      *           CR-TIPO: branco ou E = emissao do cartao; D =
      *           devolucao do cartao a secretaria (saida do aluno),
      *           linha que repete o numero e a via da emissao
      *           devolvida; C = cartao invalidado no cancelamento da
      *           matricula (CANCMAT) sem ter voltado a secretaria -
      *           a BIBLIOTECA recusa como o devolvido, mas o
      *           NADACONSTA segue cobrando a devolucao. Linhas
      *           antigas, sem o campo, sao emissoes.
      ******************************************************************
       01 CART-LINHA.
           03 CR-NUM               PIC 9(06).
           03 CR-NOME              PIC X(30).
           03 CR-ANO               PIC X(07).
           03 CR-TURMA             PIC X(10).
           03 CR-VALIDADE          PIC X(10).
           03 CR-DATA              PIC X(10).
           03 CR-VIA               PIC 9(02).
           03 CR-OPERADOR          PIC X(20).
           03 CR-TIPO              PIC X.
              88 CR-EMISSAO        VALUE ' ' 'E'.
              88 CR-DEVOLUCAO      VALUE 'D'.
              88 CR-CANCELADA      VALUE 'C'.
