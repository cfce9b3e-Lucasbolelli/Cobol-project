      ******************************************************************
      * Copybook: ACORDO_DADOS
      * Purpose:  Layout do registro de acordo de divida (ACORDOS.DAT,
      *           indexado pelo NUMERO DO ACORDO). O acordo fecha as
      *           cobrancas vencidas de um responsavel (que ficam com
      *           CB-STATUS 'R' e CB-ACORDO = AC-NUM) e gera as
      *           parcelas em COBRANCAS.DAT. AC-STATUS: V = VIGENTE,
      *           Q = QUITADO, R = ROMPIDO (parcela em atraso alem da
      *           tolerancia - o saldo volta a ser cobrado).
      *           AC-BLOQ-ORIG guarda se o responsavel estava com o
      *           bloqueio de rematricula (FINHOLD.DAT) ligado: o
      *           acordo desliga, o rompimento religa. Feito pela
      *           tela ACORDO; vigiado pelo passo ACORDOCHK.
      ******************************************************************
       01 ACORDO-LINHA.
           03 AC-NUM               PIC 9(05).
           03 AC-ID-RESP           PIC 9(06).
           03 AC-DATA              PIC X(10).
           03 AC-VALOR-ORIGINAL    PIC 9(07)V99.
           03 AC-ENCARGOS          PIC 9(07)V99.
           03 AC-VALOR-TOTAL       PIC 9(07)V99.
           03 AC-QTD-PARC          PIC 9(02).
           03 AC-PRIM-VENC         PIC X(10).
           03 AC-STATUS            PIC X.
           03 AC-BLOQ-ORIG         PIC X.
           03 AC-OPERADOR          PIC X(20).
           03 AC-DATA-FIM          PIC X(10).
