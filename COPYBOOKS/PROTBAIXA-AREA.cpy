      ******************************************************************
      * Copybook: PROTBAIXA-AREA
      * Purpose:  Area de chamada do PROTBAIXA: o documento emitido
      *           (tipo do protocolo, PROTTIPOS) para o aluno deixa
      *           PRONTO o requerimento pendente mais antigo do mesmo
      *           tipo - ou, nao havendo, do tipo alternativo (a
      *           segunda via procura 'SV' e depois o tipo do proprio
      *           documento). Devolve o numero do protocolo baixado.
      ******************************************************************
       01 WS-PROTBAIXA-AREA.
           05 WS-PB-TIPO           PIC X(02).
           05 WS-PB-TIPO-ALT       PIC X(02).
           05 WS-PB-NOME           PIC X(30).
           05 WS-PB-DOCUMENTO      PIC 9(06).
           05 WS-PB-PROGRAMA       PIC X(12).
           05 WS-PB-NUMERO         PIC 9(06).
           05 WS-PB-RESULTADO      PIC X.
              88 PB-BAIXADO        VALUE 'S'.
              88 PB-SEM-PEDIDO     VALUE 'N'.
