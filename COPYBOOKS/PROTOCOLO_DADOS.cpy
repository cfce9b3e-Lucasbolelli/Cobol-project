      ******************************************************************
      * Copybook: PROTOCOLO_DADOS
      * Purpose:  Layout do registro de requerimentos da secretaria
      *           (PROTOCOLO.DAT, indexado pelo numero do protocolo,
      *           chave alternada pelo nome do aluno). Um registro por
      *           pedido feito no balcao pelo responsavel (CADASTROPF):
      *           tipo (PROTTIPOS), data prometida pelo prazo do tipo
      *           em dias uteis e a situacao. Datas em AAAAMMDD.
      *           PT-STATUS: A ABERTO, P EM ANDAMENTO, R PRONTO,
      *           E ENTREGUE, C CANCELADO. O documento emitido pelo
      *           DOCEMITE, HISTOFICIAL ou GUIATRANSF deixa o pedido
      *           PRONTO (PROTBAIXA) com o numero do registro no livro
      *           (PT-DOCUMENTO); a entrega a familia e marcada no
      *           PROTOCOLO.
      ******************************************************************
       01 PROTOCOLO-LINHA.
           03 PT-NUMERO            PIC 9(06).
           03 PT-NOME-ALUNO        PIC X(30).
           03 PT-ID-RESP           PIC 9(06).
           03 PT-NOME-RESP         PIC X(35).
           03 PT-TIPO              PIC X(02).
           03 PT-DESCRICAO         PIC X(40).
           03 PT-UNIDADE           PIC X(02).
           03 PT-ABERTURA          PIC 9(08).
           03 PT-PRAZO             PIC 9(08).
           03 PT-STATUS            PIC X.
              88 PT-ABERTO         VALUE 'A'.
              88 PT-ANDAMENTO      VALUE 'P'.
              88 PT-PRONTO         VALUE 'R'.
              88 PT-ENTREGUE       VALUE 'E'.
              88 PT-CANCELADO      VALUE 'C'.
              88 PT-PENDENTE       VALUE 'A' 'P'.
           03 PT-DATA-PRONTO       PIC 9(08).
           03 PT-DATA-ENTREGA      PIC 9(08).
           03 PT-DOCUMENTO         PIC 9(06).
           03 PT-OPERADOR-ABERTURA PIC X(20).
           03 PT-OPERADOR-ULTIMO   PIC X(20).
           03 PT-OBSERVACAO        PIC X(40).
