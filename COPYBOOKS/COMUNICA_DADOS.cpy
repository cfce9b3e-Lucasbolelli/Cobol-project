      ******************************************************************
      * Copybook: COMUNICA_DADOS
      * Purpose:  Layout da fila de saida de comunicacoes com as
      *           familias (COMUNICA.DAT, indexado por CO-SEQ com
      *           chave alternada CO-ID-RESP). Toda mensagem a um
      *           responsavel - carta de frequencia (CARTAFREQ),
      *           aviso de ausencia do dia (CHAMADA), mala direta de
      *           situacao (DESPACHO) e cobranca em atraso (MENSAL) -
      *           entra aqui pelo subprograma COMUNICA, ja com o
      *           canal preferido do CADASTRO-PF e o destino daquele
      *           canal. O CORREIO trabalha a fila por canal e marca
      *           o resultado; a chave alternada da o historico de
      *           comunicacao de cada familia (CORREIO e FAMILIA).
      *           CO-TIPO: FREQUENCIA, AUSENCIA, SITUACAO, COBRANCA.
      *           CO-CANAL: C carta, T telefone, E e-mail.
      *           CO-SITUACAO: P pendente, E enviada, D devolvida,
      *           I inalcancavel.
      ******************************************************************
       01 COMUNICA-LINHA.
           03 CO-SEQ               PIC 9(07).
           03 CO-ID-RESP           PIC 9(06).
           03 CO-TIPO              PIC X(10).
           03 CO-ORIGEM            PIC X(12).
           03 CO-ID-ALUNO          PIC 9(06).
           03 CO-ASSUNTO           PIC X(60).
           03 CO-CANAL             PIC X.
           03 CO-DESTINO           PIC X(40).
           03 CO-DATA-GERACAO      PIC X(10).
           03 CO-SITUACAO          PIC X.
              88 CO-PENDENTE       VALUE 'P'.
              88 CO-ENVIADA        VALUE 'E'.
              88 CO-DEVOLVIDA      VALUE 'D'.
              88 CO-INALCANCAVEL   VALUE 'I'.
           03 CO-DATA-SITUACAO     PIC X(10).
           03 CO-OPERADOR          PIC X(20).
