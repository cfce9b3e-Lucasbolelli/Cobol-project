      ******************************************************************
      * Copybook: CANCELA_DADOS
      * Purpose:  Layout do registro de cancelamentos de matricula
      *           (CANCELAMENTOS.DAT, sequencial, so acrescido). Uma
      *           linha por cancelamento feito no CANCMAT: aluno do
      *           cadastro mestre, ano/turma que deixou, data da
      *           saida, motivo e o resultado de cada passo da
      *           cascata - linhas do boletim marcadas CANCELADO,
      *           cobrancas futuras canceladas (e quantas ja estavam
      *           no banco), vinculos de rota removidos, atividades
      *           encerradas, carteirinha invalidada e a vaga
      *           oferecida a fila de espera.
      *           CN-MOTIVO: T = TRANSFERENCIA, D = DESISTENCIA,
      *           A = ABANDONO, O = OUTRO (detalhe em CN-DESCRICAO).
      *           CN-CARTEIRA: numero da carteirinha invalidada (zero
      *           = nenhuma valida); CN-CART-TIPO repete o CR-TIPO da
      *           linha gravada no CARTEIRAS.DAT (D = devolvida no
      *           balcao, C = cancelada sem devolucao).
      ******************************************************************
       01 CANCELA-LINHA.
           03 CN-SEQ               PIC 9(05).
           03 CN-ID-ALUNO          PIC 9(06).
           03 CN-NOME              PIC X(30).
           03 CN-ANO               PIC X(07).
           03 CN-TURMA             PIC X(10).
           03 CN-ID-RESP           PIC 9(06).
           03 CN-DATA-SAIDA        PIC X(10).
           03 CN-MOTIVO            PIC X.
              88 CN-TRANSFERENCIA  VALUE 'T'.
              88 CN-DESISTENCIA    VALUE 'D'.
              88 CN-ABANDONO       VALUE 'A'.
              88 CN-OUTRO          VALUE 'O'.
           03 CN-DESCRICAO         PIC X(40).
           03 CN-DATA-REG          PIC X(10).
           03 CN-HORA-REG          PIC 9(08).
           03 CN-OPERADOR          PIC X(20).
           03 CN-QTD-BOLETIM       PIC 9(02).
           03 CN-QTD-COBRANCAS     PIC 9(02).
           03 CN-QTD-NO-BANCO      PIC 9(02).
           03 CN-QTD-ROTAS         PIC 9(02).
           03 CN-QTD-ATIVIDADES    PIC 9(02).
           03 CN-CARTEIRA          PIC 9(06).
           03 CN-CART-TIPO         PIC X.
           03 CN-VAGA-OFERTADA     PIC X.
