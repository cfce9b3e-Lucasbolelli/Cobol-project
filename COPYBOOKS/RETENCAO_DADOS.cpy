      ******************************************************************
      * Copybook: RETENCAO_DADOS
      * Purpose:  Layout do registro da tabela de retencao dos logs
      *           operacionais (RETENCAO.DAT, indexado pelo nome do
      *           arquivo). Uma linha por log: ACESSOS, SESSOES,
      *           TENTATIVAS, ERRLOG, EVENTOS e RUNLOG. RT-DIAS e o
      *           prazo de guarda em dias corridos (zero = guardar
      *           para sempre, o log nao e expurgado); RT-JUSTIFICA
      *           e o fundamento do prazo, impresso no certificado
      *           de expurgo - e com ele que se responde a LGPD por
      *           que o log de acessos fica guardado tanto tempo.
      *           Mantida pela tela RETMAN; lida pelo passo noturno
      *           LOGPURGA.
      ******************************************************************
       01 RETENCAO-LINHA.
           03 RT-ARQUIVO           PIC X(12).
           03 RT-DIAS              PIC 9(05).
           03 RT-JUSTIFICA         PIC X(40).
           03 RT-OPERADOR          PIC X(20).
           03 RT-DATA              PIC X(10).
