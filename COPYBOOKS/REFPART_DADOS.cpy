      ******************************************************************
      * Copybook: REFPART_DADOS
      * Purpose:  Layout do registro dos participantes dos grupos de
      *           reforco (REFPART.DAT, indexado por grupo + F-ID da
      *           linha do boletim, com chave alternada pelo F-ID
      *           para achar o grupo de uma linha). Como a linha do
      *           boletim ja e de uma materia, o F-ID amarra o aluno
      *           a materia do grupo. RP-ORIGEM diz por que entrou:
      *           P = ABAIXO DO PISO DE RECUPERACAO,
      *           Q = ALERTA DE QUEDA (QUEDACHK, REGRA DO RELQUEDA),
      *           M = INDICACAO DA COORDENACAO.
      *           RP-ATIVO 'N' = saiu do grupo (a linha fica para o
      *           relatorio de impacto).
      ******************************************************************
       01 REFPART-LINHA.
           03 RP-CHAVE.
               05 RP-GRUPO         PIC X(06).
               05 RP-ID            PIC 9(06).
           03 RP-NOME              PIC X(30).
           03 RP-TURMA             PIC X(10).
           03 RP-ORIGEM            PIC X(01).
           03 RP-MOTIVO            PIC X(30).
           03 RP-PRESENCAS         PIC 9(03).
           03 RP-ATIVO             PIC X(01).
           03 RP-DATA-ENTRADA      PIC X(10).
           03 RP-DATA-SAIDA        PIC X(10).
