      *           programa, operador da sessao, codigo, mensagem
      *           traduzida e data/hora - para o erro de ontem nao
      *           sumir com a rolagem da tela. EL-RESOLVIDO e marcado
      *           pela tela de revisao ERRVIEW. Codigo 99 nao e
      *           status de arquivo: e recusa da matriz de
      *           permissoes (PERMCHK), com perfil e funcao negados
      *           na mensagem. Codigo 98 e diferenca do NOTASV2 contra
      *           o ultimo backup sem trilha de auditoria (NOTADIFF),
      *           com o ID e o campo na mensagem.
      ******************************************************************
       01 ERRLOG-LINHA.
           03 EL-SEQ               PIC 9(05).
