      ******************************************************************
      * Copybook: LOTE-NOTURNO
      * Purpose:  Item EXTERNAL compartilhado pela run unit inteira,
      *           como o PROGRAMA-CORRENTE: 'S' quando os programas
      *           rodam como passos da janela noturna, sob o RUNCTL.
      *           O PERMCHK confere entao o perfil reservado B (LOTE
      *           NOTURNO) em vez do perfil de quem assinou por ultimo
      *           no SESSAO.DAT. So o RUNCTL liga o indicador.
      ******************************************************************
       01 WS-LOTE-NOTURNO          PIC X EXTERNAL.
          88 LOTE-NOTURNO-OK       VALUE 'S'.
