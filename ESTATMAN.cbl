                                WS-EST-STATUS.

       P100-INICIO.
      * Registro expurgado ou de matricula cancelada (CANCMAT) nao
      * conta estatistica.
           IF WS-EST-STATUS = 'EXPURGADO' OR WS-EST-STATUS = 'CANCELADO'
               GOBACK
           END-IF

