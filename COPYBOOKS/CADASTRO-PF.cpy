               10 WS-CEP-2             PIC X(03).
           05 WS-NACIONALIDADE         PIC X(15).
           05 WS-PROFISSAO             PIC X(15).
           05 WS-EMAIL                 PIC X(40).
           05 WS-CANAL                 PIC X.
