                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FILE-STATUS
                   .
       DATA DIVISION.
                ACCEPT WS-PREFIXO
            DISPLAY 'INFORME O SUFIXO DO TELEFONE: '
                ACCEPT WS-SUFIXO
            DISPLAY 'INFORME O E-MAIL (BRANCO SE NAO HOUVER): '
                ACCEPT WS-EMAIL
            DISPLAY 'CANAL PREFERIDO (C=CARTA T=TELEFONE E=E-MAIL): '
                ACCEPT WS-CANAL
            IF WS-CANAL NOT = 'T' AND WS-CANAL NOT = 'E'
               OR (WS-CANAL = 'E' AND WS-EMAIL = SPACES)
                MOVE 'C' TO WS-CANAL
            END-IF

            MOVE 'RUA DEZ, 03'    TO      WS-RUA
            MOVE 'SAO JOSE'       TO      WS-BAIRRO
            MOVE WS-CEP-2           TO F-CEP-2
            MOVE WS-NACIONALIDADE   TO F-NACIONALIDADE
            MOVE WS-PROFISSAO       TO F-PROFISSAO
            MOVE WS-EMAIL           TO F-EMAIL
            MOVE WS-CANAL           TO F-CANAL
            MOVE SPACES             TO F-CPF
            WRITE CADASTRO-PF-LINHA

      * O status do WRITE precisa ser checado antes do CLOSE: o
