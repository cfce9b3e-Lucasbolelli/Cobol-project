      *          BOLETIMV2 (QUE PERSISTE AS NOTAS COLETADAS PELO
      *          NOTECALC NO CADASTRO, EM VEZ DE JOGA-LAS FORA) E
      *          PELA TELA AVALIA. CHAVE JA EXISTENTE E REGRAVADA -
      *          RELANCAR A MESMA SEQUENCIA SUBSTITUI A NOTA E MANTEM
      *          A LIGACAO COM A PROVA AGENDADA (AV-PROVA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE WS-AVR-VALOR    TO AV-VALOR
           MOVE WS-AVR-PESO     TO AV-PESO
           MOVE WS-DATA-FORMAT  TO AV-DATA
           MOVE 0               TO AV-PROVA
           WRITE AVALIACAO-LINHA
           IF WS-FS-AVA = 22
               PERFORM P200-REGRAVA
           END-IF
           CLOSE AVAL-FILE
           GOBACK
           .

       P200-REGRAVA.
      * Le o registro guardado para nao perder a prova agendada a
      * que a nota esta ligada.
           READ AVAL-FILE
               KEY IS AV-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AV-PROVA IS NOT NUMERIC
               MOVE 0 TO AV-PROVA
           END-IF
           MOVE WS-AVR-VALOR    TO AV-VALOR
           MOVE WS-AVR-PESO     TO AV-PESO
           MOVE WS-DATA-FORMAT  TO AV-DATA
           REWRITE AVALIACAO-LINHA
           .
