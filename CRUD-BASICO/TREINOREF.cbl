                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT SAIDA-SEQ
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-G1                 PIC 99.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'TREINOREF' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** MONTAGEM DA COPIA DE PRATICA '
                    '(TREINAMENTO) ***'
            DISPLAY 'ESTE UTILITARIO RECRIA OS ARQUIVOS DESTA '
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE G1-LINHA(1:191) TO CADASTRO-PF-LINHA
                        WRITE CADASTRO-PF-LINHA
                        IF FS-PF-OK
                            ADD 1 TO WS-CONT
