                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-IDX
                   .
               SELECT MATCAT-FILE
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-CON                PIC 99.
       77 WS-FS-IDX                PIC 99.
          88 FS-IDX-OK             VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CONTEINER' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** EXPORTACAO DO CONTEINER DE DESASTRE ***'
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE SPACES TO CONT-LINHA
                        MOVE CADASTRO-PF-LINHA TO CONT-LINHA(1:191)
                        PERFORM P060-GRAVA-LINHA-MEMBRO
                END-READ
            END-PERFORM
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE SPACES TO CONT-LINHA
                        MOVE MATCAT-LINHA TO CONT-LINHA(1:35)
                        PERFORM P060-GRAVA-LINHA-MEMBRO
                END-READ
            END-PERFORM
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE SPACES TO CONT-LINHA
                        MOVE TURMACAT-LINHA TO CONT-LINHA(1:28)
                        PERFORM P060-GRAVA-LINHA-MEMBRO
                END-READ
            END-PERFORM
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE SPACES TO CONT-LINHA
                        MOVE OPERADOR-LINHA TO CONT-LINHA(1:90)
                        PERFORM P060-GRAVA-LINHA-MEMBRO
                END-READ
            END-PERFORM
