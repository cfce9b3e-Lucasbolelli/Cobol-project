           COPY ESTAT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-EST                PIC 99.
       77 WS-EST-STATUS            PIC X(14).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ESTATREB' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** RECONSTRUCAO DAS ESTATISTICAS ***'

      * Zera o arquivo de estatisticas antes de regerar.
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-STATUS NOT = 'EXPURGADO'
                           AND F-STATUS NOT = 'CANCELADO'
                            ADD 1 TO WS-CONT-SOMADOS
                            MOVE F-ANO-LETIVO TO WS-EST-ANO
                            MOVE F-TURMA      TO WS-EST-TURMA
