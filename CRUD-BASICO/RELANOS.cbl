       01 REL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-ARQ                PIC 99.
       77 WS-DELTA-ABS             PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RELANOS' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** COMPARATIVO ANO A ANO POR MATERIA ***'
            DISPLAY 'INFORME O PRIMEIRO ANO LETIVO (EX: 2025/1): '
                ACCEPT WS-ANO-A
