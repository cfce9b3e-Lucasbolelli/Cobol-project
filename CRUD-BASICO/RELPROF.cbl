           COPY PROFBIM_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-IDX-GRP               PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RELPROF' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** DISTRIBUICAO DE NOTAS POR PROFESSOR ***'
            DISPLAY 'FILTRAR POR ANO LETIVO/PERIODO '
                    '(DEIXE EM BRANCO PARA TODOS): '
