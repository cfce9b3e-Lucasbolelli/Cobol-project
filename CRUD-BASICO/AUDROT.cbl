       01 MEN-LINHA                PIC X(220).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-AUD                PIC 99.
       77 WS-FS-MEN                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CAMPO-TXT             PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AUDROT' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** ROTACAO MENSAL DA AUDITORIA ***'
            DISPLAY '<F> FECHAR O MES CORRENTE OU <V> VERIFICAR UM '
                    'ARQUIVO MENSAL ? '
