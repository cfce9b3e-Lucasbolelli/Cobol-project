       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-IMG                PIC 99.
       77 WS-FS-MEN                PIC 99.
       77 WS-FS-CAT                PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'IMGROT' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** ROTACAO DA AUDITORIA DE IMAGENS ***'
            DISPLAY '<F> FECHAR O MES OU <L> LISTAR FECHADOS ? '
                ACCEPT WS-MODO
