       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ATRIBPROF' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
