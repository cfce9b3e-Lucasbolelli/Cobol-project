       01 REL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-HIST               PIC 99.
       77 WS-FS-IMG                PIC 99.
      * O caminho da auditoria de imagens e variavel: os meses ja
       77 WS-CONT-SEM-IMAGEM       PIC 9(04) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'EVASAO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** ANALISE DE EVASAO ***'
            PERFORM P100-CARREGA-IMAGENS
            PERFORM P200-VARRE-HISTORICO
