       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-IMG                PIC 99.
      * O caminho da auditoria de imagens e variavel: os meses ja
      * rotacionados pelo IMGROT (catalogo IMG_FECHADAS.DAT) sao
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'MOVMENSAL' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** EXTRATO MENSAL DE MOVIMENTO (MUNICIPIO) '
                    '***'
            DISPLAY 'PERIODO DE REFERENCIA (AAAA/MM): '
