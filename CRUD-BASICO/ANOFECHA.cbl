           03 JR-COPIADOS      PIC 9(06).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-ARQ                PIC 99.
       77 WS-CONT-RESTANTES        PIC 9(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ANOFECHA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** FECHAMENTO DE ANO - ARQUIVAMENTO ***'
            DISPLAY 'INFORME O ANO LETIVO/PERIODO A ARQUIVAR '
                    '(EX: 2025/2): '
