                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT BK-ENTRADA
       01 CTL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
       77 WS-HORA-SISTEMA          PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'BACKUPGEN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** BACKUP COM GERACOES - INICIO ***'
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
