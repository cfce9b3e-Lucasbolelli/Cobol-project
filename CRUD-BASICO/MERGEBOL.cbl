       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-ARQ                PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'MERGEBOL' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** FUSAO DE DUPLICATAS DO BOLETIM ***'
            DISPLAY '(RODE O DEDUPREL ANTES PARA LISTAR OS PARES)'
            DISPLAY 'ID DO REGISTRO QUE FICA (SOBREVIVENTE): '
            .

       P250-RECALCULA.
            CALL 'MEDIAPER' USING RF-ANO RF-TURMA RF-MEDIA1 RF-MEDIA2
                                  RF-MEDIA3 RF-MEDIA4 RF-MEDIATOTAL
            CALL 'PARAMANO' USING RF-ANO WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-FREQUENCIA-MINIMA
                                  WS-PAR-MAXNOTAS
