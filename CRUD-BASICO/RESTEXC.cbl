           COPY AUDIMG_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Busca de imagem no vivo e nos meses rotacionados (IMGBUSCA).
       77 WS-IB-ACAO               PIC X.
       77 WS-IB-SEQ                PIC 9(06).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RESTEXC' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** RESTAURACAO DE ALUNO EXCLUIDO ***'
            PERFORM P100-LISTA-HISTORICO
            IF WS-CONT-LINHAS = 0
