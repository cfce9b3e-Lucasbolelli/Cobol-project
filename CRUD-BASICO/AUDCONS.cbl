       01 REL-LINHA                PIC X(170).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-AUD                PIC 99.
       77 WS-FS-REL                PIC 99.
      * Spool de relatorios (SPOOLNOVO): cada execucao grava num
          88 LIMITE-AVISADO-OK     VALUE 'S' FALSE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AUDCONS' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** CONSULTA DA TRILHA DE AUDITORIA ***'
            DISPLAY 'FILTRAR POR: <I> ID DO ALUNO, <D> FAIXA DE '
                    'DATAS, <O> OPERACAO OU <T> TUDO ? '
