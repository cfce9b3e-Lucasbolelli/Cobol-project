       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-BLQ-ACAO              PIC X.
       77 WS-BLQ-CHAVE             PIC X(12).
       77 WS-BLQ-RESULTADO         PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'DESTRAVA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** LIMPEZA DE TRAVAS (POS-QUEDA) ***'
            DISPLAY 'ESTE UTILITARIO REMOVE TODAS AS TRAVAS DE '
                    'REGISTRO, DE BATCH E DE SESSAO.'
