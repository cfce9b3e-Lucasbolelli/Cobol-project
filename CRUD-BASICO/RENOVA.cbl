       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       COPY INF-ALUNO.
       COPY MATERIAS.
       77 WS-FS-PRO                PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RENOVA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
      * Eletiva so entra pela alocacao de vagas (ELETIVA).
                            IF MC-ATIVA = 'S' AND NOT MC-E-ELETIVA
                               AND WS-QTD-CURRICULO < 30
                                ADD 1 TO WS-QTD-CURRICULO
                                MOVE MC-NOME TO
