                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-IDX
                   .
               SELECT MATCAT-FILE
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-CON                PIC 99.
       77 WS-FS-IDX                PIC 99.
          88 FS-IDX-OK             VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CONTREST' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** RESTAURACAO DO CONTEINER DE DESASTRE ***'
            DISPLAY 'TODOS OS ARQUIVOS LOCAIS DA SUITE SERAO '
                    'SOBRESCRITOS PELO CONTEUDO DO CONTEINER.'
                    MOVE CONT-LINHA(1:147) TO BOLETIM-LINHA
                    WRITE BOLETIM-LINHA
                WHEN 'CADASTROPF'
                    MOVE CONT-LINHA(1:191) TO CADASTRO-PF-LINHA
                    WRITE CADASTRO-PF-LINHA
                WHEN 'MATCAT'
                    MOVE CONT-LINHA(1:35) TO MATCAT-LINHA
                    WRITE MATCAT-LINHA
                WHEN 'PROFCAT'
                    MOVE CONT-LINHA(1:35) TO PROFCAT-LINHA
                    WRITE PROFCAT-LINHA
                WHEN 'TURMACAT'
                    MOVE CONT-LINHA(1:28) TO TURMACAT-LINHA
                    WRITE TURMACAT-LINHA
                WHEN 'TERMOS'
                    MOVE CONT-LINHA(1:8) TO TERMO-LINHA
                    WRITE TERMO-LINHA
                WHEN 'OPERADORES'
                    MOVE CONT-LINHA(1:90) TO OPERADOR-LINHA
                    WRITE OPERADOR-LINHA
                WHEN 'ESTAT'
                    MOVE CONT-LINHA(1:60) TO ESTAT-LINHA
