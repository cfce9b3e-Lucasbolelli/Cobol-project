      *          E SE CONTA PARA A PROMOCAO. NA PRIMEIRA EXECUCAO O
      *          CATALOGO PODE SER SEMEADO DA ANTIGA TABELA FIXA DO
      *          COPYBOOK MATERIAS (MEDIA 7,0 E CONTANDO PARA A
      *          PROMOCAO, COMO SEMPRE FOI). MATERIA MARCADA COMO
      *          ELETIVA (ITINERARIO FORMATIVO) NAO ENTRA NAS CASCAS
      *          DO CURRICULO OBRIGATORIO; E OFERTADA E ALOCADA POR
      *          VAGAS NO ELETIVA. CADA MATERIA GUARDA TAMBEM O SEU
      *          CODIGO NA TABELA DO SISTEMA ESTADUAL, USADO NO ENVIO
      *          DAS NOTAS DO BIMESTRE (NOTAEST).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY MATCAT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       COPY MATERIAS.
       77 WS-FS-CAT                PIC 99.
          88 FS-CAT-OK             VALUE 0.
       77 WS-CONT-SEMEADAS         PIC 9(02) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'MATMANUT' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P900-GARANTE-ARQUIVO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
                                    ' HORAS/SEM: ' MC-HORAS-SEMANAIS
                                    ' CONTA P/ PROMOCAO: '
                                    MC-CONTA-PROMOCAO
                                    ' ELETIVA: ' MC-ELETIVA
                                    ' COD. ESTADO: ' MC-CODIGO-ESTADO
                    END-READ
                END-PERFORM
                CLOSE MATCAT-FILE
                CALL 'CONFIRMA' USING MC-CONTA-PROMOCAO
            DISPLAY 'AVALIADA POR CONCEITO (A-E) ? S/N'
                CALL 'CONFIRMA' USING MC-CONCEITO
            DISPLAY 'MATERIA ELETIVA (ITINERARIO FORMATIVO) ? S/N'
                CALL 'CONFIRMA' USING MC-ELETIVA
            DISPLAY 'CODIGO DA MATERIA NO SISTEMA ESTADUAL: '
                ACCEPT MC-CODIGO-ESTADO
            MOVE FUNCTION UPPER-CASE(MC-CODIGO-ESTADO)
                TO MC-CODIGO-ESTADO
            .

       P300-ALTERA.
                            ' HORAS/SEM: ' MC-HORAS-SEMANAIS
                            ' CONTA P/ PROMOCAO: ' MC-CONTA-PROMOCAO
                    DISPLAY 'AVALIADA POR CONCEITO: ' MC-CONCEITO
                            ' ELETIVA: ' MC-ELETIVA
                            ' COD. ESTADO: ' MC-CODIGO-ESTADO
                    PERFORM P260-PEDE-DADOS
                    REWRITE MATCAT-LINHA
                    IF FS-CAT-OK
                MOVE 4    TO MC-HORAS-SEMANAIS
                MOVE 'S'  TO MC-CONTA-PROMOCAO
                MOVE 'N'  TO MC-CONCEITO
                MOVE 'N'  TO MC-ELETIVA
                MOVE SPACES TO MC-CODIGO-ESTADO
                WRITE MATCAT-LINHA
                IF FS-CAT-OK
                    ADD 1 TO WS-CONT-SEMEADAS
