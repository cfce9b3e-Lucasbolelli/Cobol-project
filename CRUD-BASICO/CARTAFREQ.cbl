      *          ATUAL E O BLOCO DE ENDERECO PARA O ENVELOPE) EM
      *          ARQUIVO DE IMPRESSAO. ALUNOS SEM RESPONSAVEL
      *          CADASTRADO SAEM NUMA SECAO PROPRIA NO FIM, PARA A
      *          SECRETARIA CORRER ATRAS DO CONTATO. CADA CARTA ENTRA
      *          TAMBEM NA FILA DE SAIDA DE COMUNICACOES (COMUNICA),
      *          NO CANAL PREFERIDO DO RESPONSAVEL, ONDE O CORREIO
      *          ACOMPANHA O ENVIO E A ENTREGA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT CARTA-FILE
       01 CARTA-LINHA              PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-PF                 PIC 99.
       01 WS-OCORR-TAB.
           05 WS-OCORR-ENTRY OCCURS 500 TIMES.
               10 OC-ID-RESP           PIC 9(06).
               10 OC-ID                PIC 9(06).
               10 OC-NOME              PIC X(30).
               10 OC-MATERIA           PIC X(20).
               10 OC-TURMA             PIC X(10).
       77 WS-CONT-SEM-RESP         PIC 9(03) VALUE 0.
       77 WS-LIMITE-AVISADO        PIC X VALUE 'N'.
          88 LIMITE-AVISADO-OK     VALUE 'S' FALSE 'N'.
      * Fila de saida de comunicacoes (COMUNICA).
       77 WS-CM-TIPO               PIC X(10) VALUE 'FREQUENCIA'.
       77 WS-CM-ORIGEM             PIC X(12) VALUE 'CARTAFREQ'.
       77 WS-CM-ID-ALUNO           PIC 9(06).
       77 WS-CM-ASSUNTO            PIC X(60).
       77 WS-CONT-OCORR-RESP       PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CARTAFREQ' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** CARTAS DE ADVERTENCIA DE FREQUENCIA ***'
            DISPLAY 'FILTRAR POR ANO LETIVO/PERIODO '
                    '(DEIXE EM BRANCO PARA TODOS): '
            ELSE
                ADD 1 TO WS-QTD-OCORR
                MOVE F-ID-RESPONSAVEL TO OC-ID-RESP(WS-QTD-OCORR)
                MOVE F-ID             TO OC-ID(WS-QTD-OCORR)
                MOVE F-NOME           TO OC-NOME(WS-QTD-OCORR)
                MOVE F-MATERIA        TO OC-MATERIA(WS-QTD-OCORR)
                MOVE F-TURMA          TO OC-TURMA(WS-QTD-OCORR)
            MOVE SPACES TO CARTA-LINHA
            WRITE CARTA-LINHA

            MOVE 0 TO WS-CONT-OCORR-RESP
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-OCORR
                IF OC-ID-RESP(WS-IDX-GRP) = WS-RESP-ATUAL
                   AND OC-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                    MOVE 'S' TO OC-IMPRESSO(WS-IDX-GRP)
                    ADD 1 TO WS-CONT-OCORR-RESP
                    IF WS-CONT-OCORR-RESP = 1
                        MOVE OC-ID(WS-IDX-GRP) TO WS-CM-ID-ALUNO
                        MOVE SPACES TO WS-CM-ASSUNTO
                        STRING 'CARTA DE FREQUENCIA DE '
                                    DELIMITED BY SIZE
                               WS-DATA-FORMAT DELIMITED BY SIZE
                               ' - ' DELIMITED BY SIZE
                               FUNCTION TRIM(OC-NOME(WS-IDX-GRP))
                                    DELIMITED BY SIZE
                            INTO WS-CM-ASSUNTO
                    END-IF
                    MOVE SPACES TO CARTA-LINHA
                    STRING
                        '  ALUNO: ' DELIMITED BY SIZE
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            WRITE CARTA-LINHA

            CALL 'COMUNICA' USING WS-RESP-ATUAL WS-CM-TIPO
                                  WS-CM-ID-ALUNO WS-CM-ASSUNTO
                                  WS-CM-ORIGEM
            .

       P220-BLOCO-ENDERECO.
