      *          BIMESTRE LANCADO CAIU ABAIXO DA LINHA DE 5 DEPOIS DE
      *          BIMESTRES ANTERIORES REGULARES - PARA A COORDENACAO
      *          INTERVIR DURANTE O ANO, ANTES DO F-STATUS VIRAR
      *          REPROVADO NO FILTRO DO GETALL (A REGRA ESTA NO
      *          QUEDACHK, A MESMA DA INDICACAO DO REFORCO). ALUNO
      *          COM AVALIACAO ADAPTADA NO AEE (AEECHK) SAI NUMA
      *          SECAO PROPRIA NO FIM, FORA DOS GRUPOS DE TURMA: A
      *          NOTA DELE NAO SE COMPARA COM A DA TURMA E O
      *          ACOMPANHAMENTO E PELO PEI (AEEMAN). NAS TURMAS EM
      *          REGIME TRIMESTRAL OU SEMESTRAL (REGIME) A MESMA REGRA
      *          VALE ENTRE TRIMESTRES OU SEMESTRES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-ANO-FILTRO            PIC X(07) VALUE SPACES.
       01 WS-NOTAS.
           05 WS-NOTA OCCURS 4 TIMES PIC 9(02)V9.
       77 WS-MOTIVO                PIC X(30).
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-CONT-ALERTAS          PIC 9(04) VALUE 0.
      * Alertas acumulados para sair agrupados por turma.
       77 WS-QTD-ALERTAS           PIC 9(03) VALUE 0.
               10 AL-PROFESSOR         PIC X(30).
               10 AL-MOTIVO            PIC X(30).
               10 AL-IMPRESSO          PIC X.
               10 AL-AEE               PIC X.
       77 WS-IDX-AL                PIC 9(03).
       77 WS-IDX-GRP               PIC 9(03).
       77 WS-TURMA-ATUAL           PIC X(10).
      * Avaliacao adaptada (AEECHK).
       77 WS-AC-TEM-AEE            PIC X.
       77 WS-AC-ADAPTADA           PIC X.
       77 WS-AC-TIPO               PIC X(03).
       77 WS-QTD-AEE               PIC 9(03) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RELQUEDA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** ALERTA PRECOCE DE QUEDA DE RENDIMENTO ***'
            DISPLAY 'FILTRAR POR ANO LETIVO/PERIODO '
                    '(DEIXE EM BRANCO PARA TODOS): '
            PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                    UNTIL WS-IDX-AL > WS-QTD-ALERTAS
                IF AL-IMPRESSO(WS-IDX-AL) NOT = 'S'
                   AND AL-AEE(WS-IDX-AL) NOT = 'S'
                    MOVE AL-TURMA(WS-IDX-AL) TO WS-TURMA-ATUAL
                    PERFORM P300-GRUPO-TURMA
                END-IF
            END-PERFORM
            IF WS-QTD-AEE > 0
                PERFORM P400-SECAO-AEE
            END-IF
            CLOSE REPORT-FILE

            DISPLAY 'ALERTAS GERADOS: ' WS-QTD-ALERTAS
            MOVE F-MEDIA2 TO WS-NOTA(2)
            MOVE F-MEDIA3 TO WS-NOTA(3)
            MOVE F-MEDIA4 TO WS-NOTA(4)
      * Turma trimestral/semestral (REGIME): coluna fora do regime
      * vale como nao lancada, e a queda se mede entre trimestres
      * ou semestres consecutivos.
            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            IF WS-QTD-PERIODOS < 4
                MOVE 0 TO WS-NOTA(4)
            END-IF
            IF WS-QTD-PERIODOS < 3
                MOVE 0 TO WS-NOTA(3)
            END-IF

      * A regra da queda mora no QUEDACHK (a mesma da indicacao do
      * reforco).
            CALL 'QUEDACHK' USING WS-NOTAS WS-MOTIVO

            IF WS-MOTIVO NOT = SPACES AND WS-QTD-ALERTAS < 500
                ADD 1 TO WS-QTD-ALERTAS
                MOVE F-PROFESSOR TO AL-PROFESSOR(WS-QTD-ALERTAS)
                MOVE WS-MOTIVO   TO AL-MOTIVO(WS-QTD-ALERTAS)
                MOVE 'N'         TO AL-IMPRESSO(WS-QTD-ALERTAS)
                CALL 'AEECHK' USING F-NOME WS-AC-TEM-AEE
                                    WS-AC-ADAPTADA WS-AC-TIPO
                MOVE WS-AC-ADAPTADA TO AL-AEE(WS-QTD-ALERTAS)
                IF WS-AC-ADAPTADA = 'S'
                    ADD 1 TO WS-QTD-AEE
                END-IF
            END-IF
            .

                    UNTIL WS-IDX-GRP > WS-QTD-ALERTAS
                IF AL-TURMA(WS-IDX-GRP) = WS-TURMA-ATUAL
                   AND AL-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                   AND AL-AEE(WS-IDX-GRP) NOT = 'S'
                    MOVE 'S' TO AL-IMPRESSO(WS-IDX-GRP)
                    MOVE SPACES TO REL-LINHA
                    STRING
                END-IF
            END-PERFORM
            .

       P400-SECAO-AEE.
      * Avaliacao adaptada: a queda e lida contra a meta do PEI, nao
      * contra a turma - sai separada para a equipe do AEE.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE '*** AVALIACAO ADAPTADA (AEE) - ACOMPANHAR PELO PEI'
                TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY ' '
            DISPLAY REL-LINHA(1:79)
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-ALERTAS
                IF AL-AEE(WS-IDX-GRP) = 'S'
                    MOVE 'S' TO AL-IMPRESSO(WS-IDX-GRP)
                    MOVE SPACES TO REL-LINHA
                    STRING
                        '  ' DELIMITED BY SIZE
                        FUNCTION TRIM(AL-NOME(WS-IDX-GRP))
                             DELIMITED BY SIZE
                        ' (TURMA ' DELIMITED BY SIZE
                        FUNCTION TRIM(AL-TURMA(WS-IDX-GRP))
                             DELIMITED BY SIZE
                        ') - ' DELIMITED BY SIZE
                        FUNCTION TRIM(AL-MATERIA(WS-IDX-GRP))
                             DELIMITED BY SIZE
                        ' - ' DELIMITED BY SIZE
                        FUNCTION TRIM(AL-MOTIVO(WS-IDX-GRP))
                             DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                    DISPLAY REL-LINHA(1:79)
                END-IF
            END-PERFORM
            .
