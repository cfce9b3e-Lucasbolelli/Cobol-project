      *          DE APROVADO/RECUPERACAO/REPROVADO - SEM NENHUMA
      *          VARREDURA NO BOLETIM. FILTRO OPCIONAL POR ANO.
      *          QUANDO HOUVER DUVIDA DOS NUMEROS, RODE O ESTATREB.
      *          CADA LINHA E DA UNIDADE ESCOLAR DA TURMA (UNIDADE):
      *          O OPERADOR DE UMA UNIDADE VE SO AS SUAS TURMAS; A
      *          SESSAO DA REDE VE TODAS E, NO FIM, O CONSOLIDADO DA
      *          REDE COM O SUBTOTAL DE CADA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY ESTAT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-EST                PIC 99.
          88 FS-EST-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-ANO-FILTRO            PIC X(07) VALUE SPACES.
       77 WS-MEDIA-GERAL           PIC 9(02)V9.
       77 WS-CONT-LINHAS           PIC 9(04) VALUE 0.
      * Unidade escolar (UNIDADE) e consolidado da rede por unidade.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UNIDADE-TURMA         PIC X(02).
       77 WS-QTD-UNIDADES          PIC 9(02) VALUE 0.
       01 WS-UNIDADE-TAB.
           05 WS-UNIDADE-ENTRY OCCURS 20 TIMES.
               10 UT-UNIDADE           PIC X(02).
               10 UT-QTD-ALUNOS        PIC 9(06).
               10 UT-SOMA-MEDIA        PIC 9(08)V9.
               10 UT-APROVADOS         PIC 9(06).
               10 UT-RECUPERACAO       PIC 9(06).
               10 UT-REPROVADOS        PIC 9(06).
       77 WS-IDX-UN                PIC 9(02).
       77 WS-TOT-ALUNOS            PIC 9(06).
       77 WS-TOT-SOMA-MEDIA        PIC 9(08)V9.
       77 WS-TOT-APROVADOS         PIC 9(06).
       77 WS-TOT-RECUPERACAO       PIC 9(06).
       77 WS-TOT-REPROVADOS        PIC 9(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ESTATVIS' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** TOTAIS RAPIDOS (ARQUIVO DE ESTATISTICAS) ***'
            DISPLAY 'FILTRAR POR ANO LETIVO/PERIODO '
                    '(DEIXE EM BRANCO PARA TODOS): '
               ACCEPT WS-ANO-FILTRO
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO ES-ANO ES-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            IF WS-UNIDADE-SESSAO = '00'
                DISPLAY 'SESSAO DA REDE - TODAS AS UNIDADES'
            ELSE
                DISPLAY 'UNIDADE ' WS-UNIDADE-SESSAO
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT ESTAT-FILE
                    NOT AT END
                        IF WS-ANO-FILTRO = SPACES
                           OR ES-ANO = WS-ANO-FILTRO
                            MOVE 'T' TO WS-UN-ACAO
                            CALL 'UNIDADE' USING WS-UN-ACAO ES-ANO
                                                 ES-TURMA
                                                 WS-UNIDADE-TURMA
                                                 WS-UN-RESULTADO
                            IF UN-VISIVEL
                                PERFORM P100-EXIBE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            IF WS-CONT-LINHAS = 0
                DISPLAY 'NENHUMA ESTATISTICA PARA O FILTRO'
            ELSE
                IF WS-UNIDADE-SESSAO = '00'
                    PERFORM P200-CONSOLIDADO
                END-IF
            END-IF
            STOP RUN
            .
            DISPLAY '   APROVADOS: '   ES-APROVADOS
                    '  RECUPERACAO: '  ES-RECUPERACAO
                    '  REPROVADOS: '   ES-REPROVADOS
                    '  UNIDADE: '      WS-UNIDADE-TURMA

            MOVE 1 TO WS-IDX-UN
            PERFORM UNTIL WS-IDX-UN > WS-QTD-UNIDADES
                    OR UT-UNIDADE(WS-IDX-UN) = WS-UNIDADE-TURMA
                ADD 1 TO WS-IDX-UN
            END-PERFORM
            IF WS-IDX-UN > WS-QTD-UNIDADES
                IF WS-QTD-UNIDADES >= 20
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-UNIDADES
                MOVE WS-QTD-UNIDADES TO WS-IDX-UN
                MOVE WS-UNIDADE-TURMA TO UT-UNIDADE(WS-IDX-UN)
                MOVE 0 TO UT-QTD-ALUNOS(WS-IDX-UN)
                          UT-SOMA-MEDIA(WS-IDX-UN)
                          UT-APROVADOS(WS-IDX-UN)
                          UT-RECUPERACAO(WS-IDX-UN)
                          UT-REPROVADOS(WS-IDX-UN)
            END-IF
            ADD ES-QTD-ALUNOS  TO UT-QTD-ALUNOS(WS-IDX-UN)
            ADD ES-SOMA-MEDIA  TO UT-SOMA-MEDIA(WS-IDX-UN)
            ADD ES-APROVADOS   TO UT-APROVADOS(WS-IDX-UN)
            ADD ES-RECUPERACAO TO UT-RECUPERACAO(WS-IDX-UN)
            ADD ES-REPROVADOS  TO UT-REPROVADOS(WS-IDX-UN)
            .

       P200-CONSOLIDADO.
      * Consolidado da rede: uma linha por unidade e o total geral.
            DISPLAY ' '
            DISPLAY '*** CONSOLIDADO DA REDE POR UNIDADE ***'
            MOVE 0 TO WS-TOT-ALUNOS WS-TOT-SOMA-MEDIA WS-TOT-APROVADOS
                      WS-TOT-RECUPERACAO WS-TOT-REPROVADOS
            PERFORM VARYING WS-IDX-UN FROM 1 BY 1
                    UNTIL WS-IDX-UN > WS-QTD-UNIDADES
                PERFORM P210-LINHA-UNIDADE
            END-PERFORM
            IF WS-TOT-ALUNOS > 0
                COMPUTE WS-MEDIA-GERAL ROUNDED =
                    WS-TOT-SOMA-MEDIA / WS-TOT-ALUNOS
            ELSE
                MOVE 0 TO WS-MEDIA-GERAL
            END-IF
            DISPLAY 'REDE       ALUNOS: ' WS-TOT-ALUNOS
                    ' MEDIA: '            WS-MEDIA-GERAL
            DISPLAY '   APROVADOS: '   WS-TOT-APROVADOS
                    '  RECUPERACAO: '  WS-TOT-RECUPERACAO
                    '  REPROVADOS: '   WS-TOT-REPROVADOS
            .

       P210-LINHA-UNIDADE.
            IF UT-QTD-ALUNOS(WS-IDX-UN) > 0
                COMPUTE WS-MEDIA-GERAL ROUNDED =
                    UT-SOMA-MEDIA(WS-IDX-UN) / UT-QTD-ALUNOS(WS-IDX-UN)
            ELSE
                MOVE 0 TO WS-MEDIA-GERAL
            END-IF
            DISPLAY 'UNIDADE ' UT-UNIDADE(WS-IDX-UN)
                    ' ALUNOS: ' UT-QTD-ALUNOS(WS-IDX-UN)
                    ' MEDIA: '  WS-MEDIA-GERAL
            DISPLAY '   APROVADOS: '   UT-APROVADOS(WS-IDX-UN)
                    '  RECUPERACAO: '  UT-RECUPERACAO(WS-IDX-UN)
                    '  REPROVADOS: '   UT-REPROVADOS(WS-IDX-UN)
            ADD UT-QTD-ALUNOS(WS-IDX-UN)  TO WS-TOT-ALUNOS
            ADD UT-SOMA-MEDIA(WS-IDX-UN)  TO WS-TOT-SOMA-MEDIA
            ADD UT-APROVADOS(WS-IDX-UN)   TO WS-TOT-APROVADOS
            ADD UT-RECUPERACAO(WS-IDX-UN) TO WS-TOT-RECUPERACAO
            ADD UT-REPROVADOS(WS-IDX-UN)  TO WS-TOT-REPROVADOS
            .
