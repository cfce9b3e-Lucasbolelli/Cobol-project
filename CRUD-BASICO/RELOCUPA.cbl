      *          CAPACIDADE. TURMAS QUE APARECEM NO BOLETIM MAS NAO
      *          ESTAO NO CADASTRO SAEM NUMA SECAO PROPRIA (TYPOS DA
      *          EPOCA DE MATRICULA).
      *          CADA TURMA E DA SUA UNIDADE ESCOLAR (TU-UNIDADE): O
      *          OPERADOR DE UMA UNIDADE VE SO AS SUAS TURMAS; A
      *          SESSAO DA REDE VE TODAS E RECEBE NO FIM O CONSOLIDADO
      *          DA REDE COM O SUBTOTAL DE CADA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-TUR                PIC 99.
          88 FS-TUR-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
               10 OC-TURMA             PIC X(10).
               10 OC-CAPACIDADE        PIC 9(03).
               10 OC-OCUPACAO          PIC 9(03).
               10 OC-UNIDADE           PIC X(02).
       77 WS-QTD-NOMES             PIC 9(03).
       01 WS-NOMES-TAB.
           05 WS-NOME-OCUP OCCURS 500 TIMES PIC X(30).
       77 WS-IDX-TUR               PIC 9(02).
       77 WS-QTD-CADASTRADAS       PIC 9(02).
       77 WS-VAGAS                 PIC S9(03).
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
               10 UT-TURMAS            PIC 9(03).
               10 UT-OCUPACAO          PIC 9(05).
               10 UT-CAPACIDADE        PIC 9(05).
       77 WS-IDX-UN                PIC 9(02).
       77 WS-TOT-TURMAS            PIC 9(03).
       77 WS-TOT-OCUPACAO          PIC 9(05).
       77 WS-TOT-CAPACIDADE        PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RELOCUPA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** OCUPACAO DE TURMAS ***'
            DISPLAY 'INFORME O ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO-ALVO
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO-ALVO TU-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO

            PERFORM P100-CARREGA-TURMAS
            PERFORM P200-CONTA-OCUPACAO
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF WS-UNIDADE-SESSAO = '00'
                MOVE 'REDE - TODAS AS UNIDADES' TO REL-LINHA
            ELSE
                STRING 'UNIDADE ' DELIMITED BY SIZE
                       WS-UNIDADE-SESSAO DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                PERFORM P300-LINHA-TURMA
            END-PERFORM
            IF WS-UNIDADE-SESSAO = '00'
                PERFORM P400-CONSOLIDADO
            END-IF

            CLOSE REPORT-FILE
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TU-ANO = WS-ANO-ALVO
                            MOVE 'V' TO WS-UN-ACAO
                            CALL 'UNIDADE' USING WS-UN-ACAO TU-ANO
                                                 TU-TURMA TU-UNIDADE
                                                 WS-UN-RESULTADO
                            IF WS-QTD-TURMAS < 30 AND UN-VISIVEL
                                ADD 1 TO WS-QTD-TURMAS
                                MOVE TU-TURMA
                                    TO OC-TURMA(WS-QTD-TURMAS)
                                    TO OC-CAPACIDADE(WS-QTD-TURMAS)
                                MOVE 0
                                    TO OC-OCUPACAO(WS-QTD-TURMAS)
                                MOVE TU-UNIDADE
                                    TO OC-UNIDADE(WS-QTD-TURMAS)
                            END-IF
                        ELSE
                            SET EOF-OK TO TRUE
                                    OR OC-TURMA(WS-IDX-TUR) = F-TURMA
                                ADD 1 TO WS-IDX-TUR
                            END-PERFORM
      * Turma cadastrada em outra unidade nao e typo: fica fora.
                            IF WS-IDX-TUR > WS-QTD-TURMAS
                                MOVE 'T' TO WS-UN-ACAO
                                CALL 'UNIDADE' USING WS-UN-ACAO
                                                     WS-ANO-ALVO F-TURMA
                                                     WS-UNIDADE-TURMA
                                                     WS-UN-RESULTADO
                            END-IF
                            IF WS-IDX-TUR > WS-QTD-TURMAS
                               AND WS-QTD-TURMAS < 30 AND UN-VISIVEL
                                ADD 1 TO WS-QTD-TURMAS
                                MOVE F-TURMA
                                    TO OC-TURMA(WS-QTD-TURMAS)
                                    TO OC-CAPACIDADE(WS-QTD-TURMAS)
                                MOVE 0
                                    TO OC-OCUPACAO(WS-QTD-TURMAS)
                                MOVE WS-UNIDADE-TURMA
                                    TO OC-UNIDADE(WS-QTD-TURMAS)
                            END-IF
                        END-IF
                END-READ
                STRING
                    'TURMA ' DELIMITED BY SIZE
                    OC-TURMA(WS-IDX-TUR) DELIMITED BY SIZE
                    ' UN ' DELIMITED BY SIZE
                    OC-UNIDADE(WS-IDX-TUR) DELIMITED BY SIZE
                    ' MATRICULADOS: ' DELIMITED BY SIZE
                    OC-OCUPACAO(WS-IDX-TUR) DELIMITED BY SIZE
                    ' (SEM CONTROLE DE VAGAS OU FORA DO CADASTRO)'
                    STRING
                        'TURMA ' DELIMITED BY SIZE
                        OC-TURMA(WS-IDX-TUR) DELIMITED BY SIZE
                        ' UN ' DELIMITED BY SIZE
                        OC-UNIDADE(WS-IDX-TUR) DELIMITED BY SIZE
                        ' MATRICULADOS: ' DELIMITED BY SIZE
                        OC-OCUPACAO(WS-IDX-TUR) DELIMITED BY SIZE
                        ' CAPACIDADE: ' DELIMITED BY SIZE
                    STRING
                        'TURMA ' DELIMITED BY SIZE
                        OC-TURMA(WS-IDX-TUR) DELIMITED BY SIZE
                        ' UN ' DELIMITED BY SIZE
                        OC-UNIDADE(WS-IDX-TUR) DELIMITED BY SIZE
                        ' MATRICULADOS: ' DELIMITED BY SIZE
                        OC-OCUPACAO(WS-IDX-TUR) DELIMITED BY SIZE
                        ' CAPACIDADE: ' DELIMITED BY SIZE
            END-IF
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)

            MOVE 1 TO WS-IDX-UN
            PERFORM UNTIL WS-IDX-UN > WS-QTD-UNIDADES
                    OR UT-UNIDADE(WS-IDX-UN) = OC-UNIDADE(WS-IDX-TUR)
                ADD 1 TO WS-IDX-UN
            END-PERFORM
            IF WS-IDX-UN > WS-QTD-UNIDADES
                IF WS-QTD-UNIDADES >= 20
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-UNIDADES
                MOVE WS-QTD-UNIDADES TO WS-IDX-UN
                MOVE OC-UNIDADE(WS-IDX-TUR) TO UT-UNIDADE(WS-IDX-UN)
                MOVE 0 TO UT-TURMAS(WS-IDX-UN)
                          UT-OCUPACAO(WS-IDX-UN)
                          UT-CAPACIDADE(WS-IDX-UN)
            END-IF
            ADD 1 TO UT-TURMAS(WS-IDX-UN)
            ADD OC-OCUPACAO(WS-IDX-TUR)   TO UT-OCUPACAO(WS-IDX-UN)
            ADD OC-CAPACIDADE(WS-IDX-TUR) TO UT-CAPACIDADE(WS-IDX-UN)
            .

       P400-CONSOLIDADO.
      * Consolidado da rede: uma linha por unidade e o total geral.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE '*** CONSOLIDADO DA REDE POR UNIDADE ***' TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            MOVE 0 TO WS-TOT-TURMAS WS-TOT-OCUPACAO WS-TOT-CAPACIDADE
            PERFORM VARYING WS-IDX-UN FROM 1 BY 1
                    UNTIL WS-IDX-UN > WS-QTD-UNIDADES
                MOVE SPACES TO REL-LINHA
                STRING 'UNIDADE ' DELIMITED BY SIZE
                       UT-UNIDADE(WS-IDX-UN) DELIMITED BY SIZE
                       ' TURMAS: ' DELIMITED BY SIZE
                       UT-TURMAS(WS-IDX-UN) DELIMITED BY SIZE
                       ' MATRICULADOS: ' DELIMITED BY SIZE
                       UT-OCUPACAO(WS-IDX-UN) DELIMITED BY SIZE
                       ' CAPACIDADE: ' DELIMITED BY SIZE
                       UT-CAPACIDADE(WS-IDX-UN) DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA(1:79)
                ADD UT-TURMAS(WS-IDX-UN)     TO WS-TOT-TURMAS
                ADD UT-OCUPACAO(WS-IDX-UN)   TO WS-TOT-OCUPACAO
                ADD UT-CAPACIDADE(WS-IDX-UN) TO WS-TOT-CAPACIDADE
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            STRING 'REDE       TURMAS: ' DELIMITED BY SIZE
                   WS-TOT-TURMAS DELIMITED BY SIZE
                   ' MATRICULADOS: ' DELIMITED BY SIZE
                   WS-TOT-OCUPACAO DELIMITED BY SIZE
                   ' CAPACIDADE: ' DELIMITED BY SIZE
                   WS-TOT-CAPACIDADE DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            .
