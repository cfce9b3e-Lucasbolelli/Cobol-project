      *          CONSOLIDACAO POR NOME COMO NO HISTESCOLAR) NO LAYOUT
      *          POSICIONAL FIXO DO COPYBOOK CENSO_LAYOUT: NOME,
      *          TURMA, ANO LETIVO, SITUACAO DE PROMOCAO E MUNICIPIO/
      *          UF DO RESPONSAVEL (F-CIDADE/F-UF DO CADASTRO-PF) E
      *          O INDICADOR DE EDUCACAO ESPECIAL COM O TIPO DE
      *          NECESSIDADE (AEECHK).
      *          QUANDO O ESTADO REVISAR O LAYOUT, MEXE-SE SO NO
      *          COPYBOOK.
      *          CADA REGISTRO LEVA A UNIDADE ESCOLAR DA TURMA
      *          (UNIDADE): O OPERADOR DE UMA UNIDADE EXTRAI SO OS
      *          SEUS ALUNOS; A SESSAO DA REDE EXTRAI A REDE INTEIRA
      *          NUM ARQUIVO SO E VE A CONTAGEM DE CADA UNIDADE.
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
               SELECT CENSO-FILE
           COPY CENSO_LAYOUT.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-PF                 PIC 99.
               10 CS-QTD-MATERIAS      PIC 9(02).
               10 CS-TEM-REPROVADA     PIC X.
               10 CS-TEM-PENDENTE      PIC X.
               10 CS-UNIDADE           PIC X(02).
       77 WS-IDX                   PIC 9(03).
       77 WS-CONT-GRAVADOS         PIC 9(03) VALUE 0.
      * Indicador de educacao especial (AEECHK).
       77 WS-AC-TEM-AEE            PIC X.
       77 WS-AC-ADAPTADA           PIC X.
       77 WS-AC-TIPO               PIC X(03).
       77 WS-PF-ABERTO             PIC X VALUE 'N'.
          88 PF-ABERTO-OK          VALUE 'S' FALSE 'N'.
      * Unidade escolar (UNIDADE) e contagem da rede por unidade.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UNIDADE-TURMA         PIC X(02).
       77 WS-QTD-UNIDADES          PIC 9(02) VALUE 0.
       01 WS-UNIDADE-TAB.
           05 WS-UNIDADE-ENTRY OCCURS 20 TIMES.
               10 UT-UNIDADE           PIC X(02).
               10 UT-ALUNOS            PIC 9(03).
               10 UT-APROVADOS         PIC 9(03).
               10 UT-RETIDOS           PIC 9(03).
               10 UT-EM-CURSO          PIC 9(03).
       77 WS-IDX-UN                PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CENSOEXT' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** EXTRATO DO CENSO ESCOLAR ***'
            DISPLAY 'INFORME O ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO-ALVO
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO-ALVO F-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO

            PERFORM P100-COLETA
            IF WS-QTD-ALUNOS = 0
            END-IF

            DISPLAY 'ALUNOS NO EXTRATO: ' WS-CONT-GRAVADOS
            IF WS-UNIDADE-SESSAO = '00'
                PERFORM P300-CONSOLIDADO
            END-IF
            DISPLAY 'EXTRATO GRAVADO EM: ' WS-PATH-CENSO
            STOP RUN
            .
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO-ALVO
                           AND F-STATUS NOT = 'EXPURGADO'
                            MOVE 'T' TO WS-UN-ACAO
                            CALL 'UNIDADE' USING WS-UN-ACAO
                                                 F-ANO-LETIVO F-TURMA
                                                 WS-UNIDADE-TURMA
                                                 WS-UN-RESULTADO
                            IF UN-VISIVEL
                                PERFORM P110-ACUMULA-ALUNO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
                MOVE 0   TO CS-QTD-MATERIAS(WS-IDX)
                MOVE 'N' TO CS-TEM-REPROVADA(WS-IDX)
                MOVE 'N' TO CS-TEM-PENDENTE(WS-IDX)
                MOVE WS-UNIDADE-TURMA TO CS-UNIDADE(WS-IDX)
            END-IF

            ADD 1 TO CS-QTD-MATERIAS(WS-IDX)
            MOVE WS-ANO-ALVO       TO CE-ANO-LETIVO
            MOVE CS-TURMA(WS-IDX)  TO CE-TURMA
            MOVE CS-QTD-MATERIAS(WS-IDX) TO CE-QTD-MATERIAS
            MOVE CS-UNIDADE(WS-IDX) TO CE-UNIDADE

      * Situacao de promocao consolidada: reprovacao em qualquer
      * materia marca R; sem reprovacao mas com recuperacao ou termo
                END-READ
            END-IF

            CALL 'AEECHK' USING CS-NOME(WS-IDX) WS-AC-TEM-AEE
                                WS-AC-ADAPTADA WS-AC-TIPO
            MOVE WS-AC-TEM-AEE TO CE-AEE
            MOVE WS-AC-TIPO    TO CE-AEE-TIPO

            WRITE CENSO-REGISTRO

            MOVE 1 TO WS-IDX-UN
            PERFORM UNTIL WS-IDX-UN > WS-QTD-UNIDADES
                    OR UT-UNIDADE(WS-IDX-UN) = CE-UNIDADE
                ADD 1 TO WS-IDX-UN
            END-PERFORM
            IF WS-IDX-UN > WS-QTD-UNIDADES
                IF WS-QTD-UNIDADES >= 20
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-UNIDADES
                MOVE WS-QTD-UNIDADES TO WS-IDX-UN
                MOVE CE-UNIDADE TO UT-UNIDADE(WS-IDX-UN)
                MOVE 0 TO UT-ALUNOS(WS-IDX-UN) UT-APROVADOS(WS-IDX-UN)
                          UT-RETIDOS(WS-IDX-UN) UT-EM-CURSO(WS-IDX-UN)
            END-IF
            ADD 1 TO UT-ALUNOS(WS-IDX-UN)
            EVALUATE CE-SITUACAO
                WHEN 'A'
                    ADD 1 TO UT-APROVADOS(WS-IDX-UN)
                WHEN 'R'
                    ADD 1 TO UT-RETIDOS(WS-IDX-UN)
                WHEN OTHER
                    ADD 1 TO UT-EM-CURSO(WS-IDX-UN)
            END-EVALUATE
            .

       P300-CONSOLIDADO.
            DISPLAY '*** CONSOLIDADO DA REDE POR UNIDADE ***'
            PERFORM VARYING WS-IDX-UN FROM 1 BY 1
                    UNTIL WS-IDX-UN > WS-QTD-UNIDADES
                DISPLAY 'UNIDADE ' UT-UNIDADE(WS-IDX-UN)
                        ' ALUNOS: '     UT-ALUNOS(WS-IDX-UN)
                        ' APROVADOS: '  UT-APROVADOS(WS-IDX-UN)
                        ' RETIDOS: '    UT-RETIDOS(WS-IDX-UN)
                        ' EM CURSO: '   UT-EM-CURSO(WS-IDX-UN)
            END-PERFORM
            .
