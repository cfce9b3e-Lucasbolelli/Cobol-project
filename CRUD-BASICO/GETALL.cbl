      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 05/01/2024
      * Purpose: LEITURA SEQUENCIAL DE ARQUIVO INDEXADO - GETALL.
      *          AS NOTAS SAEM PELO REGIME DA TURMA (REGIME).
      *          SO ENTRAM AS TURMAS DA UNIDADE ESCOLAR DA SESSAO
      *          (UNIDADE); A SESSAO DA REDE LISTA TODAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-CONT                          PIC 9(03) VALUE 0.
       77 WS-QTD-PERIODOS                  PIC 9.
       77 WS-NOME-PERIODO                  PIC X(09).
       77 WS-SOMENTE-REPROVADOS            PIC X VALUE 'N'.
          88 SOMENTE-REPROVADOS            VALUE 'S' FALSE 'N'.
       77 WS-QTD-APROVADOS                 PIC 9(03) VALUE 0.
               10 WS-MATERIA-REPROVADOS    PIC 9(03) VALUE 0.
               10 WS-MATERIA-RECUPERACAO   PIC 9(03) VALUE 0.
       77 WS-IDX                           PIC 9(02).
      * Unidade escolar da turma da linha (UNIDADE).
       77 WS-UN-ACAO                       PIC X.
       77 WS-UN-CODIGO                     PIC X(02).
       77 WS-UN-RESULTADO                  PIC X.
          88 UN-VISIVEL                    VALUE 'S' FALSE 'N'.
       LINKAGE SECTION.
           COPY INF-ALUNO.
       PROCEDURE DIVISION USING BOLETIM-COMPLETO.
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE 'T' TO WS-UN-ACAO
                           CALL 'UNIDADE' USING WS-UN-ACAO F-ANO-LETIVO
                                                F-TURMA WS-UN-CODIGO
                                                WS-UN-RESULTADO
                           IF UN-VISIVEL
                              AND (WS-ANO-FILTRO = SPACES
                              OR F-ANO-LETIVO = WS-ANO-FILTRO)
                              AND (WS-TURMA-FILTRO = SPACES
                              OR F-TURMA = WS-TURMA-FILTRO)
                                   DISPLAY '   TURMA: '   F-TURMA
                                            '   ANO LETIVO: '
                                            F-ANO-LETIVO
                                   PERFORM P366-EXIBE-NOTAS
                                   DISPLAY '   FREQUENCIA: '
                                            F-FREQUENCIA
                                   DISPLAY '   SITUACAO: ' F-STATUS
            ADD 1 TO WS-LINHA-PAGINA
            .

       P366-EXIBE-NOTAS.
      * So as colunas do regime da turma no ano (REGIME): 4
      * bimestres, 3 trimestres ou 2 semestres.
            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            EVALUATE WS-QTD-PERIODOS
                WHEN 2
                    DISPLAY '   NOTAS (SEMESTRES): ' F-MEDIA1
                             ' / ' F-MEDIA2
                             '   MEDIA: ' F-MEDIATOTAL
                WHEN 3
                    DISPLAY '   NOTAS (TRIMESTRES): ' F-MEDIA1
                             ' / ' F-MEDIA2
                             ' / ' F-MEDIA3
                             '   MEDIA: ' F-MEDIATOTAL
                WHEN OTHER
                    DISPLAY '   NOTAS: ' F-MEDIA1
                             ' / ' F-MEDIA2
                             ' / ' F-MEDIA3
                             ' / ' F-MEDIA4
                             '   MEDIA: ' F-MEDIATOTAL
            END-EVALUATE
            .

       P900-FIM.

            GOBACK.
