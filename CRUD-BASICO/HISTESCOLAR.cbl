      *          UNICO ALUNO, TODOS OS REGISTROS DE BOLETIM (UM POR
      *          MATERIA) EM UM SO TRANSCRIPT DE FIM DE ANO, EM VEZ DE
      *          DEIXAR A MONTAGEM MANUAL A PARTIR DE VARIAS CONSULTAS
      *          AVULSAS NO GETONE. AS NOTAS DE CADA ANO SAEM PELO
      *          REGIME DA TURMA NAQUELE ANO (REGIME).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               03 CAT-PATH         PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-MSG                        PIC X(40).
       77 WS-QTD-PERIODOS                  PIC 9.
       77 WS-NOME-PERIODO                  PIC X(09).
       77 WS-FS-REL                        PIC 99.
      * Spool de relatorios (SPOOLNOVO).
       77 WS-SPL-PROGRAMA                  PIC X(12)
       77 WS-CNC-NOTA              PIC 9(02)V9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'HISTESCOLAR' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** HISTORICO ESCOLAR CONSOLIDADO ***'
            DISPLAY 'BUSCAR POR: <I> ID OU <N> NOME ? '
               ACCEPT WS-TIPO-BUSCA
            DISPLAY 'MATERIA: '    F-MATERIA
            DISPLAY '   ANO LETIVO: ' F-ANO-LETIVO
                     '   TURMA: '     F-TURMA
            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            EVALUATE WS-QTD-PERIODOS
                WHEN 2
                    DISPLAY '   NOTAS (SEMESTRES): ' F-MEDIA1
                             ' / '       F-MEDIA2
                             '   MEDIA: ' F-MEDIATOTAL
                WHEN 3
                    DISPLAY '   NOTAS (TRIMESTRES): ' F-MEDIA1
                             ' / '       F-MEDIA2
                             ' / '       F-MEDIA3
                             '   MEDIA: ' F-MEDIATOTAL
                WHEN OTHER
                    DISPLAY '   NOTAS: ' F-MEDIA1
                             ' / '       F-MEDIA2
                             ' / '       F-MEDIA3
                             ' / '       F-MEDIA4
                             '   MEDIA: ' F-MEDIATOTAL
            END-EVALUATE
            CALL 'MATCONC' USING F-MATERIA WS-MCC-CONCEITO
            IF WS-MCC-CONCEITO = 'S'
                MOVE 'N' TO WS-CNC-ACAO
